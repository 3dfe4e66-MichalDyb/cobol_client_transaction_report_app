      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-VERIFY.
       AUTHOR. MICHAL-DYBAS.

      *******************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *******************************
               SELECT BALANCE ASSIGN TO 'client-balances.dat'
               FILE STATUS BALANCE-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-KEY.
      *******************************
               SELECT TR-HISTORY ASSIGN TO 'transactions-history.txt'
               FILE STATUS TR-HISTORY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT HIST-SORTED ASSIGN TO 'balance-verify-sorted.txt'
               FILE STATUS HIST-SORTED-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT SORT-WORK ASSIGN TO 'sortwork'.
      *******************************
               SELECT CALC-WORK ASSIGN TO 'balance-verify-work.txt'
               FILE STATUS CALC-WORK-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT VERIFY-RPT ASSIGN TO 'balance-verify-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT BACKUP ASSIGN TO DYNAMIC WS-BACKUP-FILENAME
               FILE STATUS BACKUP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT REBUILD-RPT ASSIGN TO
                   'balance-rebuild-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *******************************
       DATA DIVISION.
           FILE SECTION.
      *******************************
           FD BALANCE.
           01 BALANCE-FILE-REC.
               05 BA-KEY.
                   10 BA-CL-ID PIC X(3).
                   10 BA-CURRENCY PIC A(3).
               05 BA-DEBIT-SUM PIC 9(12)V9(2).
               05 BA-CREDIT-SUM PIC 9(12)V9(2).
      *******************************
           FD TR-HISTORY.
           01 TR-HISTORY-FILE PIC X(25).
      *******************************
           FD HIST-SORTED.
           01 HIST-SORTED-FILE.
               05 HS-COUNTRY-CODE PIC A(2).
               05 HS-CL-ID PIC X(3).
               05 HS-CURRENCY PIC A(3).
               05 HS-TYPE PIC A(1).
               05 HS-AMOUNT PIC 9(6)V9(2).
               05 HS-DATE PIC 9(8).
      *******************************
           SD SORT-WORK.
           01 SORT-WORK-REC.
               05 SW-COUNTRY-CODE PIC A(2).
               05 SW-CL-ID PIC X(3).
               05 SW-CURRENCY PIC A(3).
               05 SW-TYPE PIC A(1).
               05 SW-AMOUNT PIC 9(6)V9(2).
               05 SW-DATE PIC 9(8).
      *******************************
           FD CALC-WORK.
           01 CALC-WORK-FILE.
               05 CW-KEY.
                   10 CW-CL-ID PIC X(3).
                   10 CW-CURRENCY PIC A(3).
               05 CW-DEBIT-SUM PIC 9(12)V9(2).
               05 CW-CREDIT-SUM PIC 9(12)V9(2).
      *******************************
           FD VERIFY-RPT.
           01 VERIFY-RPT-FILE PIC X(200).
      *******************************
           FD BACKUP.
           01 BACKUP-FILE PIC X(34).
      *******************************
           FD REBUILD-RPT.
           01 REBUILD-RPT-FILE PIC X(200).

           WORKING-STORAGE SECTION.
      *******************************
           01 BALANCE-FILE-STATUS PIC X(2).
           01 TR-HISTORY-FILE-STATUS PIC X(2).
           01 HIST-SORTED-FILE-STATUS PIC X(2).
           01 CALC-WORK-FILE-STATUS PIC X(2).
           01 BACKUP-FILE-STATUS PIC X(2).
      *******************************
           01 WS-RUN-MODE PIC A(1).
           01 WS-CONFIRM PIC A(1).
           01 WS-OPERATOR PIC X(3).
           01 WS-CUR-DATE PIC 9(8).
           01 WS-CUR-TIME PIC 9(8).
           01 WS-BACKUP-FILENAME PIC X(60).
      *******************************
           01 WS-HISTORY-PRESENT PIC A(1) VALUE 'N'.
           01 WS-LEDGER-PRESENT PIC A(1) VALUE 'N'.
           01 WS-REPLAY-FAILED PIC A(1) VALUE 'N'.
           01 WS-GROUP-OPEN PIC A(1) VALUE 'N'.
           01 WS-GROUP-KEY.
               05 WS-GROUP-CL-ID PIC X(3).
               05 WS-GROUP-CURRENCY PIC A(3).
           01 WS-GROUP-DEBIT PIC 9(14)V9(2).
           01 WS-GROUP-CREDIT PIC 9(14)V9(2).
           01 WS-HS-SIDE PIC A(1).
      *******************************
           01 WS-ORIG-COUNT PIC 9(5) VALUE 0.
           01 WS-ORIG-TABLE.
               05 WS-ORIG-ENTRY OCCURS 5000 TIMES.
                   10 OR-COUNTRY PIC A(2).
                   10 OR-TYPE PIC A(1).
                   10 OR-AMOUNT PIC 9(6)V9(2).
                   10 OR-DATE PIC 9(8).
                   10 OR-REVERSED PIC A(1).
           01 WS-RVSL-TYPE PIC A(1).
           01 WS-RVSL-SIDE PIC A(1).
           01 WS-RVSL-MATCH-IX PIC 9(5) VALUE 0.
      *******************************
           01 WS-CALC-KEY.
               05 WS-CALC-CL-ID PIC X(3).
               05 WS-CALC-CURRENCY PIC A(3).
           01 WS-LEDGER-KEY.
               05 WS-LEDGER-CL-ID PIC X(3).
               05 WS-LEDGER-CURRENCY PIC A(3).
           01 WS-CMP-CL-ID PIC X(3).
           01 WS-CMP-CURRENCY PIC A(3).
           01 WS-CMP-LEDGER-DEBIT PIC 9(12)V9(2).
           01 WS-CMP-LEDGER-CREDIT PIC 9(12)V9(2).
           01 WS-CMP-CALC-DEBIT PIC 9(12)V9(2).
           01 WS-CMP-CALC-CREDIT PIC 9(12)V9(2).
           01 WS-DIFF-DEBIT PIC S9(12)V9(2).
           01 WS-DIFF-CREDIT PIC S9(12)V9(2).
           01 WS-FINDING PIC X(40).
      *******************************
           01 WS-LEDGER-DEBIT-ED PIC 9(12).9(2).
           01 WS-LEDGER-CREDIT-ED PIC 9(12).9(2).
           01 WS-CALC-DEBIT-ED PIC 9(12).9(2).
           01 WS-CALC-CREDIT-ED PIC 9(12).9(2).
           01 WS-DIFF-DEBIT-ED PIC +9(12).9(2).
           01 WS-DIFF-CREDIT-ED PIC +9(12).9(2).
           01 WS-HS-AMOUNT-ED PIC 9(6).9(2).
           01 WS-RPT-LINE PIC X(200).
           01 WS-HIST-EXC-REASON PIC X(40).
      *******************************
           01 WS-TOT-COUNT PIC 9(4) VALUE 0.
           01 WS-TOT-TABLE.
               05 WS-TOT-ENTRY OCCURS 100 TIMES.
                   10 BT-CURRENCY PIC A(3).
                   10 BT-BEFORE-DEBIT PIC 9(14)V9(2).
                   10 BT-BEFORE-CREDIT PIC 9(14)V9(2).
                   10 BT-AFTER-DEBIT PIC 9(14)V9(2).
                   10 BT-AFTER-CREDIT PIC 9(14)V9(2).
           01 WS-TOT-MATCH-IX PIC 9(4) VALUE 0.
           01 WS-TOT-CURRENCY PIC A(3).
           01 WS-BEFORE-NET PIC S9(14)V9(2).
           01 WS-AFTER-NET PIC S9(14)V9(2).
           01 WS-NET-CHANGE PIC S9(14)V9(2).
           01 WS-TOT-DEBIT-ED PIC 9(14).9(2).
           01 WS-TOT-CREDIT-ED PIC 9(14).9(2).
           01 WS-TOT-NET-ED PIC +9(14).9(2).
           01 WS-TOT-DEBIT2-ED PIC 9(14).9(2).
           01 WS-TOT-CREDIT2-ED PIC 9(14).9(2).
           01 WS-TOT-NET2-ED PIC +9(14).9(2).
           01 WS-TOT-CHANGE-ED PIC +9(14).9(2).
      *******************************
           01 WS-A PIC 9(5).
           01 WS-HISTORY-COUNT PIC 9(8) VALUE 0.
           01 WS-RVSL-APPLIED-COUNT PIC 9(8) VALUE 0.
           01 WS-HIST-EXC-COUNT PIC 9(6) VALUE 0.
           01 WS-CALC-COUNT PIC 9(6) VALUE 0.
           01 WS-LEDGER-COUNT PIC 9(6) VALUE 0.
           01 WS-DIFFERENCE-COUNT PIC 9(6) VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(6) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
           01 WS-DISCREPANCY-COUNT PIC 9(6) VALUE 0.
           01 WS-BACKUP-COUNT PIC 9(6) VALUE 0.
           01 WS-REBUILT-COUNT PIC 9(6) VALUE 0.

      *******************************
       PROCEDURE DIVISION.

      *******************************
       VERIFY-MAIN-PARA.
           DISPLAY 'Client balance ledger verification and rebuild.'
           DISPLAY 'Verify client-balances.dat (V) or verify and '
           'rebuild it from the transaction history (R)?'
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
       IF NOT (WS-RUN-MODE = 'V' OR WS-RUN-MODE = 'R') THEN
           DISPLAY 'Invalid option! Enter V or R.'
           PERFORM VERIFY-MAIN-PARA
       END-IF.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           OPEN OUTPUT VERIFY-RPT.
           PERFORM REPLAY-HISTORY-PARA.
       IF WS-REPLAY-FAILED = 'Y' THEN
           MOVE 'HISTORY REPLAY ABANDONED - TRANSACTION TABLE FULL'
               TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           PERFORM CLOSE-VERIFY-RPT-PARA
       END-IF.
           PERFORM COMPARE-LEDGER-PARA.
           CLOSE VERIFY-RPT.
           DISPLAY 'History records replayed: ' WS-HISTORY-COUNT
           DISPLAY 'Reversals applied: ' WS-RVSL-APPLIED-COUNT
           DISPLAY 'History lines not applied: ' WS-HIST-EXC-COUNT
           DISPLAY 'Client/currency balances from history: '
               WS-CALC-COUNT
           DISPLAY 'Client/currency balances in ledger: '
               WS-LEDGER-COUNT
           DISPLAY 'Balances that differ: ' WS-DIFFERENCE-COUNT
           DISPLAY 'Orphan ledger keys (no history): '
               WS-ORPHAN-COUNT
           DISPLAY 'Keys missing from ledger: ' WS-MISSING-COUNT
           DISPLAY 'See balance-verify-report.txt for details.'.
       IF WS-RUN-MODE = 'R' THEN
           PERFORM REBUILD-LEDGER-PARA
       ELSE
       IF WS-DISCREPANCY-COUNT > 0 THEN
           MOVE 8 TO RETURN-CODE
       END-IF
       END-IF.
           PERFORM END-VERIFY-PARA.

      *******************************
       REPLAY-HISTORY-PARA.
           MOVE 'BALANCE LEDGER VERIFICATION' TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RUN ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE 'HISTORY LINES NOT APPLIED' TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE 'COUNTRY,CLIENT,CURRENCY,TYPE,AMOUNT,DATE,REASON'
               TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           OPEN OUTPUT CALC-WORK.
           OPEN INPUT TR-HISTORY.
       IF TR-HISTORY-FILE-STATUS = 35 THEN
           DISPLAY 'Transaction history file does not exist - every '
           'ledger key is reported as an orphan.'
       ELSE
           MOVE 'Y' TO WS-HISTORY-PRESENT
           CLOSE TR-HISTORY
           SORT SORT-WORK
               ON ASCENDING KEY SW-CL-ID SW-CURRENCY
               WITH DUPLICATES IN ORDER
               USING TR-HISTORY
               GIVING HIST-SORTED
           OPEN INPUT HIST-SORTED
           PERFORM READ-HIST-SORTED-NEXT-PARA
               UNTIL HIST-SORTED-FILE-STATUS = '10'
                   OR WS-REPLAY-FAILED = 'Y'
           CLOSE HIST-SORTED
       IF WS-GROUP-OPEN = 'Y' THEN
           PERFORM WRITE-CALC-GROUP-PARA
       END-IF
       END-IF.
           CLOSE CALC-WORK.
      *******************************
       READ-HIST-SORTED-NEXT-PARA.
           READ HIST-SORTED
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-HISTORY-COUNT
               MOVE FUNCTION UPPER-CASE(HS-CURRENCY) TO HS-CURRENCY
               MOVE FUNCTION UPPER-CASE(HS-TYPE) TO HS-TYPE
               PERFORM CHECK-GROUP-BREAK-PARA
               PERFORM REPLAY-HISTORY-RECORD-PARA
       END-READ.
      *******************************
       CHECK-GROUP-BREAK-PARA.
       IF WS-GROUP-OPEN = 'Y' THEN
       IF NOT (HS-CL-ID = WS-GROUP-CL-ID
           AND HS-CURRENCY = WS-GROUP-CURRENCY)
       THEN
           PERFORM WRITE-CALC-GROUP-PARA
       END-IF
       END-IF.
       IF WS-GROUP-OPEN = 'N' THEN
           MOVE 'Y' TO WS-GROUP-OPEN
           MOVE HS-CL-ID TO WS-GROUP-CL-ID
           MOVE HS-CURRENCY TO WS-GROUP-CURRENCY
           MOVE 0 TO WS-GROUP-DEBIT
           MOVE 0 TO WS-GROUP-CREDIT
           MOVE 0 TO WS-ORIG-COUNT
       END-IF.
      *******************************
       WRITE-CALC-GROUP-PARA.
           MOVE WS-GROUP-CL-ID TO CW-CL-ID
           MOVE WS-GROUP-CURRENCY TO CW-CURRENCY
           MOVE WS-GROUP-DEBIT TO CW-DEBIT-SUM
           MOVE WS-GROUP-CREDIT TO CW-CREDIT-SUM
           WRITE CALC-WORK-FILE
           ADD 1 TO WS-CALC-COUNT
           MOVE 'N' TO WS-GROUP-OPEN.
      *******************************
       REPLAY-HISTORY-RECORD-PARA.
       IF HS-AMOUNT IS NOT NUMERIC THEN
           MOVE 'AMOUNT NOT NUMERIC' TO WS-HIST-EXC-REASON
           PERFORM WRITE-HIST-EXCEPTION-PARA
       ELSE
       IF HS-TYPE = 'R' THEN
           PERFORM REPLAY-REVERSAL-PARA
       ELSE
           EVALUATE HS-TYPE
               WHEN 'D'
               WHEN 'F'
               WHEN 'C'
                   MOVE 'D' TO WS-HS-SIDE
               WHEN 'K'
               WHEN 'P'
                   MOVE 'K' TO WS-HS-SIDE
               WHEN OTHER
                   MOVE SPACE TO WS-HS-SIDE
           END-EVALUATE
       IF WS-HS-SIDE = SPACE THEN
           MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-HIST-EXC-REASON
           PERFORM WRITE-HIST-EXCEPTION-PARA
       ELSE
       IF WS-HS-SIDE = 'D' THEN
           ADD HS-AMOUNT TO WS-GROUP-DEBIT
       ELSE
           ADD HS-AMOUNT TO WS-GROUP-CREDIT
       END-IF
       IF WS-ORIG-COUNT < 5000 THEN
           ADD 1 TO WS-ORIG-COUNT
           MOVE HS-COUNTRY-CODE TO OR-COUNTRY(WS-ORIG-COUNT)
           MOVE HS-TYPE TO OR-TYPE(WS-ORIG-COUNT)
           MOVE HS-AMOUNT TO OR-AMOUNT(WS-ORIG-COUNT)
           MOVE HS-DATE TO OR-DATE(WS-ORIG-COUNT)
           MOVE 'N' TO OR-REVERSED(WS-ORIG-COUNT)
       ELSE
           DISPLAY 'ERROR: more than 5000 history transactions for '
               'client ' HS-CL-ID ' currency ' HS-CURRENCY
               ' - reversals cannot be replayed reliably.'
           MOVE 'Y' TO WS-REPLAY-FAILED
       END-IF
       END-IF
       END-IF
       END-IF.
      *******************************
       REPLAY-REVERSAL-PARA.
           MOVE 'D' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA.
       IF WS-RVSL-MATCH-IX > 0 AND WS-GROUP-DEBIT >= HS-AMOUNT THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'K' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0 AND WS-GROUP-CREDIT >= HS-AMOUNT
       THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'F' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0 AND WS-GROUP-DEBIT >= HS-AMOUNT THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'C' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0 AND WS-GROUP-DEBIT >= HS-AMOUNT THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'P' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0 AND WS-GROUP-CREDIT >= HS-AMOUNT
       THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'REVERSAL WITH NO ORIGINAL IN HISTORY'
               TO WS-HIST-EXC-REASON
           PERFORM WRITE-HIST-EXCEPTION-PARA
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.
      *******************************
       FIND-REVERSAL-ORIGINAL-PARA.
           MOVE 0 TO WS-RVSL-MATCH-IX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ORIG-COUNT
                       OR WS-RVSL-MATCH-IX > 0
               IF OR-REVERSED(WS-A) = 'N'
                   AND OR-TYPE(WS-A) = WS-RVSL-TYPE
                   AND OR-COUNTRY(WS-A) = HS-COUNTRY-CODE
                   AND OR-AMOUNT(WS-A) = HS-AMOUNT
                   AND OR-DATE(WS-A) = HS-DATE
               THEN
                   MOVE WS-A TO WS-RVSL-MATCH-IX
               END-IF
           END-PERFORM.
      *******************************
       APPLY-REVERSAL-BACKOUT-PARA.
       IF WS-RVSL-TYPE = 'K' OR WS-RVSL-TYPE = 'P' THEN
           MOVE 'K' TO WS-RVSL-SIDE
       ELSE
           MOVE 'D' TO WS-RVSL-SIDE
       END-IF.
       IF WS-RVSL-SIDE = 'D' THEN
           SUBTRACT HS-AMOUNT FROM WS-GROUP-DEBIT
       ELSE
           SUBTRACT HS-AMOUNT FROM WS-GROUP-CREDIT
       END-IF.
           MOVE 'Y' TO OR-REVERSED(WS-RVSL-MATCH-IX).
           ADD 1 TO WS-RVSL-APPLIED-COUNT.
      *******************************
       WRITE-HIST-EXCEPTION-PARA.
           ADD 1 TO WS-HIST-EXC-COUNT
           MOVE SPACES TO WS-RPT-LINE
           MOVE HS-AMOUNT TO WS-HS-AMOUNT-ED
           STRING HS-COUNTRY-CODE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               HS-CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               HS-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               HS-TYPE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-HS-AMOUNT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               HS-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-HIST-EXC-REASON) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE.

      *******************************
       COMPARE-LEDGER-PARA.
           MOVE SPACES TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE 'LEDGER COMPARED WITH HISTORY' TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLIENT,CURRENCY,LEDGER DEBIT,LEDGER CREDIT,'
               DELIMITED BY SIZE
               'HISTORY DEBIT,HISTORY CREDIT,DEBIT DIFFERENCE,'
               DELIMITED BY SIZE
               'CREDIT DIFFERENCE,FINDING' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           OPEN INPUT CALC-WORK.
           PERFORM READ-CALC-NEXT-PARA.
           OPEN INPUT BALANCE.
       IF BALANCE-FILE-STATUS = 35 THEN
           DISPLAY 'Client balances file does not exist - every '
           'history key is reported as missing.'
           MOVE HIGH-VALUES TO WS-LEDGER-KEY
       ELSE
       IF NOT (BALANCE-FILE-STATUS = '00'
           OR BALANCE-FILE-STATUS = '05')
       THEN
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLIENT BALANCES FILE UNREADABLE - FILE STATUS '
               DELIMITED BY SIZE
               BALANCE-FILE-STATUS DELIMITED BY SIZE
               ' - RUN THE REBUILD' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE HIGH-VALUES TO WS-LEDGER-KEY
       ELSE
           MOVE 'Y' TO WS-LEDGER-PRESENT
           PERFORM READ-LEDGER-NEXT-PARA
       END-IF
       END-IF.
           PERFORM MATCH-LEDGER-KEY-PARA
               UNTIL WS-CALC-KEY = HIGH-VALUES
                   AND WS-LEDGER-KEY = HIGH-VALUES.
       IF WS-LEDGER-PRESENT = 'Y' THEN
           CLOSE BALANCE
       END-IF.
           CLOSE CALC-WORK.
           COMPUTE WS-DISCREPANCY-COUNT = WS-DISCREPANCY-COUNT
               + WS-DIFFERENCE-COUNT + WS-ORPHAN-COUNT
               + WS-MISSING-COUNT + WS-HIST-EXC-COUNT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HISTORY RECORDS,' DELIMITED BY SIZE
               WS-HISTORY-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REVERSALS APPLIED,' DELIMITED BY SIZE
               WS-RVSL-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HISTORY LINES NOT APPLIED,' DELIMITED BY SIZE
               WS-HIST-EXC-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BALANCES THAT DIFFER,' DELIMITED BY SIZE
               WS-DIFFERENCE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ORPHAN LEDGER KEYS,' DELIMITED BY SIZE
               WS-ORPHAN-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'KEYS MISSING FROM LEDGER,' DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE.
      *******************************
       READ-CALC-NEXT-PARA.
           READ CALC-WORK
           AT END
               MOVE HIGH-VALUES TO WS-CALC-KEY
           NOT AT END
               MOVE CW-KEY TO WS-CALC-KEY
       END-READ.
      *******************************
       READ-LEDGER-NEXT-PARA.
           READ BALANCE
           AT END
               MOVE HIGH-VALUES TO WS-LEDGER-KEY
           NOT AT END
               ADD 1 TO WS-LEDGER-COUNT
               MOVE BA-KEY TO WS-LEDGER-KEY
       END-READ.
       IF NOT (BALANCE-FILE-STATUS = '00'
           OR BALANCE-FILE-STATUS = '10')
       THEN
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLIENT BALANCE READ FAILED MID-FILE - FILE STATUS '
               DELIMITED BY SIZE
               BALANCE-FILE-STATUS DELIMITED BY SIZE
               ' - RUN THE REBUILD' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE HIGH-VALUES TO WS-LEDGER-KEY
       END-IF.
      *******************************
       MATCH-LEDGER-KEY-PARA.
       IF WS-CALC-KEY = WS-LEDGER-KEY THEN
       IF NOT (BA-DEBIT-SUM = CW-DEBIT-SUM
           AND BA-CREDIT-SUM = CW-CREDIT-SUM)
       THEN
           ADD 1 TO WS-DIFFERENCE-COUNT
           MOVE BA-CL-ID TO WS-CMP-CL-ID
           MOVE BA-CURRENCY TO WS-CMP-CURRENCY
           MOVE BA-DEBIT-SUM TO WS-CMP-LEDGER-DEBIT
           MOVE BA-CREDIT-SUM TO WS-CMP-LEDGER-CREDIT
           MOVE CW-DEBIT-SUM TO WS-CMP-CALC-DEBIT
           MOVE CW-CREDIT-SUM TO WS-CMP-CALC-CREDIT
           MOVE 'BALANCE DIFFERS FROM HISTORY' TO WS-FINDING
           PERFORM WRITE-COMPARE-LINE-PARA
       END-IF
           PERFORM READ-CALC-NEXT-PARA
           PERFORM READ-LEDGER-NEXT-PARA
       ELSE
       IF WS-LEDGER-KEY < WS-CALC-KEY THEN
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE WS-LEDGER-CL-ID TO WS-CMP-CL-ID
           MOVE WS-LEDGER-CURRENCY TO WS-CMP-CURRENCY
           MOVE BA-DEBIT-SUM TO WS-CMP-LEDGER-DEBIT
           MOVE BA-CREDIT-SUM TO WS-CMP-LEDGER-CREDIT
           MOVE 0 TO WS-CMP-CALC-DEBIT
           MOVE 0 TO WS-CMP-CALC-CREDIT
           MOVE 'ORPHAN - NO HISTORY FOR THIS KEY' TO WS-FINDING
           PERFORM WRITE-COMPARE-LINE-PARA
           PERFORM READ-LEDGER-NEXT-PARA
       ELSE
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-CALC-CL-ID TO WS-CMP-CL-ID
           MOVE WS-CALC-CURRENCY TO WS-CMP-CURRENCY
           MOVE 0 TO WS-CMP-LEDGER-DEBIT
           MOVE 0 TO WS-CMP-LEDGER-CREDIT
           MOVE CW-DEBIT-SUM TO WS-CMP-CALC-DEBIT
           MOVE CW-CREDIT-SUM TO WS-CMP-CALC-CREDIT
           MOVE 'MISSING FROM LEDGER' TO WS-FINDING
           PERFORM WRITE-COMPARE-LINE-PARA
           PERFORM READ-CALC-NEXT-PARA
       END-IF
       END-IF.
      *******************************
       WRITE-COMPARE-LINE-PARA.
           COMPUTE WS-DIFF-DEBIT =
               WS-CMP-LEDGER-DEBIT - WS-CMP-CALC-DEBIT
           COMPUTE WS-DIFF-CREDIT =
               WS-CMP-LEDGER-CREDIT - WS-CMP-CALC-CREDIT
           MOVE WS-CMP-LEDGER-DEBIT TO WS-LEDGER-DEBIT-ED
           MOVE WS-CMP-LEDGER-CREDIT TO WS-LEDGER-CREDIT-ED
           MOVE WS-CMP-CALC-DEBIT TO WS-CALC-DEBIT-ED
           MOVE WS-CMP-CALC-CREDIT TO WS-CALC-CREDIT-ED
           MOVE WS-DIFF-DEBIT TO WS-DIFF-DEBIT-ED
           MOVE WS-DIFF-CREDIT TO WS-DIFF-CREDIT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CMP-CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CMP-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-LEDGER-DEBIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-LEDGER-CREDIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CALC-DEBIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CALC-CREDIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DIFF-DEBIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DIFF-CREDIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FINDING) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE VERIFY-RPT-FILE FROM WS-RPT-LINE.

      *******************************
       REBUILD-LEDGER-PARA.
       IF WS-HISTORY-PRESENT = 'N' THEN
           DISPLAY 'No transaction history - the ledger cannot be '
           'rebuilt.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-VERIFY-PARA
       END-IF.
           DISPLAY 'Enter operator initials (3 characters):'
           ACCEPT WS-OPERATOR
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
           DISPLAY 'Operator initials are required - ledger '
           'unchanged.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-VERIFY-PARA
       END-IF.
           DISPLAY 'This replaces client-balances.dat with the '
           'balances recomputed from the history. Continue? (Y/N)'
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
       IF NOT WS-CONFIRM = 'Y' THEN
           DISPLAY 'Rebuild abandoned - client-balances.dat '
           'unchanged.'
       IF WS-DISCREPANCY-COUNT > 0 THEN
           MOVE 8 TO RETURN-CODE
       END-IF
           PERFORM END-VERIFY-PARA
       END-IF.
           MOVE SPACES TO WS-BACKUP-FILENAME
           STRING 'client-balances-backup-' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-BACKUP-FILENAME
           PERFORM BACKUP-LEDGER-PARA.
           OPEN OUTPUT BALANCE.
       IF NOT (BALANCE-FILE-STATUS = '00'
           OR BALANCE-FILE-STATUS = '05')
       THEN
           DISPLAY 'ERROR: cannot rebuild client balances, file '
               'status ' BALANCE-FILE-STATUS '. The previous ledger '
               'is kept in ' FUNCTION TRIM(WS-BACKUP-FILENAME) '.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-VERIFY-PARA
       END-IF.
           OPEN INPUT CALC-WORK.
           PERFORM REBUILD-LEDGER-NEXT-PARA
               UNTIL CALC-WORK-FILE-STATUS = '10'.
           CLOSE CALC-WORK.
           CLOSE BALANCE.
           PERFORM WRITE-REBUILD-SUMMARY-PARA.
           DISPLAY 'Previous ledger backed up to '
               FUNCTION TRIM(WS-BACKUP-FILENAME) ': '
               WS-BACKUP-COUNT ' balances.'
           DISPLAY 'Balances rebuilt to client-balances.dat: '
               WS-REBUILT-COUNT
           DISPLAY 'Before/after totals for sign-off written to '
           'balance-rebuild-summary.txt.'.
      *******************************
       BACKUP-LEDGER-PARA.
           OPEN OUTPUT BACKUP.
       IF NOT BACKUP-FILE-STATUS = '00' THEN
           DISPLAY 'ERROR: cannot write ledger backup '
               FUNCTION TRIM(WS-BACKUP-FILENAME) ', file status '
               BACKUP-FILE-STATUS ' - ledger unchanged.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-VERIFY-PARA
       END-IF.
           OPEN INPUT BALANCE.
       IF BALANCE-FILE-STATUS = '00' OR BALANCE-FILE-STATUS = '05'
       THEN
           PERFORM BACKUP-LEDGER-NEXT-PARA
               UNTIL NOT BALANCE-FILE-STATUS = '00'
           CLOSE BALANCE
       END-IF.
           CLOSE BACKUP.
      *******************************
       BACKUP-LEDGER-NEXT-PARA.
           READ BALANCE
           AT END CONTINUE
           NOT AT END
               WRITE BACKUP-FILE FROM BALANCE-FILE-REC
               ADD 1 TO WS-BACKUP-COUNT
               MOVE BA-CURRENCY TO WS-TOT-CURRENCY
               PERFORM FIND-TOTAL-ENTRY-PARA
       IF WS-TOT-MATCH-IX > 0 THEN
           ADD BA-DEBIT-SUM TO BT-BEFORE-DEBIT(WS-TOT-MATCH-IX)
           ADD BA-CREDIT-SUM TO BT-BEFORE-CREDIT(WS-TOT-MATCH-IX)
       END-IF
       END-READ.
      *******************************
       REBUILD-LEDGER-NEXT-PARA.
           READ CALC-WORK
           AT END CONTINUE
           NOT AT END
               MOVE CALC-WORK-FILE TO BALANCE-FILE-REC
               WRITE BALANCE-FILE-REC
               INVALID KEY
                   DISPLAY 'ERROR: balance write failed for client '
                       BA-CL-ID ' currency ' BA-CURRENCY '.'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-REBUILT-COUNT
                   MOVE BA-CURRENCY TO WS-TOT-CURRENCY
                   PERFORM FIND-TOTAL-ENTRY-PARA
       IF WS-TOT-MATCH-IX > 0 THEN
           ADD BA-DEBIT-SUM TO BT-AFTER-DEBIT(WS-TOT-MATCH-IX)
           ADD BA-CREDIT-SUM TO BT-AFTER-CREDIT(WS-TOT-MATCH-IX)
       END-IF
               END-WRITE
       END-READ.
      *******************************
       FIND-TOTAL-ENTRY-PARA.
           MOVE 0 TO WS-TOT-MATCH-IX
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-TOT-COUNT
               IF BT-CURRENCY(WS-A) = WS-TOT-CURRENCY THEN
                   MOVE WS-A TO WS-TOT-MATCH-IX
               END-IF
           END-PERFORM.
       IF WS-TOT-MATCH-IX = 0 AND WS-TOT-COUNT < 100 THEN
           ADD 1 TO WS-TOT-COUNT
           MOVE WS-TOT-COUNT TO WS-TOT-MATCH-IX
           MOVE WS-TOT-CURRENCY TO BT-CURRENCY(WS-TOT-MATCH-IX)
           MOVE 0 TO BT-BEFORE-DEBIT(WS-TOT-MATCH-IX)
           MOVE 0 TO BT-BEFORE-CREDIT(WS-TOT-MATCH-IX)
           MOVE 0 TO BT-AFTER-DEBIT(WS-TOT-MATCH-IX)
           MOVE 0 TO BT-AFTER-CREDIT(WS-TOT-MATCH-IX)
       END-IF.
      *******************************
       WRITE-REBUILD-SUMMARY-PARA.
           OPEN OUTPUT REBUILD-RPT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLIENT BALANCE LEDGER REBUILD - ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREVIOUS LEDGER BACKED UP TO ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-BACKUP-FILENAME) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DISCREPANCIES FOUND BEFORE REBUILD,'
               DELIMITED BY SIZE
               WS-DISCREPANCY-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CURRENCY,BEFORE DEBIT,BEFORE CREDIT,BEFORE NET,'
               DELIMITED BY SIZE
               'AFTER DEBIT,AFTER CREDIT,AFTER NET,NET CHANGE'
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-TOT-COUNT
               COMPUTE WS-BEFORE-NET = BT-BEFORE-CREDIT(WS-A)
                   - BT-BEFORE-DEBIT(WS-A)
               COMPUTE WS-AFTER-NET = BT-AFTER-CREDIT(WS-A)
                   - BT-AFTER-DEBIT(WS-A)
               COMPUTE WS-NET-CHANGE = WS-AFTER-NET - WS-BEFORE-NET
               MOVE BT-BEFORE-DEBIT(WS-A) TO WS-TOT-DEBIT-ED
               MOVE BT-BEFORE-CREDIT(WS-A) TO WS-TOT-CREDIT-ED
               MOVE WS-BEFORE-NET TO WS-TOT-NET-ED
               MOVE BT-AFTER-DEBIT(WS-A) TO WS-TOT-DEBIT2-ED
               MOVE BT-AFTER-CREDIT(WS-A) TO WS-TOT-CREDIT2-ED
               MOVE WS-AFTER-NET TO WS-TOT-NET2-ED
               MOVE WS-NET-CHANGE TO WS-TOT-CHANGE-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING BT-CURRENCY(WS-A) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-DEBIT-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-CREDIT-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-NET-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-DEBIT2-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-CREDIT2-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-NET2-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TOT-CHANGE-ED DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BALANCE RECORDS BEFORE,' DELIMITED BY SIZE
               WS-BACKUP-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BALANCE RECORDS AFTER,' DELIMITED BY SIZE
               WS-REBUILT-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REBUILT BY: ' DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               '    DATE: ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REVIEWED AND APPROVED BY: ____________    '
               DELIMITED BY SIZE
               'DATE: ____________' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REBUILD-RPT-FILE FROM WS-RPT-LINE
           CLOSE REBUILD-RPT.

      *******************************
       CLOSE-VERIFY-RPT-PARA.
       CLOSE VERIFY-RPT.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-VERIFY-PARA.

      *******************************
       END-VERIFY-PARA.
       STOP RUN
       EXIT PROGRAM.
