      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
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
               SELECT PERIOD-CTL ASSIGN TO 'period-control.txt'
               FILE STATUS PERIOD-CTL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT PERIOD-LOG ASSIGN TO 'period-close-log.txt'
               FILE STATUS PERIOD-LOG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT SNAPSHOT ASSIGN TO DYNAMIC WS-SNAPSHOT-FILENAME
               FILE STATUS SNAPSHOT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT TRIAL-BAL ASSIGN TO DYNAMIC WS-TRIAL-FILENAME
               FILE STATUS TRIAL-BAL-FILE-STATUS
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
           01 TR-HISTORY-FILE.
               05 TH-COUNTRY-CODE PIC A(2).
               05 TH-CL-ID PIC X(3).
               05 TH-CURRENCY PIC A(3).
               05 TH-TYPE PIC A(1).
               05 TH-AMOUNT PIC 9(6)V9(2).
               05 TH-DATE.
                   10 TH-DATE-MONTH PIC 9(6).
                   10 TH-DATE-DAY PIC 9(2).
      *******************************
           FD PERIOD-CTL.
           01 PERIOD-CTL-FILE PIC X(80).
      *******************************
           FD PERIOD-LOG.
           01 PERIOD-LOG-FILE PIC X(200).
      *******************************
           FD SNAPSHOT.
           01 SNAPSHOT-FILE PIC X(34).
      *******************************
           FD TRIAL-BAL.
           01 TRIAL-BAL-FILE PIC X(200).

           WORKING-STORAGE SECTION.
      *******************************
           01 BALANCE-FILE-STATUS PIC X(2).
           01 TR-HISTORY-FILE-STATUS PIC X(2).
           01 PERIOD-CTL-FILE-STATUS PIC X(2).
           01 PERIOD-LOG-FILE-STATUS PIC X(2).
           01 SNAPSHOT-FILE-STATUS PIC X(2).
           01 TRIAL-BAL-FILE-STATUS PIC X(2).
      *******************************
           01 WS-OPERATOR PIC X(3).
           01 WS-ACTION PIC A(1).
           01 WS-CONFIRM PIC A(1).
           01 WS-REASON PIC X(60).
           01 WS-PERIOD-X PIC X(6).
           01 WS-PERIOD PIC 9(6).
           01 WS-PERIOD-MM PIC 9(2).
           01 WS-CUR-DATE PIC 9(8).
           01 WS-CUR-TIME PIC 9(8).
           01 WS-CUR-PERIOD PIC 9(6).
      *******************************
           01 WS-SNAPSHOT-FILENAME PIC X(60).
           01 WS-TRIAL-FILENAME PIC X(60).
      *******************************
           01 WS-PERIOD-LINE PIC X(80).
           01 WS-PE-MONTH-X PIC X(6).
           01 WS-PE-STATUS-X PIC X(1).
           01 WS-PE-DATE-X PIC X(8).
           01 WS-PE-TIME-X PIC X(8).
           01 WS-PE-OPERATOR-X PIC X(3).
           01 WS-PERIOD-COUNT PIC 9(4) VALUE 0.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 PE-MONTH PIC X(6).
                   10 PE-STATUS PIC X(1).
                   10 PE-DATE PIC X(8).
                   10 PE-TIME PIC X(8).
                   10 PE-OPERATOR PIC X(3).
           01 WS-PERIOD-MATCH-IX PIC 9(4) VALUE 0.
      *******************************
           01 WS-TB-COUNT PIC 9(4) VALUE 0.
           01 WS-TB-TABLE.
               05 WS-TB-ENTRY OCCURS 100 TIMES.
                   10 TB-CURRENCY PIC A(3).
                   10 TB-DEBIT-SUM PIC 9(14)V9(2).
                   10 TB-CREDIT-SUM PIC 9(14)V9(2).
           01 WS-TB-MATCH-IX PIC 9(4) VALUE 0.
           01 WS-TB-NET PIC S9(14)V9(2).
           01 WS-TB-DEBIT-ED PIC 9(14).9(2).
           01 WS-TB-CREDIT-ED PIC 9(14).9(2).
           01 WS-TB-NET-ED PIC +9(14).9(2).
           01 WS-TB-LINE PIC X(200).
           01 WS-TB-DEBIT PIC S9(14)V9(2).
           01 WS-TB-CREDIT PIC S9(14)V9(2).
      *******************************
           01 WS-LINE-COUNTRY PIC A(2).
           01 WS-LINE-CURRENCY PIC A(3).
           01 WS-LINE-TYPE PIC A(1).
           01 WS-ADJ-COUNT PIC 9(4) VALUE 0.
           01 WS-ADJ-TABLE.
               05 WS-ADJ-ENTRY OCCURS 3000 TIMES.
                   10 AJ-CL-ID PIC X(3).
                   10 AJ-CURRENCY PIC A(3).
                   10 AJ-DEBIT PIC S9(14)V9(2).
                   10 AJ-CREDIT PIC S9(14)V9(2).
           01 WS-ADJ-IX PIC 9(4) VALUE 0.
           01 WS-ADJ-FULL PIC A(1) VALUE 'N'.
           01 WS-ORIG-COUNT PIC 9(5) VALUE 0.
           01 WS-ORIG-TABLE.
               05 WS-ORIG-ENTRY OCCURS 20000 TIMES.
                   10 OR-COUNTRY PIC A(2).
                   10 OR-CL-ID PIC X(3).
                   10 OR-CURRENCY PIC A(3).
                   10 OR-TYPE PIC A(1).
                   10 OR-AMOUNT PIC 9(6)V9(2).
                   10 OR-DATE PIC 9(8).
                   10 OR-REVERSED PIC A(1).
           01 WS-ORIG-FULL PIC A(1) VALUE 'N'.
           01 WS-RVSL-TYPE PIC A(1).
           01 WS-RVSL-MATCH-IX PIC 9(5) VALUE 0.
           01 WS-B PIC 9(5).
           01 WS-AFTER-MOVE-COUNT PIC 9(8) VALUE 0.
           01 WS-AFTER-RVSL-UNMATCHED PIC 9(8) VALUE 0.
           01 WS-AFTER-UNKNOWN-COUNT PIC 9(8) VALUE 0.
           01 WS-TB-NEGATIVE-COUNT PIC 9(6) VALUE 0.
      *******************************
           01 WS-A PIC 9(4).
           01 WS-BALANCE-COUNT PIC 9(6) VALUE 0.
           01 WS-LOG-LINE PIC X(200).
           01 WS-LOG-ACTION PIC X(10).
           01 WS-LOG-DETAIL PIC X(100).

      *******************************
       PROCEDURE DIVISION.

      *******************************
       PERIOD-MAIN-PARA.
           DISPLAY 'Accounting period close.'
           DISPLAY 'Enter operator initials (3 characters):'
           ACCEPT WS-OPERATOR
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
           DISPLAY 'Operator initials are required.'
           PERFORM END-PERIOD-PARA
       END-IF.
           PERFORM GET-ACTION-PARA.
           PERFORM GET-PERIOD-PARA.
           PERFORM LOAD-PERIOD-CONTROL-PARA.
           PERFORM FIND-PERIOD-ENTRY-PARA.
       IF WS-ACTION = 'C' THEN
           PERFORM CLOSE-PERIOD-PARA
       ELSE
           PERFORM REOPEN-PERIOD-PARA
       END-IF.
           PERFORM END-PERIOD-PARA.

      *******************************
       GET-ACTION-PARA.
           DISPLAY 'Close a period (C) or reopen a closed period (O)?'
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
       IF NOT (WS-ACTION = 'C' OR WS-ACTION = 'O') THEN
           DISPLAY 'Invalid option! Enter C or O.'
           PERFORM GET-ACTION-PARA
       END-IF.

      *******************************
       GET-PERIOD-PARA.
           DISPLAY 'Enter the period (YYYYMM):'
           ACCEPT WS-PERIOD-X.
       IF WS-PERIOD-X IS NOT NUMERIC THEN
           DISPLAY 'The period provided is invalid.'
           PERFORM END-PERIOD-PARA
       END-IF.
           MOVE WS-PERIOD-X TO WS-PERIOD.
           MOVE WS-PERIOD-X(5:2) TO WS-PERIOD-MM.
       IF WS-PERIOD < 190001 OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
       THEN
           DISPLAY 'The period provided is invalid.'
           PERFORM END-PERIOD-PARA
       END-IF.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE WS-CUR-PERIOD = WS-CUR-DATE / 100.

      *******************************
       LOAD-PERIOD-CONTROL-PARA.
           OPEN INPUT PERIOD-CTL.
       IF PERIOD-CTL-FILE-STATUS = 35 THEN
           DISPLAY 'Period control file does not exist yet - no '
           'periods have been closed.'
       ELSE
           PERFORM READ-PERIOD-CTL-NEXT-PARA
               UNTIL PERIOD-CTL-FILE-STATUS = '10'
           CLOSE PERIOD-CTL
       END-IF.
      *******************************
       READ-PERIOD-CTL-NEXT-PARA.
           READ PERIOD-CTL INTO WS-PERIOD-LINE
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-PE-MONTH-X
               MOVE SPACES TO WS-PE-STATUS-X
               MOVE SPACES TO WS-PE-DATE-X
               MOVE SPACES TO WS-PE-TIME-X
               MOVE SPACES TO WS-PE-OPERATOR-X
               UNSTRING WS-PERIOD-LINE DELIMITED BY ','
                   INTO WS-PE-MONTH-X WS-PE-STATUS-X WS-PE-DATE-X
                       WS-PE-TIME-X WS-PE-OPERATOR-X
       IF WS-PE-MONTH-X IS NUMERIC AND WS-PERIOD-COUNT < 600 THEN
           ADD 1 TO WS-PERIOD-COUNT
           MOVE WS-PE-MONTH-X TO PE-MONTH(WS-PERIOD-COUNT)
           MOVE WS-PE-STATUS-X TO PE-STATUS(WS-PERIOD-COUNT)
           MOVE WS-PE-DATE-X TO PE-DATE(WS-PERIOD-COUNT)
           MOVE WS-PE-TIME-X TO PE-TIME(WS-PERIOD-COUNT)
           MOVE WS-PE-OPERATOR-X TO PE-OPERATOR(WS-PERIOD-COUNT)
       END-IF
       END-READ.
      *******************************
       FIND-PERIOD-ENTRY-PARA.
           MOVE 0 TO WS-PERIOD-MATCH-IX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-PERIOD-COUNT
               IF PE-MONTH(WS-A) = WS-PERIOD-X THEN
                   MOVE WS-A TO WS-PERIOD-MATCH-IX
               END-IF
           END-PERFORM.

      *******************************
       CLOSE-PERIOD-PARA.
       IF WS-PERIOD-MATCH-IX > 0 THEN
       IF PE-STATUS(WS-PERIOD-MATCH-IX) = 'C' THEN
           DISPLAY 'Period ' WS-PERIOD-X ' is already closed.'
           PERFORM END-PERIOD-PARA
       END-IF
       END-IF.
       IF NOT WS-PERIOD < WS-CUR-PERIOD THEN
           DISPLAY 'Period ' WS-PERIOD-X ' has not ended yet - '
           'only past months can be closed.'
           PERFORM END-PERIOD-PARA
       END-IF.
           DISPLAY 'Closing period ' WS-PERIOD-X ' locks all '
           'postings dated in that month. Continue? (Y/N)'
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
       IF NOT WS-CONFIRM = 'Y' THEN
           DISPLAY 'Close abandoned - period control unchanged.'
           PERFORM END-PERIOD-PARA
       END-IF.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING 'balance-snapshot-' DELIMITED BY SIZE
               WS-PERIOD-X DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-SNAPSHOT-FILENAME
           MOVE SPACES TO WS-TRIAL-FILENAME
           STRING 'trial-balance-' DELIMITED BY SIZE
               WS-PERIOD-X DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-TRIAL-FILENAME
           PERFORM SCAN-AFTER-PERIOD-PARA.
           PERFORM WRITE-SNAPSHOT-PARA.
           PERFORM SET-PERIOD-ENTRY-PARA.
           MOVE 'C' TO PE-STATUS(WS-PERIOD-MATCH-IX).
           PERFORM REWRITE-PERIOD-CONTROL-PARA.
           MOVE 'CLOSE' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING FUNCTION TRIM(WS-SNAPSHOT-FILENAME)
               DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRIAL-FILENAME) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           PERFORM WRITE-PERIOD-LOG-PARA.
           DISPLAY 'Period ' WS-PERIOD-X ' closed.'
           DISPLAY 'Ledger snapshot written to '
               FUNCTION TRIM(WS-SNAPSHOT-FILENAME) ': '
               WS-BALANCE-COUNT ' balances.'
           DISPLAY 'Closing trial balance written to '
               FUNCTION TRIM(WS-TRIAL-FILENAME) '.'.
       IF WS-AFTER-MOVE-COUNT > 0 THEN
           DISPLAY WS-AFTER-MOVE-COUNT ' movements dated after the '
           'period were backed out of the trial balance.'
       END-IF.
       IF WS-TB-NEGATIVE-COUNT > 0 THEN
           DISPLAY 'WARNING: ' WS-TB-NEGATIVE-COUNT ' balances went '
           'below zero when backing out later movements - run '
           'the balance verification.'
       END-IF.

      *******************************
       SCAN-AFTER-PERIOD-PARA.
           OPEN INPUT TR-HISTORY.
       IF TR-HISTORY-FILE-STATUS = 35 THEN
           DISPLAY 'Transaction history file does not exist - the '
           'trial balance is taken from the ledger as it stands.'
       ELSE
           PERFORM READ-HISTORY-NEXT-PARA
               UNTIL TR-HISTORY-FILE-STATUS = '10'
           CLOSE TR-HISTORY
       END-IF.
       IF WS-ADJ-FULL = 'Y' OR WS-ORIG-FULL = 'Y' THEN
           DISPLAY 'ERROR: too many movements dated after period '
           WS-PERIOD-X ' to back out - period not closed.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-PERIOD-PARA
       END-IF.
      *******************************
       READ-HISTORY-NEXT-PARA.
           READ TR-HISTORY
           AT END CONTINUE
           NOT AT END
       IF TH-DATE IS NUMERIC THEN
       IF TH-DATE-MONTH > WS-PERIOD THEN
           MOVE FUNCTION UPPER-CASE(TH-COUNTRY-CODE) TO WS-LINE-COUNTRY
           MOVE FUNCTION UPPER-CASE(TH-CURRENCY) TO WS-LINE-CURRENCY
           MOVE FUNCTION UPPER-CASE(TH-TYPE) TO WS-LINE-TYPE
           PERFORM BACK-OUT-MOVEMENT-PARA
       END-IF
       END-IF
       END-READ.
      *******************************
       BACK-OUT-MOVEMENT-PARA.
           EVALUATE WS-LINE-TYPE
               WHEN 'D'
               WHEN 'F'
               WHEN 'C'
                   PERFORM FIND-ADJ-ENTRY-PARA
               IF WS-ADJ-IX > 0 THEN
                   ADD TH-AMOUNT TO AJ-DEBIT(WS-ADJ-IX)
                   ADD 1 TO WS-AFTER-MOVE-COUNT
               END-IF
                   PERFORM ADD-ORIGINAL-PARA
               WHEN 'K'
               WHEN 'P'
                   PERFORM FIND-ADJ-ENTRY-PARA
               IF WS-ADJ-IX > 0 THEN
                   ADD TH-AMOUNT TO AJ-CREDIT(WS-ADJ-IX)
                   ADD 1 TO WS-AFTER-MOVE-COUNT
               END-IF
                   PERFORM ADD-ORIGINAL-PARA
               WHEN 'R'
                   PERFORM MATCH-REVERSAL-PARA
               WHEN OTHER
                   ADD 1 TO WS-AFTER-UNKNOWN-COUNT
           END-EVALUATE.
      *******************************
       FIND-ADJ-ENTRY-PARA.
           MOVE 0 TO WS-ADJ-IX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ADJ-COUNT OR WS-ADJ-IX > 0
               IF AJ-CL-ID(WS-A) = TH-CL-ID
                   AND AJ-CURRENCY(WS-A) = WS-LINE-CURRENCY
               THEN
                   MOVE WS-A TO WS-ADJ-IX
               END-IF
           END-PERFORM.
       IF WS-ADJ-IX = 0 THEN
       IF WS-ADJ-COUNT < 3000 THEN
           ADD 1 TO WS-ADJ-COUNT
           MOVE WS-ADJ-COUNT TO WS-ADJ-IX
           MOVE TH-CL-ID TO AJ-CL-ID(WS-ADJ-IX)
           MOVE WS-LINE-CURRENCY TO AJ-CURRENCY(WS-ADJ-IX)
           MOVE 0 TO AJ-DEBIT(WS-ADJ-IX)
           MOVE 0 TO AJ-CREDIT(WS-ADJ-IX)
       ELSE
           MOVE 'Y' TO WS-ADJ-FULL
       END-IF
       END-IF.
      *******************************
       ADD-ORIGINAL-PARA.
       IF WS-ORIG-COUNT < 20000 THEN
           ADD 1 TO WS-ORIG-COUNT
           MOVE WS-LINE-COUNTRY TO OR-COUNTRY(WS-ORIG-COUNT)
           MOVE TH-CL-ID TO OR-CL-ID(WS-ORIG-COUNT)
           MOVE WS-LINE-CURRENCY TO OR-CURRENCY(WS-ORIG-COUNT)
           MOVE WS-LINE-TYPE TO OR-TYPE(WS-ORIG-COUNT)
           MOVE TH-AMOUNT TO OR-AMOUNT(WS-ORIG-COUNT)
           MOVE TH-DATE TO OR-DATE(WS-ORIG-COUNT)
           MOVE 'N' TO OR-REVERSED(WS-ORIG-COUNT)
       ELSE
           MOVE 'Y' TO WS-ORIG-FULL
       END-IF.
      *******************************
       MATCH-REVERSAL-PARA.
           MOVE 'D' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA.
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'K' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'F' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'C' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'P' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       END-IF
       END-IF
       END-IF
       END-IF.
       IF WS-RVSL-MATCH-IX = 0 THEN
           ADD 1 TO WS-AFTER-RVSL-UNMATCHED
       ELSE
           MOVE 'Y' TO OR-REVERSED(WS-RVSL-MATCH-IX)
           PERFORM FIND-ADJ-ENTRY-PARA
       IF WS-ADJ-IX > 0 THEN
       IF WS-RVSL-TYPE = 'K' OR WS-RVSL-TYPE = 'P' THEN
           SUBTRACT TH-AMOUNT FROM AJ-CREDIT(WS-ADJ-IX)
       ELSE
           SUBTRACT TH-AMOUNT FROM AJ-DEBIT(WS-ADJ-IX)
       END-IF
           ADD 1 TO WS-AFTER-MOVE-COUNT
       END-IF
       END-IF.
      *******************************
       FIND-REVERSAL-ORIGINAL-PARA.
           MOVE 0 TO WS-RVSL-MATCH-IX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-ORIG-COUNT
                       OR WS-RVSL-MATCH-IX > 0
               IF OR-REVERSED(WS-B) = 'N'
                   AND OR-TYPE(WS-B) = WS-RVSL-TYPE
                   AND OR-CL-ID(WS-B) = TH-CL-ID
                   AND OR-CURRENCY(WS-B) = WS-LINE-CURRENCY
                   AND OR-COUNTRY(WS-B) = WS-LINE-COUNTRY
                   AND OR-AMOUNT(WS-B) = TH-AMOUNT
                   AND OR-DATE(WS-B) = TH-DATE
               THEN
                   MOVE WS-B TO WS-RVSL-MATCH-IX
               END-IF
           END-PERFORM.

      *******************************
       WRITE-SNAPSHOT-PARA.
           OPEN INPUT BALANCE.
       IF NOT (BALANCE-FILE-STATUS = '00'
           OR BALANCE-FILE-STATUS = '05'
           OR BALANCE-FILE-STATUS = '35')
       THEN
           DISPLAY 'ERROR: cannot read client balances, file status '
               BALANCE-FILE-STATUS ' - period ' WS-PERIOD-X
               ' not closed.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-PERIOD-PARA
       END-IF.
           OPEN OUTPUT SNAPSHOT.
           OPEN OUTPUT TRIAL-BAL.
           MOVE SPACES TO WS-TB-LINE
           STRING 'CLOSING TRIAL BALANCE FOR PERIOD ' DELIMITED BY SIZE
               WS-PERIOD-X DELIMITED BY SIZE
               ' - TAKEN ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
           MOVE 'CLIENT,CURRENCY,DEBIT,CREDIT,NET BALANCE'
               TO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
       IF BALANCE-FILE-STATUS = 35 THEN
           DISPLAY 'Client balances file does not exist - the '
           'snapshot and trial balance are empty.'
       ELSE
           PERFORM READ-BALANCE-NEXT-PARA
               UNTIL NOT BALANCE-FILE-STATUS = '00'
           CLOSE BALANCE
       END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-TB-COUNT
               COMPUTE WS-TB-NET =
                   TB-CREDIT-SUM(WS-A) - TB-DEBIT-SUM(WS-A)
               MOVE TB-DEBIT-SUM(WS-A) TO WS-TB-DEBIT-ED
               MOVE TB-CREDIT-SUM(WS-A) TO WS-TB-CREDIT-ED
               MOVE WS-TB-NET TO WS-TB-NET-ED
               MOVE SPACES TO WS-TB-LINE
               STRING 'CURRENCY TOTAL,' DELIMITED BY SIZE
                   TB-CURRENCY(WS-A) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TB-DEBIT-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TB-CREDIT-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TB-NET-ED DELIMITED BY SIZE
                   INTO WS-TB-LINE
               WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
           END-PERFORM.
           MOVE SPACES TO WS-TB-LINE
           STRING 'BALANCES IN SNAPSHOT,' DELIMITED BY SIZE
               WS-BALANCE-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAPSHOT-FILENAME) DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
           MOVE SPACES TO WS-TB-LINE
           STRING 'MOVEMENTS AFTER PERIOD BACKED OUT,' DELIMITED BY SIZE
               WS-AFTER-MOVE-COUNT DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
       IF WS-AFTER-RVSL-UNMATCHED > 0 THEN
           MOVE SPACES TO WS-TB-LINE
           STRING 'REVERSALS AFTER PERIOD NOT MATCHED,'
               DELIMITED BY SIZE
               WS-AFTER-RVSL-UNMATCHED DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
       END-IF.
       IF WS-AFTER-UNKNOWN-COUNT > 0 THEN
           MOVE SPACES TO WS-TB-LINE
           STRING 'UNKNOWN TYPES AFTER PERIOD IGNORED,'
               DELIMITED BY SIZE
               WS-AFTER-UNKNOWN-COUNT DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
       END-IF.
       IF WS-TB-NEGATIVE-COUNT > 0 THEN
           MOVE SPACES TO WS-TB-LINE
           STRING 'BALANCES BELOW ZERO AFTER BACK-OUT,'
               DELIMITED BY SIZE
               WS-TB-NEGATIVE-COUNT DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
       END-IF.
           CLOSE SNAPSHOT.
           CLOSE TRIAL-BAL.
      *******************************
       READ-BALANCE-NEXT-PARA.
           READ BALANCE
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-BALANCE-COUNT
               WRITE SNAPSHOT-FILE FROM BALANCE-FILE-REC
               PERFORM WRITE-TRIAL-LINE-PARA
       END-READ.
      *******************************
       WRITE-TRIAL-LINE-PARA.
           MOVE BA-DEBIT-SUM TO WS-TB-DEBIT
           MOVE BA-CREDIT-SUM TO WS-TB-CREDIT
           MOVE 0 TO WS-ADJ-IX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ADJ-COUNT OR WS-ADJ-IX > 0
               IF AJ-CL-ID(WS-A) = BA-CL-ID
                   AND AJ-CURRENCY(WS-A) = BA-CURRENCY
               THEN
                   MOVE WS-A TO WS-ADJ-IX
               END-IF
           END-PERFORM.
       IF WS-ADJ-IX > 0 THEN
           SUBTRACT AJ-DEBIT(WS-ADJ-IX) FROM WS-TB-DEBIT
           SUBTRACT AJ-CREDIT(WS-ADJ-IX) FROM WS-TB-CREDIT
       IF WS-TB-DEBIT < 0 OR WS-TB-CREDIT < 0 THEN
           DISPLAY 'WARNING: ledger balance ' BA-CL-ID ' ' BA-CURRENCY
               ' is lower than the movements dated after the period.'
           ADD 1 TO WS-TB-NEGATIVE-COUNT
       END-IF
       IF WS-TB-DEBIT < 0 THEN
           MOVE 0 TO WS-TB-DEBIT
       END-IF
       IF WS-TB-CREDIT < 0 THEN
           MOVE 0 TO WS-TB-CREDIT
       END-IF
       END-IF.
           COMPUTE WS-TB-NET = WS-TB-CREDIT - WS-TB-DEBIT
           MOVE WS-TB-DEBIT TO WS-TB-DEBIT-ED
           MOVE WS-TB-CREDIT TO WS-TB-CREDIT-ED
           MOVE WS-TB-NET TO WS-TB-NET-ED
           MOVE SPACES TO WS-TB-LINE
           STRING BA-CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               BA-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-TB-DEBIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-TB-CREDIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-TB-NET-ED DELIMITED BY SIZE
               INTO WS-TB-LINE
           WRITE TRIAL-BAL-FILE FROM WS-TB-LINE
           MOVE 0 TO WS-TB-MATCH-IX
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-TB-COUNT
               IF TB-CURRENCY(WS-A) = BA-CURRENCY THEN
                   MOVE WS-A TO WS-TB-MATCH-IX
               END-IF
           END-PERFORM
       IF WS-TB-MATCH-IX = 0 AND WS-TB-COUNT < 100 THEN
           ADD 1 TO WS-TB-COUNT
           MOVE WS-TB-COUNT TO WS-TB-MATCH-IX
           MOVE BA-CURRENCY TO TB-CURRENCY(WS-TB-MATCH-IX)
           MOVE 0 TO TB-DEBIT-SUM(WS-TB-MATCH-IX)
           MOVE 0 TO TB-CREDIT-SUM(WS-TB-MATCH-IX)
       END-IF
       IF WS-TB-MATCH-IX > 0 THEN
           ADD WS-TB-DEBIT TO TB-DEBIT-SUM(WS-TB-MATCH-IX)
           ADD WS-TB-CREDIT TO TB-CREDIT-SUM(WS-TB-MATCH-IX)
       END-IF.

      *******************************
       REOPEN-PERIOD-PARA.
       IF WS-PERIOD-MATCH-IX = 0 THEN
           DISPLAY 'Period ' WS-PERIOD-X ' is not closed.'
           PERFORM END-PERIOD-PARA
       END-IF.
       IF NOT PE-STATUS(WS-PERIOD-MATCH-IX) = 'C' THEN
           DISPLAY 'Period ' WS-PERIOD-X ' is not closed.'
           PERFORM END-PERIOD-PARA
       END-IF.
           DISPLAY 'Enter the reason for reopening the period:'
           ACCEPT WS-REASON.
       IF WS-REASON = SPACES THEN
           DISPLAY 'A reason is required - period not reopened.'
           PERFORM END-PERIOD-PARA
       END-IF.
           INSPECT WS-REASON REPLACING ALL ',' BY ';'.
           PERFORM SET-PERIOD-ENTRY-PARA.
           MOVE 'O' TO PE-STATUS(WS-PERIOD-MATCH-IX).
           PERFORM REWRITE-PERIOD-CONTROL-PARA.
           MOVE 'REOPEN' TO WS-LOG-ACTION
           MOVE WS-REASON TO WS-LOG-DETAIL
           PERFORM WRITE-PERIOD-LOG-PARA.
           DISPLAY 'Period ' WS-PERIOD-X ' reopened - postings '
           'dated in that month are accepted again.'.

      *******************************
       SET-PERIOD-ENTRY-PARA.
       IF WS-PERIOD-MATCH-IX = 0 THEN
       IF WS-PERIOD-COUNT < 600 THEN
           ADD 1 TO WS-PERIOD-COUNT
           MOVE WS-PERIOD-COUNT TO WS-PERIOD-MATCH-IX
           MOVE WS-PERIOD-X TO PE-MONTH(WS-PERIOD-MATCH-IX)
       ELSE
           DISPLAY 'ERROR: period control table is full.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-PERIOD-PARA
       END-IF
       END-IF.
           MOVE WS-CUR-DATE TO PE-DATE(WS-PERIOD-MATCH-IX).
           MOVE WS-CUR-TIME TO PE-TIME(WS-PERIOD-MATCH-IX).
           MOVE WS-OPERATOR TO PE-OPERATOR(WS-PERIOD-MATCH-IX).

      *******************************
       REWRITE-PERIOD-CONTROL-PARA.
           OPEN OUTPUT PERIOD-CTL.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-PERIOD-COUNT
               MOVE SPACES TO WS-PERIOD-LINE
               STRING PE-MONTH(WS-A) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PE-STATUS(WS-A) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PE-DATE(WS-A) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PE-TIME(WS-A) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PE-OPERATOR(WS-A) DELIMITED BY SIZE
                   INTO WS-PERIOD-LINE
               WRITE PERIOD-CTL-FILE FROM WS-PERIOD-LINE
           END-PERFORM.
           CLOSE PERIOD-CTL.

      *******************************
       WRITE-PERIOD-LOG-PARA.
           MOVE SPACES TO WS-LOG-LINE
           STRING
               WS-CUR-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-PERIOD-X DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED BY SIZE
               INTO WS-LOG-LINE
           OPEN EXTEND PERIOD-LOG.
       IF PERIOD-LOG-FILE-STATUS = 35 THEN
           OPEN OUTPUT PERIOD-LOG
       END-IF.
           WRITE PERIOD-LOG-FILE FROM WS-LOG-LINE.
           CLOSE PERIOD-LOG.

      *******************************
       END-PERIOD-PARA.
       STOP RUN
       EXIT PROGRAM.
