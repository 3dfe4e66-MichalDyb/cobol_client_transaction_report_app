      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.
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
               SELECT INT-RATE ASSIGN TO 'interest-rates.txt'
               FILE STATUS INT-RATE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT ACCRUAL-RPT ASSIGN TO
                   'interest-accrual-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT INT-POST ASSIGN TO 'interest-postings.txt'
               FILE STATUS INT-POST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT INT-REGISTER ASSIGN TO 'interest-register.txt'
               FILE STATUS INT-REGISTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT PERIOD-CTL ASSIGN TO 'period-control.txt'
               FILE STATUS PERIOD-CTL-FILE-STATUS
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
           FD INT-RATE.
           01 INT-RATE-FILE PIC X(80).
      *******************************
           FD ACCRUAL-RPT.
           01 ACCRUAL-RPT-FILE PIC X(200).
      *******************************
           FD INT-POST.
           01 INT-POST-FILE.
               05 IP-COUNTRY-CODE PIC A(2).
               05 IP-CL-ID PIC X(3).
               05 IP-CURRENCY PIC A(3).
               05 IP-TYPE PIC A(1).
               05 IP-AMOUNT PIC 9(6)V9(2).
               05 IP-DATE PIC 9(8).
      *******************************
           FD INT-REGISTER.
           01 INT-REGISTER-FILE PIC X(80).
      *******************************
           FD PERIOD-CTL.
           01 PERIOD-CTL-FILE PIC X(120).

           WORKING-STORAGE SECTION.
      *******************************
           01 BALANCE-FILE-STATUS PIC X(2).
           01 TR-HISTORY-FILE-STATUS PIC X(2).
           01 INT-RATE-FILE-STATUS PIC X(2).
           01 INT-POST-FILE-STATUS PIC X(2).
           01 INT-REGISTER-FILE-STATUS PIC X(2).
           01 PERIOD-CTL-FILE-STATUS PIC X(2).
      *******************************
           01 WS-INT-MONTH PIC 9(6).
           01 WS-INT-MONTH-X PIC X(6).
           01 WS-INT-MM PIC 9(2).
           01 WS-INT-YYYY PIC 9(4).
           01 WS-INT-MODE PIC A(1).
           01 WS-LAST-DAY PIC 9(2).
           01 WS-ACCRUE-DAYS PIC 9(2).
           01 WS-MONTH-START PIC 9(8).
           01 WS-POST-DATE PIC 9(8).
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TODAY-MONTH PIC 9(6).
               05 WS-TODAY-DAY PIC 9(2).
      *******************************
           01 WS-RATE-LINE PIC X(80).
           01 WS-RATE-FIELD-1 PIC X(10).
           01 WS-RATE-FIELD-2 PIC X(20).
           01 WS-RATE-FIELD-3 PIC X(20).
           01 WS-RATE-FIELD-4 PIC X(20).
           01 WS-RATE-EFF-X PIC X(8).
           01 WS-RATE-COUNT PIC 9(4) VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 500 TIMES.
                   10 RT-CURRENCY PIC A(3).
                   10 RT-EFF-DATE PIC 9(8).
                   10 RT-CREDIT-RATE PIC 9(3)V9(4).
                   10 RT-DEBIT-RATE PIC 9(3)V9(4).
           01 WS-RATE-SKIP-COUNT PIC 9(6) VALUE 0.
      *******************************
           01 WS-CCY-COUNT PIC 9(3) VALUE 0.
           01 WS-CCY-TABLE.
               05 WS-CCY-ENTRY OCCURS 100 TIMES.
                   10 CY-CURRENCY PIC A(3).
                   10 CY-ACCT-COUNT PIC 9(6).
                   10 CY-CREDIT-TOTAL PIC 9(12)V9(2).
                   10 CY-DEBIT-TOTAL PIC 9(12)V9(2).
                   10 CY-DAY OCCURS 31 TIMES.
                       15 CY-HAS-RATE PIC A(1).
                       15 CY-CREDIT-RATE PIC 9(3)V9(4).
                       15 CY-DEBIT-RATE PIC 9(3)V9(4).
           01 WS-CCY-IX PIC 9(3) VALUE 0.
           01 WS-FIND-CURRENCY PIC A(3).
           01 WS-BEST-DATE PIC 9(8).
           01 WS-DAY-DATE PIC 9(8).
      *******************************
           01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 3000 TIMES.
                   10 AC-CL-ID PIC X(3).
                   10 AC-CURRENCY PIC A(3).
                   10 AC-COUNTRY PIC A(2).
                   10 AC-CCY-IX PIC 9(3).
                   10 AC-LEDGER-NET PIC S9(12)V9(2).
                   10 AC-AFTER-NET PIC S9(12)V9(2).
                   10 AC-DAY-MOVE PIC S9(12)V9(2) OCCURS 31 TIMES.
                   10 AC-OPEN-NET PIC S9(12)V9(2).
                   10 AC-CLOSE-NET PIC S9(12)V9(2).
                   10 AC-BAL-SUM PIC S9(14)V9(2).
                   10 AC-NO-RATE-DAYS PIC 9(2).
                   10 AC-CREDIT-INT PIC 9(10)V9(6).
                   10 AC-DEBIT-INT PIC 9(10)V9(6).
           01 WS-ACCT-IX PIC 9(4) VALUE 0.
           01 WS-ACCT-OVERFLOW-COUNT PIC 9(6) VALUE 0.
      *******************************
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
           01 WS-RVSL-TYPE PIC A(1).
           01 WS-RVSL-MATCH-IX PIC 9(5) VALUE 0.
           01 WS-ORIG-FULL PIC A(1) VALUE 'N'.
      *******************************
           01 WS-LINE-COUNTRY PIC A(2).
           01 WS-LINE-CURRENCY PIC A(3).
           01 WS-LINE-TYPE PIC A(1).
           01 WS-MOVE-TYPE PIC A(1).
           01 WS-MOVE-SIDE PIC A(1).
           01 WS-MOVE-AMOUNT PIC S9(12)V9(2).
      *******************************
           01 WS-PERIOD-LINE PIC X(120).
           01 WS-PERIOD-MONTH-X PIC X(6).
           01 WS-PERIOD-STATUS-X PIC X(1).
           01 WS-PERIOD-CLOSED PIC A(1) VALUE 'N'.
      *******************************
           01 WS-REGISTER-LINE PIC X(80).
           01 WS-REG-MONTH PIC X(6).
           01 WS-ALREADY-POSTED PIC A(1) VALUE 'N'.
           01 WS-POST-ALLOWED PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
      *******************************
           01 WS-A PIC 9(5).
           01 WS-B PIC 9(5).
           01 WS-D PIC 9(2).
           01 WS-RUN-BALANCE PIC S9(12)V9(2).
           01 WS-DAY-INTEREST PIC 9(10)V9(6).
      *******************************
           01 WS-HIST-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-MOVE-APPLIED-COUNT PIC 9(8) VALUE 0.
           01 WS-RVSL-APPLIED-COUNT PIC 9(8) VALUE 0.
           01 WS-RVSL-UNMATCHED-COUNT PIC 9(8) VALUE 0.
           01 WS-UNKNOWN-TYPE-COUNT PIC 9(8) VALUE 0.
           01 WS-NOT-IN-LEDGER-COUNT PIC 9(8) VALUE 0.
           01 WS-BAD-DATE-COUNT PIC 9(8) VALUE 0.
           01 WS-POSTING-COUNT PIC 9(8) VALUE 0.
           01 WS-POSTING-TOTAL PIC 9(12)V9(2) VALUE 0.
           01 WS-POSTING-TOO-LARGE-COUNT PIC 9(8) VALUE 0.
           01 WS-NO-COUNTRY-COUNT PIC 9(8) VALUE 0.
      *******************************
           01 WS-ACC-CREDIT PIC 9(10)V9(2).
           01 WS-ACC-DEBIT PIC 9(10)V9(2).
           01 WS-ACC-NET PIC S9(10)V9(2).
           01 WS-ACC-AVERAGE PIC S9(12)V9(2).
           01 WS-ACC-NOTE PIC X(80).
           01 WS-POST-NOTE PIC X(40).
           01 WS-NOTE-WORK PIC X(80).
           01 WS-NOTE-TALLY PIC 9(2).
           01 WS-POST-AMOUNT PIC 9(10)V9(2).
           01 WS-POST-TYPE PIC A(1).
      *******************************
           01 WS-OPEN-ED PIC +9(12).9(2).
           01 WS-CLOSE-ED PIC +9(12).9(2).
           01 WS-AVERAGE-ED PIC +9(12).9(2).
           01 WS-CREDIT-ED PIC 9(10).9(2).
           01 WS-DEBIT-ED PIC 9(10).9(2).
           01 WS-NET-ED PIC +9(10).9(2).
           01 WS-SUM-ED PIC 9(12).9(2).
           01 WS-SUM-DEBIT-ED PIC 9(12).9(2).
           01 WS-SUM-NET-ED PIC +9(12).9(2).
           01 WS-SUM-NET PIC S9(12)V9(2).
           01 WS-RPT-LINE PIC X(200).

      *******************************
       PROCEDURE DIVISION.

      *******************************
       INTEREST-MAIN-PARA.
           DISPLAY 'Interest accrual run.'
           DISPLAY 'Enter the accrual month (YYYYMM):'
           ACCEPT WS-INT-MONTH-X.
       IF WS-INT-MONTH-X IS NOT NUMERIC THEN
           DISPLAY 'The accrual month provided is invalid.'
           PERFORM END-INTEREST-PARA
       END-IF.
           MOVE WS-INT-MONTH-X TO WS-INT-MONTH.
           MOVE WS-INT-MONTH-X(5:2) TO WS-INT-MM.
       IF WS-INT-MONTH < 190001 OR WS-INT-MONTH > 999912
           OR WS-INT-MM < 1 OR WS-INT-MM > 12
       THEN
           DISPLAY 'The accrual month provided is invalid.'
           PERFORM END-INTEREST-PARA
       END-IF.
           MOVE WS-INT-MONTH-X(1:4) TO WS-INT-YYYY.
           DISPLAY 'A - accrual report only, P - period end (report '
           'and interest postings):'
           ACCEPT WS-INT-MODE.
           MOVE FUNCTION UPPER-CASE(WS-INT-MODE) TO WS-INT-MODE.
       IF NOT (WS-INT-MODE = 'A' OR WS-INT-MODE = 'P') THEN
           DISPLAY 'Invalid mode! Enter A or P.'
           PERFORM END-INTEREST-PARA
       END-IF.
           PERFORM SET-POSTING-DATE-PARA.
           PERFORM SET-ACCRUAL-DAYS-PARA.
       IF WS-INT-MODE = 'P' THEN
           PERFORM CHECK-INT-REGISTER-PARA
           PERFORM CHECK-PERIOD-CLOSED-PARA
       IF WS-ALREADY-POSTED = 'N' AND WS-PERIOD-CLOSED = 'N' THEN
           MOVE 'Y' TO WS-POST-ALLOWED
       END-IF
       END-IF.
           PERFORM LOAD-RATES-PARA.
           PERFORM LOAD-LEDGER-PARA.
           PERFORM BUILD-DAILY-RATES-PARA.
           PERFORM SCAN-HISTORY-PARA.
           PERFORM ACCRUE-INTEREST-PARA
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT.
           PERFORM WRITE-ACCRUAL-REPORT-PARA.
       IF WS-POST-ALLOWED = 'Y' AND WS-POSTING-COUNT > 0 THEN
           PERFORM WRITE-INT-REGISTER-PARA
       END-IF.
           DISPLAY 'Accounts accrued: ' WS-ACCT-COUNT
           DISPLAY 'Accrual report written to '
           'interest-accrual-report.txt.'
       IF WS-INT-MODE = 'P' THEN
       IF WS-ALREADY-POSTED = 'Y' THEN
           DISPLAY 'Interest for this month was already posted - no '
           'interest postings written.'
       ELSE
       IF WS-PERIOD-CLOSED = 'Y' THEN
           DISPLAY 'Month ' WS-INT-MONTH-X ' is closed - no interest '
           'postings written. Reopen the period first.'
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY 'Interest postings written to '
           'interest-postings.txt: ' WS-POSTING-COUNT
       END-IF
       END-IF
       END-IF.
           PERFORM END-INTEREST-PARA.

      *******************************
       SET-POSTING-DATE-PARA.
           EVALUATE WS-INT-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN 2
       IF FUNCTION MOD(WS-INT-YYYY, 400) = 0
           OR (FUNCTION MOD(WS-INT-YYYY, 4) = 0
           AND NOT FUNCTION MOD(WS-INT-YYYY, 100) = 0)
       THEN
           MOVE 29 TO WS-LAST-DAY
       ELSE
           MOVE 28 TO WS-LAST-DAY
       END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LAST-DAY
           END-EVALUATE.
           COMPUTE WS-MONTH-START = WS-INT-MONTH * 100 + 1.
           COMPUTE WS-POST-DATE = WS-INT-MONTH * 100 + WS-LAST-DAY.

      *******************************
       SET-ACCRUAL-DAYS-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       IF WS-INT-MONTH > WS-TODAY-MONTH THEN
           DISPLAY 'The accrual month provided is in the future.'
           PERFORM END-INTEREST-PARA
       END-IF.
       IF WS-INT-MONTH = WS-TODAY-MONTH THEN
       IF WS-INT-MODE = 'P' THEN
           DISPLAY 'Month ' WS-INT-MONTH-X ' has not ended yet - '
           'interest can only be posted for a past month.'
           PERFORM END-INTEREST-PARA
       END-IF
           COMPUTE WS-ACCRUE-DAYS = WS-TODAY-DAY - 1
           DISPLAY 'Current month - interest accrued to date for '
               WS-ACCRUE-DAYS ' day(s).'
       ELSE
           MOVE WS-LAST-DAY TO WS-ACCRUE-DAYS
       END-IF.

      *******************************
       CHECK-INT-REGISTER-PARA.
           OPEN INPUT INT-REGISTER.
       IF INT-REGISTER-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           PERFORM READ-INT-REGISTER-NEXT-PARA
               UNTIL INT-REGISTER-FILE-STATUS = '10'
           CLOSE INT-REGISTER
       END-IF.
      *******************************
       READ-INT-REGISTER-NEXT-PARA.
           READ INT-REGISTER INTO WS-REGISTER-LINE
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-REG-MONTH
               UNSTRING WS-REGISTER-LINE DELIMITED BY ','
                   INTO WS-REG-MONTH
       IF WS-REG-MONTH = WS-INT-MONTH-X THEN
           MOVE 'Y' TO WS-ALREADY-POSTED
       END-IF
       END-READ.

      *******************************
       CHECK-PERIOD-CLOSED-PARA.
           OPEN INPUT PERIOD-CTL.
       IF PERIOD-CTL-FILE-STATUS = 35 THEN
           CONTINUE
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
               MOVE SPACES TO WS-PERIOD-MONTH-X
               MOVE SPACES TO WS-PERIOD-STATUS-X
               UNSTRING WS-PERIOD-LINE DELIMITED BY ','
                   INTO WS-PERIOD-MONTH-X WS-PERIOD-STATUS-X
       IF WS-PERIOD-MONTH-X = WS-INT-MONTH-X
           AND WS-PERIOD-STATUS-X = 'C'
       THEN
           MOVE 'Y' TO WS-PERIOD-CLOSED
       END-IF
       END-READ.

      *******************************
       WRITE-INT-REGISTER-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-POSTING-TOTAL TO WS-SUM-ED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-INT-MONTH DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-POSTING-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-SUM-ED DELIMITED BY SIZE
               INTO WS-REGISTER-LINE.
           OPEN EXTEND INT-REGISTER.
       IF INT-REGISTER-FILE-STATUS = 35 THEN
           OPEN OUTPUT INT-REGISTER
       END-IF.
           WRITE INT-REGISTER-FILE FROM WS-REGISTER-LINE.
           CLOSE INT-REGISTER.

      *******************************
       LOAD-RATES-PARA.
           OPEN INPUT INT-RATE.
       IF INT-RATE-FILE-STATUS = 35 THEN
           DISPLAY "Interest rate file doesn't exist."
           PERFORM CLOSE-INT-RATE-PARA
       END-IF.
           PERFORM READ-RATE-NEXT-PARA
               UNTIL INT-RATE-FILE-STATUS = '10'.
           CLOSE INT-RATE.
       IF WS-RATE-COUNT = 0 THEN
           DISPLAY 'Interest rate file has no valid rate lines.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-INTEREST-PARA
       END-IF.
       IF WS-RATE-SKIP-COUNT > 0 THEN
           DISPLAY 'Interest rate lines skipped: ' WS-RATE-SKIP-COUNT
       END-IF.
      *******************************
       READ-RATE-NEXT-PARA.
           READ INT-RATE INTO WS-RATE-LINE
           AT END CONTINUE
           NOT AT END
       IF WS-RATE-LINE = SPACES THEN
           CONTINUE
       ELSE
           MOVE SPACES TO WS-RATE-FIELD-1
           MOVE SPACES TO WS-RATE-FIELD-2
           MOVE SPACES TO WS-RATE-FIELD-3
           MOVE SPACES TO WS-RATE-FIELD-4
           UNSTRING WS-RATE-LINE DELIMITED BY ','
               INTO WS-RATE-FIELD-1 WS-RATE-FIELD-2
                   WS-RATE-FIELD-3 WS-RATE-FIELD-4
           MOVE FUNCTION TRIM(WS-RATE-FIELD-2) TO WS-RATE-EFF-X
       IF WS-RATE-EFF-X IS NUMERIC
           AND WS-RATE-FIELD-3 NOT = SPACES
           AND WS-RATE-FIELD-4 NOT = SPACES
           AND WS-RATE-COUNT < 500
       THEN
           ADD 1 TO WS-RATE-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATE-FIELD-1))
               TO RT-CURRENCY(WS-RATE-COUNT)
           MOVE WS-RATE-EFF-X TO RT-EFF-DATE(WS-RATE-COUNT)
           COMPUTE RT-CREDIT-RATE(WS-RATE-COUNT) =
               FUNCTION NUMVAL(WS-RATE-FIELD-3)
           COMPUTE RT-DEBIT-RATE(WS-RATE-COUNT) =
               FUNCTION NUMVAL(WS-RATE-FIELD-4)
       ELSE
           ADD 1 TO WS-RATE-SKIP-COUNT
       END-IF
       END-IF
       END-READ.

      *******************************
       LOAD-LEDGER-PARA.
           OPEN INPUT BALANCE.
       IF BALANCE-FILE-STATUS = 35 THEN
           DISPLAY "Client balances file doesn't exist."
           PERFORM CLOSE-BALANCE-PARA
       END-IF.
           PERFORM READ-LEDGER-NEXT-PARA
               UNTIL BALANCE-FILE-STATUS = '10'.
           CLOSE BALANCE.
       IF WS-ACCT-OVERFLOW-COUNT > 0 THEN
           DISPLAY 'More than 3000 ledger balances - '
               WS-ACCT-OVERFLOW-COUNT ' not accrued.'
       END-IF.
      *******************************
       READ-LEDGER-NEXT-PARA.
           READ BALANCE
           AT END CONTINUE
           NOT AT END
       IF WS-ACCT-COUNT < 3000 THEN
           ADD 1 TO WS-ACCT-COUNT
           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-COUNT) REPLACING
               NUMERIC BY ZEROES
               ALPHABETIC BY SPACES
               ALPHANUMERIC BY SPACES
           MOVE BA-CL-ID TO AC-CL-ID(WS-ACCT-COUNT)
           MOVE BA-CURRENCY TO AC-CURRENCY(WS-ACCT-COUNT)
           COMPUTE AC-LEDGER-NET(WS-ACCT-COUNT) =
               BA-CREDIT-SUM - BA-DEBIT-SUM
           MOVE BA-CURRENCY TO WS-FIND-CURRENCY
           PERFORM FIND-CURRENCY-PARA
           MOVE WS-CCY-IX TO AC-CCY-IX(WS-ACCT-COUNT)
       ELSE
           ADD 1 TO WS-ACCT-OVERFLOW-COUNT
       END-IF
       END-READ.
      *******************************
       FIND-CURRENCY-PARA.
           MOVE 0 TO WS-CCY-IX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CCY-COUNT OR WS-CCY-IX > 0
               IF CY-CURRENCY(WS-B) = WS-FIND-CURRENCY THEN
                   MOVE WS-B TO WS-CCY-IX
               END-IF
           END-PERFORM.
       IF WS-CCY-IX = 0 AND WS-CCY-COUNT < 100 THEN
           ADD 1 TO WS-CCY-COUNT
           MOVE WS-CCY-COUNT TO WS-CCY-IX
           INITIALIZE WS-CCY-ENTRY(WS-CCY-IX) REPLACING
               NUMERIC BY ZEROES
               ALPHABETIC BY SPACES
               ALPHANUMERIC BY SPACES
           MOVE WS-FIND-CURRENCY TO CY-CURRENCY(WS-CCY-IX)
       END-IF.

      *******************************
       BUILD-DAILY-RATES-PARA.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-CCY-COUNT
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-LAST-DAY
                   PERFORM SET-DAY-RATE-PARA
               END-PERFORM
           END-PERFORM.
      *******************************
       SET-DAY-RATE-PARA.
           COMPUTE WS-DAY-DATE = WS-INT-MONTH * 100 + WS-D
           MOVE 0 TO WS-BEST-DATE
           MOVE 'N' TO CY-HAS-RATE(WS-B, WS-D)
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-RATE-COUNT
               IF RT-CURRENCY(WS-A) = CY-CURRENCY(WS-B)
                   AND RT-EFF-DATE(WS-A) <= WS-DAY-DATE
                   AND RT-EFF-DATE(WS-A) >= WS-BEST-DATE
               THEN
                   MOVE RT-EFF-DATE(WS-A) TO WS-BEST-DATE
                   MOVE 'Y' TO CY-HAS-RATE(WS-B, WS-D)
                   MOVE RT-CREDIT-RATE(WS-A)
                       TO CY-CREDIT-RATE(WS-B, WS-D)
                   MOVE RT-DEBIT-RATE(WS-A)
                       TO CY-DEBIT-RATE(WS-B, WS-D)
               END-IF
           END-PERFORM.

      *******************************
       SCAN-HISTORY-PARA.
           OPEN INPUT TR-HISTORY.
       IF TR-HISTORY-FILE-STATUS = 35 THEN
           DISPLAY 'Transaction history file does not exist yet - '
           'balances are taken as unchanged through the month.'
       ELSE
           PERFORM READ-HISTORY-NEXT-PARA
               UNTIL TR-HISTORY-FILE-STATUS = '10'
           CLOSE TR-HISTORY
       END-IF.
      *******************************
       READ-HISTORY-NEXT-PARA.
           READ TR-HISTORY
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-HIST-READ-COUNT
       IF TH-DATE IS NOT NUMERIC THEN
           ADD 1 TO WS-BAD-DATE-COUNT
       ELSE
           MOVE FUNCTION UPPER-CASE(TH-COUNTRY-CODE) TO WS-LINE-COUNTRY
           MOVE FUNCTION UPPER-CASE(TH-CURRENCY) TO WS-LINE-CURRENCY
           MOVE FUNCTION UPPER-CASE(TH-TYPE) TO WS-LINE-TYPE
           PERFORM FIND-ACCOUNT-PARA
       IF WS-ACCT-IX = 0 THEN
           ADD 1 TO WS-NOT-IN-LEDGER-COUNT
       ELSE
           MOVE WS-LINE-COUNTRY TO AC-COUNTRY(WS-ACCT-IX)
       IF TH-DATE >= WS-MONTH-START THEN
           PERFORM APPLY-MOVEMENT-PARA
       END-IF
       END-IF
       END-IF
       END-READ.
      *******************************
       FIND-ACCOUNT-PARA.
           MOVE 0 TO WS-ACCT-IX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT OR WS-ACCT-IX > 0
               IF AC-CL-ID(WS-A) = TH-CL-ID
                   AND AC-CURRENCY(WS-A) = WS-LINE-CURRENCY
               THEN
                   MOVE WS-A TO WS-ACCT-IX
               END-IF
           END-PERFORM.
      *******************************
       APPLY-MOVEMENT-PARA.
           MOVE SPACE TO WS-MOVE-SIDE
           MOVE WS-LINE-TYPE TO WS-MOVE-TYPE
           EVALUATE WS-LINE-TYPE
               WHEN 'D'
               WHEN 'F'
               WHEN 'C'
                   MOVE 'D' TO WS-MOVE-SIDE
                   PERFORM ADD-ORIGINAL-PARA
               WHEN 'K'
               WHEN 'P'
                   MOVE 'K' TO WS-MOVE-SIDE
                   PERFORM ADD-ORIGINAL-PARA
               WHEN 'R'
                   PERFORM MATCH-REVERSAL-PARA
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-TYPE-COUNT
           END-EVALUATE.
       IF WS-MOVE-SIDE NOT = SPACE THEN
       IF WS-MOVE-SIDE = 'K' THEN
           MOVE TH-AMOUNT TO WS-MOVE-AMOUNT
       ELSE
           COMPUTE WS-MOVE-AMOUNT = 0 - TH-AMOUNT
       END-IF
       IF TH-DATE > WS-POST-DATE
           OR (TH-DATE = WS-POST-DATE
           AND (WS-MOVE-TYPE = 'C' OR WS-MOVE-TYPE = 'P'))
       THEN
           ADD WS-MOVE-AMOUNT TO AC-AFTER-NET(WS-ACCT-IX)
       ELSE
           ADD WS-MOVE-AMOUNT TO AC-DAY-MOVE(WS-ACCT-IX, TH-DATE-DAY)
       END-IF
           ADD 1 TO WS-MOVE-APPLIED-COUNT
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
       IF WS-ORIG-FULL = 'N' THEN
           DISPLAY 'WARNING: more than 20000 history transactions '
           'since ' WS-MONTH-START ' - later reversals may not be '
           'matched.'
           MOVE 'Y' TO WS-ORIG-FULL
       END-IF
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
           ADD 1 TO WS-RVSL-UNMATCHED-COUNT
       ELSE
           MOVE 'Y' TO OR-REVERSED(WS-RVSL-MATCH-IX)
           MOVE WS-RVSL-TYPE TO WS-MOVE-TYPE
       IF WS-RVSL-TYPE = 'K' OR WS-RVSL-TYPE = 'P' THEN
           MOVE 'D' TO WS-MOVE-SIDE
       ELSE
           MOVE 'K' TO WS-MOVE-SIDE
       END-IF
           ADD 1 TO WS-RVSL-APPLIED-COUNT
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
       ACCRUE-INTEREST-PARA.
           COMPUTE AC-OPEN-NET(WS-ACCT-IX) =
               AC-LEDGER-NET(WS-ACCT-IX) - AC-AFTER-NET(WS-ACCT-IX)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-LAST-DAY
               SUBTRACT AC-DAY-MOVE(WS-ACCT-IX, WS-D)
                   FROM AC-OPEN-NET(WS-ACCT-IX)
           END-PERFORM
           MOVE AC-OPEN-NET(WS-ACCT-IX) TO WS-RUN-BALANCE
           MOVE AC-CCY-IX(WS-ACCT-IX) TO WS-CCY-IX
           PERFORM ACCRUE-ONE-DAY-PARA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-ACCRUE-DAYS
           MOVE WS-RUN-BALANCE TO AC-CLOSE-NET(WS-ACCT-IX).
      *******************************
       ACCRUE-ONE-DAY-PARA.
           ADD AC-DAY-MOVE(WS-ACCT-IX, WS-D) TO WS-RUN-BALANCE
           ADD WS-RUN-BALANCE TO AC-BAL-SUM(WS-ACCT-IX).
       IF WS-CCY-IX = 0 THEN
           ADD 1 TO AC-NO-RATE-DAYS(WS-ACCT-IX)
       ELSE
       IF CY-HAS-RATE(WS-CCY-IX, WS-D) = 'N' THEN
           ADD 1 TO AC-NO-RATE-DAYS(WS-ACCT-IX)
       ELSE
       IF WS-RUN-BALANCE > 0 THEN
           COMPUTE WS-DAY-INTEREST = WS-RUN-BALANCE
               * CY-CREDIT-RATE(WS-CCY-IX, WS-D) / 36500
           ADD WS-DAY-INTEREST TO AC-CREDIT-INT(WS-ACCT-IX)
       END-IF
       IF WS-RUN-BALANCE < 0 THEN
           COMPUTE WS-DAY-INTEREST = (0 - WS-RUN-BALANCE)
               * CY-DEBIT-RATE(WS-CCY-IX, WS-D) / 36500
           ADD WS-DAY-INTEREST TO AC-DEBIT-INT(WS-ACCT-IX)
       END-IF
       END-IF
       END-IF.

      *******************************
       WRITE-ACCRUAL-REPORT-PARA.
           OPEN OUTPUT ACCRUAL-RPT.
       IF WS-POST-ALLOWED = 'Y' THEN
           OPEN EXTEND INT-POST
       IF INT-POST-FILE-STATUS = 35 THEN
           OPEN OUTPUT INT-POST
       END-IF
       END-IF.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST ACCRUAL MONTH,' DELIMITED BY SIZE
               WS-INT-MONTH DELIMITED BY SIZE
               ',DAYS ACCRUED,' DELIMITED BY SIZE
               WS-ACCRUE-DAYS DELIMITED BY SIZE
               ',MODE,' DELIMITED BY SIZE
               WS-INT-MODE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Client ID,Currency,Opening Balance,'
               DELIMITED BY SIZE
               'Closing Balance,Average Balance,Days Without Rate,'
               DELIMITED BY SIZE
               'Credit Interest,Debit Interest,Net Interest,Note'
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           PERFORM WRITE-ACCRUAL-LINE-PARA
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT.
       IF WS-POST-ALLOWED = 'Y' THEN
           CLOSE INT-POST
       END-IF.
           PERFORM WRITE-CURRENCY-TOTALS-PARA
               VARYING WS-CCY-IX FROM 1 BY 1
               UNTIL WS-CCY-IX > WS-CCY-COUNT.
           PERFORM WRITE-ACCRUAL-SUMMARY-PARA.
           CLOSE ACCRUAL-RPT.
      *******************************
       WRITE-ACCRUAL-LINE-PARA.
           COMPUTE WS-ACC-CREDIT ROUNDED = AC-CREDIT-INT(WS-ACCT-IX)
           COMPUTE WS-ACC-DEBIT ROUNDED = AC-DEBIT-INT(WS-ACCT-IX)
           COMPUTE WS-ACC-NET = WS-ACC-CREDIT - WS-ACC-DEBIT
       IF WS-ACCRUE-DAYS > 0 THEN
           COMPUTE WS-ACC-AVERAGE ROUNDED =
               AC-BAL-SUM(WS-ACCT-IX) / WS-ACCRUE-DAYS
       ELSE
           MOVE AC-OPEN-NET(WS-ACCT-IX) TO WS-ACC-AVERAGE
       END-IF.
           MOVE SPACES TO WS-ACC-NOTE.
       IF AC-NO-RATE-DAYS(WS-ACCT-IX) > 0 THEN
       IF AC-NO-RATE-DAYS(WS-ACCT-IX) = WS-ACCRUE-DAYS THEN
           MOVE 'NO RATE' TO WS-ACC-NOTE
       ELSE
           MOVE 'NO RATE FOR PART OF MONTH' TO WS-ACC-NOTE
       END-IF
       END-IF.
       IF AC-CCY-IX(WS-ACCT-IX) > 0 THEN
           MOVE AC-CCY-IX(WS-ACCT-IX) TO WS-CCY-IX
           ADD 1 TO CY-ACCT-COUNT(WS-CCY-IX)
           ADD WS-ACC-CREDIT TO CY-CREDIT-TOTAL(WS-CCY-IX)
           ADD WS-ACC-DEBIT TO CY-DEBIT-TOTAL(WS-CCY-IX)
       END-IF.
       IF WS-POST-ALLOWED = 'Y' THEN
           MOVE 'P' TO WS-POST-TYPE
           MOVE WS-ACC-CREDIT TO WS-POST-AMOUNT
           PERFORM WRITE-ONE-INT-POSTING-PARA
           MOVE 'C' TO WS-POST-TYPE
           MOVE WS-ACC-DEBIT TO WS-POST-AMOUNT
           PERFORM WRITE-ONE-INT-POSTING-PARA
       END-IF.
           MOVE AC-OPEN-NET(WS-ACCT-IX) TO WS-OPEN-ED
           MOVE AC-CLOSE-NET(WS-ACCT-IX) TO WS-CLOSE-ED
           MOVE WS-ACC-AVERAGE TO WS-AVERAGE-ED
           MOVE WS-ACC-CREDIT TO WS-CREDIT-ED
           MOVE WS-ACC-DEBIT TO WS-DEBIT-ED
           MOVE WS-ACC-NET TO WS-NET-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING AC-CL-ID(WS-ACCT-IX) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               AC-CURRENCY(WS-ACCT-IX) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-OPEN-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CLOSE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-AVERAGE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               AC-NO-RATE-DAYS(WS-ACCT-IX) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CREDIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DEBIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-NET-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-NOTE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE.
      *******************************
       WRITE-ONE-INT-POSTING-PARA.
       IF WS-POST-AMOUNT > 999999.99 THEN
           DISPLAY 'Interest posting too large for one transaction - '
           'not written: ' AC-CL-ID(WS-ACCT-IX) ' '
               AC-CURRENCY(WS-ACCT-IX) ' ' WS-POST-TYPE
           ADD 1 TO WS-POSTING-TOO-LARGE-COUNT
           MOVE 'POSTING TOO LARGE - NOT WRITTEN' TO WS-POST-NOTE
           PERFORM ADD-ACC-NOTE-PARA
       ELSE
       IF WS-POST-AMOUNT > 0 THEN
       IF AC-COUNTRY(WS-ACCT-IX) = SPACES THEN
           DISPLAY 'No country in history for client '
               AC-CL-ID(WS-ACCT-IX) ' ' AC-CURRENCY(WS-ACCT-IX)
               ' - interest posting not written.'
           ADD 1 TO WS-NO-COUNTRY-COUNT
           MOVE 'NO COUNTRY - NOT POSTED' TO WS-POST-NOTE
           PERFORM ADD-ACC-NOTE-PARA
       ELSE
           MOVE AC-COUNTRY(WS-ACCT-IX) TO IP-COUNTRY-CODE
           MOVE AC-CL-ID(WS-ACCT-IX) TO IP-CL-ID
           MOVE AC-CURRENCY(WS-ACCT-IX) TO IP-CURRENCY
           MOVE WS-POST-TYPE TO IP-TYPE
           MOVE WS-POST-AMOUNT TO IP-AMOUNT
           MOVE WS-POST-DATE TO IP-DATE
           WRITE INT-POST-FILE
           ADD 1 TO WS-POSTING-COUNT
           ADD WS-POST-AMOUNT TO WS-POSTING-TOTAL
       END-IF
       END-IF
       END-IF.
      *******************************
       ADD-ACC-NOTE-PARA.
           MOVE 0 TO WS-NOTE-TALLY
           INSPECT WS-ACC-NOTE TALLYING WS-NOTE-TALLY
               FOR ALL FUNCTION TRIM(WS-POST-NOTE).
       IF WS-NOTE-TALLY = 0 THEN
       IF WS-ACC-NOTE = SPACES THEN
           MOVE WS-POST-NOTE TO WS-ACC-NOTE
       ELSE
           MOVE SPACES TO WS-NOTE-WORK
           STRING FUNCTION TRIM(WS-ACC-NOTE) DELIMITED BY SIZE
               '; ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-POST-NOTE) DELIMITED BY SIZE
               INTO WS-NOTE-WORK
           MOVE WS-NOTE-WORK TO WS-ACC-NOTE
       END-IF
       END-IF.
      *******************************
       WRITE-CURRENCY-TOTALS-PARA.
       IF CY-ACCT-COUNT(WS-CCY-IX) > 0 THEN
           COMPUTE WS-SUM-NET = CY-CREDIT-TOTAL(WS-CCY-IX)
               - CY-DEBIT-TOTAL(WS-CCY-IX)
           MOVE CY-CREDIT-TOTAL(WS-CCY-IX) TO WS-SUM-ED
           MOVE CY-DEBIT-TOTAL(WS-CCY-IX) TO WS-SUM-DEBIT-ED
           MOVE WS-SUM-NET TO WS-SUM-NET-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CURRENCY TOTAL,' DELIMITED BY SIZE
               CY-CURRENCY(WS-CCY-IX) DELIMITED BY SIZE
               ',ACCOUNTS,' DELIMITED BY SIZE
               CY-ACCT-COUNT(WS-CCY-IX) DELIMITED BY SIZE
               ',CREDIT INTEREST,' DELIMITED BY SIZE
               WS-SUM-ED DELIMITED BY SIZE
               ',DEBIT INTEREST,' DELIMITED BY SIZE
               WS-SUM-DEBIT-ED DELIMITED BY SIZE
               ',NET INTEREST,' DELIMITED BY SIZE
               WS-SUM-NET-ED DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
       END-IF.
      *******************************
       WRITE-ACCRUAL-SUMMARY-PARA.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HISTORY RECORDS READ,' DELIMITED BY SIZE
               WS-HIST-READ-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MOVEMENTS SINCE MONTH START APPLIED,'
               DELIMITED BY SIZE
               WS-MOVE-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REVERSALS APPLIED,' DELIMITED BY SIZE
               WS-RVSL-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REVERSALS WITH NO ORIGINAL,' DELIMITED BY SIZE
               WS-RVSL-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNKNOWN TRANSACTION TYPES,' DELIMITED BY SIZE
               WS-UNKNOWN-TYPE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HISTORY RECORDS WITH NO LEDGER BALANCE,'
               DELIMITED BY SIZE
               WS-NOT-IN-LEDGER-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HISTORY RECORDS WITH INVALID DATE,'
               DELIMITED BY SIZE
               WS-BAD-DATE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LEDGER BALANCES NOT ACCRUED (TABLE FULL),'
               DELIMITED BY SIZE
               WS-ACCT-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
       IF WS-INT-MODE = 'P' THEN
       IF WS-ALREADY-POSTED = 'Y' THEN
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST POSTINGS,ALREADY POSTED FOR THIS MONTH - '
               DELIMITED BY SIZE
               'NONE WRITTEN' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
       ELSE
       IF WS-PERIOD-CLOSED = 'Y' THEN
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST POSTINGS,PERIOD CLOSED - NONE WRITTEN'
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
       ELSE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST POSTINGS WRITTEN,' DELIMITED BY SIZE
               WS-POSTING-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE WS-POSTING-TOTAL TO WS-SUM-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST POSTINGS TOTAL,' DELIMITED BY SIZE
               WS-SUM-ED DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST POSTINGS TOO LARGE - NOT WRITTEN,'
               DELIMITED BY SIZE
               WS-POSTING-TOO-LARGE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST POSTINGS WITH NO COUNTRY - NOT WRITTEN,'
               DELIMITED BY SIZE
               WS-NO-COUNTRY-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE ACCRUAL-RPT-FILE FROM WS-RPT-LINE
       END-IF
       END-IF
       END-IF.

      *******************************
       CLOSE-INT-RATE-PARA.
       CLOSE INT-RATE.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-INTEREST-PARA.

      *******************************
       CLOSE-BALANCE-PARA.
       CLOSE BALANCE.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-INTEREST-PARA.

      *******************************
       END-INTEREST-PARA.
       STOP RUN
       EXIT PROGRAM.
