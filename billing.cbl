      *******************************
               SELECT BILL-SUMMARY ASSIGN TO 'billing-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT FEE-POST ASSIGN TO 'fee-postings.txt'
               FILE STATUS FEE-POST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT BILL-REGISTER ASSIGN TO 'billing-register.txt'
               FILE STATUS BILL-REGISTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

      *******************************
       DATA DIVISION.
      *******************************
           FD BILL-SUMMARY.
           01 BILL-SUMMARY-FILE PIC X(200).
      *******************************
           FD FEE-POST.
           01 FEE-POST-FILE.
               05 FP-COUNTRY-CODE PIC A(2).
               05 FP-CL-ID PIC X(3).
               05 FP-CURRENCY PIC A(3).
               05 FP-TYPE PIC A(1).
               05 FP-AMOUNT PIC 9(6)V9(2).
               05 FP-DATE PIC 9(8).
      *******************************
           FD BILL-REGISTER.
           01 BILL-REGISTER-FILE PIC X(80).

           WORKING-STORAGE SECTION.
      *******************************
           01 CLIENT-FILE-STATUS PIC X(2).
           01 TR-HISTORY-FILE-STATUS PIC X(2).
           01 FEE-SCHEDULE-FILE-STATUS PIC X(2).
           01 FEE-POST-FILE-STATUS PIC X(2).
           01 BILL-REGISTER-FILE-STATUS PIC X(2).
      *******************************
           01 WS-BILLING-MONTH PIC 9(6).
           01 WS-BILLING-MONTH-X PIC X(6).
           01 WS-BILLING-MM PIC 9(2).
           01 WS-BILLING-YYYY PIC 9(4).
           01 WS-LAST-DAY PIC 9(2).
           01 WS-POST-DATE PIC 9(8).
      *******************************
           01 WS-FEE-LINE PIC X(80).
           01 WS-FEE-KEY PIC X(10).
                   10 BL-NO-FEE-COUNT PIC 9(6).
                   10 BL-FEE-SUM PIC 9(10)V9(2).
                   10 BL-ACCOUNTED PIC A(1).
      *******************************
           01 WS-POST-COUNT PIC 9(4) VALUE 0.
           01 WS-POST-TABLE.
               05 WS-POST-ENTRY OCCURS 3000 TIMES.
                   10 PO-CL-ID PIC 9(3).
                   10 PO-CURRENCY PIC A(3).
                   10 PO-COUNTRY PIC A(2).
                   10 PO-FEE-SUM PIC 9(10)V9(2).
           01 WS-POST-MATCH-IX PIC 9(4) VALUE 0.
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
           01 WS-ORIG-FULL PIC A(1) VALUE 'N'.
           01 WS-ORIG-OVERFLOW-COUNT PIC 9(8) VALUE 0.
           01 WS-OR-IX PIC 9(5).
           01 WS-LINE-COUNTRY PIC A(2).
           01 WS-LINE-CURRENCY PIC A(3).
           01 WS-LINE-TYPE PIC A(1).
           01 WS-RVSL-TYPE PIC A(1).
           01 WS-RVSL-MATCH-IX PIC 9(5) VALUE 0.
           01 WS-FEE-POSTING-RECORD PIC A(1) VALUE 'N'.
      *******************************
           01 WS-REGISTER-LINE PIC X(80).
           01 WS-REG-MONTH PIC X(6).
           01 WS-ALREADY-POSTED PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
      *******************************
           01 WS-A PIC 9(4).
           01 WS-B PIC 9(4).
           01 WS-INVOICE-COUNT PIC 9(8) VALUE 0.
           01 WS-GROSS-FEE-TOTAL PIC 9(12)V9(2) VALUE 0.
           01 WS-NET-FEE-TOTAL PIC 9(12)V9(2) VALUE 0.
           01 WS-FEE-POSTING-SKIP-COUNT PIC 9(8) VALUE 0.
           01 WS-POSTING-COUNT PIC 9(8) VALUE 0.
           01 WS-POSTING-TOTAL PIC 9(12)V9(2) VALUE 0.
           01 WS-POSTING-TOO-LARGE-COUNT PIC 9(8) VALUE 0.
      *******************************
           01 WS-POST-DISCOUNT-AMT PIC 9(10)V9(2).
           01 WS-POST-NET-FEE PIC 9(10)V9(2).
      *******************************
           01 WS-INV-GROSS-FEE PIC 9(10)V9(2).
           01 WS-INV-DISCOUNT-PCT PIC 9(2)V9(2).
           DISPLAY 'The billing month provided is invalid.'
           PERFORM END-BILLING-PARA
       END-IF.
           MOVE WS-BILLING-MONTH-X(1:4) TO WS-BILLING-YYYY.
           PERFORM SET-POSTING-DATE-PARA.
           PERFORM CHECK-BILL-REGISTER-PARA.
           PERFORM LOAD-FEE-SCHEDULE-PARA.
           PERFORM INIT-BILL-TABLE-PARA.
           PERFORM SUM-HISTORY-PARA.
           PERFORM WRITE-INVOICES-PARA.
       IF WS-ALREADY-POSTED = 'N' AND WS-POSTING-COUNT > 0 THEN
           PERFORM WRITE-BILL-REGISTER-PARA
       END-IF.
           PERFORM WRITE-BILL-SUMMARY-PARA.
           DISPLAY 'Invoices written to invoices.txt: '
               WS-INVOICE-COUNT
       IF WS-ALREADY-POSTED = 'Y' THEN
           DISPLAY 'Fees for this month were already posted - no '
           'fee postings written.'
       ELSE
           DISPLAY 'Fee postings written to fee-postings.txt: '
               WS-POSTING-COUNT
       END-IF.
           DISPLAY 'Billing summary written to billing-summary.txt.'
           PERFORM END-BILLING-PARA.

      *******************************
       SET-POSTING-DATE-PARA.
           EVALUATE WS-BILLING-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN 2
       IF FUNCTION MOD(WS-BILLING-YYYY, 400) = 0
           OR (FUNCTION MOD(WS-BILLING-YYYY, 4) = 0
           AND NOT FUNCTION MOD(WS-BILLING-YYYY, 100) = 0)
       THEN
           MOVE 29 TO WS-LAST-DAY
       ELSE
           MOVE 28 TO WS-LAST-DAY
       END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LAST-DAY
           END-EVALUATE.
           COMPUTE WS-POST-DATE = WS-BILLING-MONTH * 100 + WS-LAST-DAY.

      *******************************
       CHECK-BILL-REGISTER-PARA.
           OPEN INPUT BILL-REGISTER.
       IF BILL-REGISTER-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           PERFORM READ-BILL-REGISTER-NEXT-PARA
               UNTIL BILL-REGISTER-FILE-STATUS = '10'
           CLOSE BILL-REGISTER
       END-IF.
      *******************************
       READ-BILL-REGISTER-NEXT-PARA.
           READ BILL-REGISTER INTO WS-REGISTER-LINE
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-REG-MONTH
               UNSTRING WS-REGISTER-LINE DELIMITED BY ','
                   INTO WS-REG-MONTH
       IF WS-REG-MONTH = WS-BILLING-MONTH-X THEN
           MOVE 'Y' TO WS-ALREADY-POSTED
       END-IF
       END-READ.

      *******************************
       WRITE-BILL-REGISTER-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-POSTING-TOTAL TO WS-SUM-FEE-ED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-BILLING-MONTH DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-POSTING-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-SUM-FEE-ED DELIMITED BY SIZE
               INTO WS-REGISTER-LINE.
           OPEN EXTEND BILL-REGISTER.
       IF BILL-REGISTER-FILE-STATUS = 35 THEN
           OPEN OUTPUT BILL-REGISTER
       END-IF.
           WRITE BILL-REGISTER-FILE FROM WS-REGISTER-LINE.
           CLOSE BILL-REGISTER.

      *******************************
       LOAD-FEE-SCHEDULE-PARA.
           OPEN INPUT FEE-SCHEDULE.
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-HIST-READ-COUNT
               PERFORM CHECK-FEE-POSTING-PARA
       IF TH-DATE-MONTH = WS-BILLING-MONTH
           AND TH-CL-ID IS NUMERIC
       THEN
           ADD 1 TO WS-MONTH-TR-COUNT
           MOVE TH-CL-ID TO WS-CL-ID-NUM
       IF WS-CL-ID-NUM > 0 THEN
       IF WS-FEE-POSTING-RECORD = 'Y' THEN
           ADD 1 TO WS-FEE-POSTING-SKIP-COUNT
       ELSE
           PERFORM ACCUMULATE-CLIENT-FEE-PARA
       END-IF
       END-IF
       END-IF
       END-READ.
      *******************************
       CHECK-FEE-POSTING-PARA.
           MOVE 'N' TO WS-FEE-POSTING-RECORD.
       IF TH-DATE-MONTH = WS-BILLING-MONTH THEN
           MOVE FUNCTION UPPER-CASE(TH-COUNTRY-CODE) TO WS-LINE-COUNTRY
           MOVE FUNCTION UPPER-CASE(TH-CURRENCY) TO WS-LINE-CURRENCY
           MOVE FUNCTION UPPER-CASE(TH-TYPE) TO WS-LINE-TYPE
           EVALUATE WS-LINE-TYPE
               WHEN 'F'
               WHEN 'C'
               WHEN 'P'
                   MOVE 'Y' TO WS-FEE-POSTING-RECORD
                   PERFORM ADD-ORIGINAL-PARA
               WHEN 'D'
               WHEN 'K'
                   PERFORM ADD-ORIGINAL-PARA
               WHEN 'R'
                   PERFORM MATCH-REVERSAL-PARA
           END-EVALUATE
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
           ADD 1 TO WS-ORIG-OVERFLOW-COUNT
       IF WS-ORIG-FULL = 'N' THEN
           DISPLAY 'WARNING: more than 20000 history transactions '
           'in ' WS-BILLING-MONTH ' - later reversals may not be '
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
       IF WS-RVSL-MATCH-IX > 0 THEN
           MOVE 'Y' TO OR-REVERSED(WS-RVSL-MATCH-IX)
       IF NOT (WS-RVSL-TYPE = 'D' OR WS-RVSL-TYPE = 'K') THEN
           MOVE 'Y' TO WS-FEE-POSTING-RECORD
       END-IF
       END-IF.
      *******************************
       FIND-REVERSAL-ORIGINAL-PARA.
           MOVE 0 TO WS-RVSL-MATCH-IX
           PERFORM VARYING WS-OR-IX FROM 1 BY 1
                   UNTIL WS-OR-IX > WS-ORIG-COUNT
                       OR WS-RVSL-MATCH-IX > 0
               IF OR-REVERSED(WS-OR-IX) = 'N'
                   AND OR-TYPE(WS-OR-IX) = WS-RVSL-TYPE
                   AND OR-CL-ID(WS-OR-IX) = TH-CL-ID
                   AND OR-CURRENCY(WS-OR-IX) = WS-LINE-CURRENCY
                   AND OR-COUNTRY(WS-OR-IX) = WS-LINE-COUNTRY
                   AND OR-AMOUNT(WS-OR-IX) = TH-AMOUNT
                   AND OR-DATE(WS-OR-IX) = TH-DATE
               THEN
                   MOVE WS-OR-IX TO WS-RVSL-MATCH-IX
               END-IF
           END-PERFORM.
      *******************************
       FIND-POST-ENTRY-PARA.
           MOVE 0 TO WS-POST-MATCH-IX
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-POST-COUNT
               IF PO-CL-ID(WS-B) = WS-CL-ID-NUM
                   AND PO-CURRENCY(WS-B) = FUNCTION
                   UPPER-CASE(TH-CURRENCY)
               THEN
                   MOVE WS-B TO WS-POST-MATCH-IX
               END-IF
           END-PERFORM.
      *******************************
       ACCUMULATE-CLIENT-FEE-PARA.
           MOVE 0 TO WS-FEE-MATCH-IX
       IF BL-FEE-SUM(WS-CL-ID-NUM) >= FE-FEE(WS-FEE-MATCH-IX) THEN
           SUBTRACT FE-FEE(WS-FEE-MATCH-IX)
               FROM BL-FEE-SUM(WS-CL-ID-NUM)
       END-IF
           PERFORM FIND-POST-ENTRY-PARA
       IF WS-POST-MATCH-IX > 0 THEN
       IF PO-FEE-SUM(WS-POST-MATCH-IX) >= FE-FEE(WS-FEE-MATCH-IX)
       THEN
           SUBTRACT FE-FEE(WS-FEE-MATCH-IX)
               FROM PO-FEE-SUM(WS-POST-MATCH-IX)
       END-IF
       END-IF
       ELSE
       IF BL-NO-FEE-COUNT(WS-CL-ID-NUM) > 0 THEN
           ADD 1 TO WS-BILLED-TR-COUNT
           ADD 1 TO BL-TR-COUNT(WS-CL-ID-NUM)
           ADD FE-FEE(WS-FEE-MATCH-IX) TO BL-FEE-SUM(WS-CL-ID-NUM)
           PERFORM FIND-POST-ENTRY-PARA
       IF WS-POST-MATCH-IX = 0 AND WS-POST-COUNT < 3000 THEN
           ADD 1 TO WS-POST-COUNT
           MOVE WS-POST-COUNT TO WS-POST-MATCH-IX
           MOVE WS-CL-ID-NUM TO PO-CL-ID(WS-POST-MATCH-IX)
           MOVE FUNCTION UPPER-CASE(TH-CURRENCY)
               TO PO-CURRENCY(WS-POST-MATCH-IX)
           MOVE FUNCTION UPPER-CASE(TH-COUNTRY-CODE)
               TO PO-COUNTRY(WS-POST-MATCH-IX)
           MOVE 0 TO PO-FEE-SUM(WS-POST-MATCH-IX)
       END-IF
       IF WS-POST-MATCH-IX > 0 THEN
           ADD FE-FEE(WS-FEE-MATCH-IX)
               TO PO-FEE-SUM(WS-POST-MATCH-IX)
       END-IF
       END-IF
       END-IF.

           PERFORM CLOSE-CLIENT-PARA
       END-IF.
           OPEN OUTPUT INVOICE.
       IF WS-ALREADY-POSTED = 'N' THEN
           OPEN EXTEND FEE-POST
       IF FEE-POST-FILE-STATUS = 35 THEN
           OPEN OUTPUT FEE-POST
       END-IF
       END-IF.
           MOVE SPACES TO WS-INVOICE-LINE
           STRING 'Client ID,Name,Address,NIP,Month,Transactions,'
               DELIMITED BY SIZE
           CLOSE CLIENT.
           PERFORM SWEEP-UNKNOWN-CLIENTS-PARA.
           CLOSE INVOICE.
       IF WS-ALREADY-POSTED = 'N' THEN
           CLOSE FEE-POST
       END-IF.
      *******************************
       READ-CLIENT-NEXT-PARA.
           READ CLIENT
               WS-INV-GROSS-FEE - WS-INV-DISCOUNT-AMT
           ADD WS-INV-GROSS-FEE TO WS-GROSS-FEE-TOTAL
           ADD WS-INV-NET-FEE TO WS-NET-FEE-TOTAL
       IF WS-ALREADY-POSTED = 'N' THEN
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-POST-COUNT
               IF PO-CL-ID(WS-A) = CL-ID
                   AND PO-FEE-SUM(WS-A) > 0
               THEN
                   PERFORM WRITE-ONE-FEE-POSTING-PARA
               END-IF
           END-PERFORM
       END-IF
           MOVE WS-INV-GROSS-FEE TO WS-INV-GROSS-ED
           MOVE WS-INV-DISCOUNT-PCT TO WS-INV-PCT-ED
           MOVE WS-INV-NET-FEE TO WS-INV-NET-ED
           WRITE INVOICE-FILE FROM WS-INVOICE-LINE
           ADD 1 TO WS-INVOICE-COUNT.

      *******************************
       WRITE-ONE-FEE-POSTING-PARA.
           COMPUTE WS-POST-DISCOUNT-AMT ROUNDED =
               PO-FEE-SUM(WS-A) * WS-INV-DISCOUNT-PCT / 100
           COMPUTE WS-POST-NET-FEE =
               PO-FEE-SUM(WS-A) - WS-POST-DISCOUNT-AMT
       IF WS-POST-NET-FEE > 999999.99 THEN
           DISPLAY 'Fee posting too large for one transaction - not '
           'written: ' CL-ID ' ' PO-CURRENCY(WS-A)
           ADD 1 TO WS-POSTING-TOO-LARGE-COUNT
       ELSE
       IF WS-POST-NET-FEE > 0 THEN
           MOVE PO-COUNTRY(WS-A) TO FP-COUNTRY-CODE
           MOVE CL-ID TO FP-CL-ID
           MOVE PO-CURRENCY(WS-A) TO FP-CURRENCY
           MOVE 'F' TO FP-TYPE
           MOVE WS-POST-NET-FEE TO FP-AMOUNT
           MOVE WS-POST-DATE TO FP-DATE
           WRITE FEE-POST-FILE
           ADD 1 TO WS-POSTING-COUNT
           ADD WS-POST-NET-FEE TO WS-POSTING-TOTAL
       END-IF
       END-IF.

      *******************************
       WRITE-BILL-SUMMARY-PARA.
           OPEN OUTPUT BILL-SUMMARY.
               WS-SUM-FEE-ED DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'FEE/INTEREST POSTINGS EXCLUDED FROM BILLING,'
               DELIMITED BY SIZE
               WS-FEE-POSTING-SKIP-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
       IF WS-ORIG-OVERFLOW-COUNT > 0 THEN
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'TRANSACTIONS NOT HELD FOR REVERSAL MATCHING,'
               DELIMITED BY SIZE
               WS-ORIG-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
       END-IF.
       IF WS-ALREADY-POSTED = 'Y' THEN
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'FEE POSTINGS,ALREADY POSTED FOR THIS MONTH - NONE '
               DELIMITED BY SIZE
               'WRITTEN' DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
       ELSE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'FEE POSTINGS WRITTEN,' DELIMITED BY SIZE
               WS-POSTING-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
           MOVE WS-POSTING-TOTAL TO WS-SUM-FEE-ED
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'FEE POSTINGS TOTAL,' DELIMITED BY SIZE
               WS-SUM-FEE-ED DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'FEE POSTINGS TOO LARGE - NOT WRITTEN,'
               DELIMITED BY SIZE
               WS-POSTING-TOO-LARGE-COUNT DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           WRITE BILL-SUMMARY-FILE FROM WS-SUMMARY-LINE
       END-IF.
           CLOSE BILL-SUMMARY.

      *******************************
