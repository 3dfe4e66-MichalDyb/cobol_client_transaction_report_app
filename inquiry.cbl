      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-INQUIRY.
       AUTHOR. MICHAL-DYBAS.

      *******************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *******************************
               SELECT CLIENT ASSIGN TO 'clients.dat'
               FILE STATUS CLIENT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID.
      *******************************
               SELECT BALANCE ASSIGN TO 'client-balances.dat'
               FILE STATUS BALANCE-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-KEY.
      *******************************
               SELECT TR-HISTORY ASSIGN TO 'transactions-history.txt'
               FILE STATUS TR-HISTORY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT EXC-LIST ASSIGN TO DYNAMIC WS-EXC-FILENAME
               FILE STATUS EXC-LIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT INQ-PRINT ASSIGN TO DYNAMIC WS-PRINT-FILENAME
               FILE STATUS INQ-PRINT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

      *******************************
       DATA DIVISION.
           FILE SECTION.
      *******************************
           FD CLIENT.
           01 CLIENT-FILE.
               05 CL-ID PIC 9(3).
               05 CL-NAME PIC A(20).
               05 CL-ADDRESS PIC X(20).
               05 CL-NIP PIC 9(10).
               05 CL-STATUS PIC A(1).
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
               05 TH-DATE PIC 9(8).
      *******************************
           FD EXC-LIST.
           01 EXC-LIST-FILE PIC X(200).
      *******************************
           FD INQ-PRINT.
           01 INQ-PRINT-FILE PIC X(120).

           WORKING-STORAGE SECTION.
      *******************************
           01 CLIENT-FILE-STATUS PIC X(2).
           01 BALANCE-FILE-STATUS PIC X(2).
           01 TR-HISTORY-FILE-STATUS PIC X(2).
           01 EXC-LIST-FILE-STATUS PIC X(2).
           01 INQ-PRINT-FILE-STATUS PIC X(2).
      *******************************
           01 WS-INQ-DONE PIC A(1) VALUE 'N'.
           01 WS-CLIENT-OPEN PIC A(1) VALUE 'N'.
           01 WS-BALANCE-OPEN PIC A(1) VALUE 'N'.
           01 WS-ENTRY-ID PIC X(3).
           01 WS-ENTRY-COUNT-X PIC X(3).
           01 WS-ENTRY-COUNT PIC 9(4).
           01 WS-CONFIRM PIC A(1).
           01 WS-RECORD-EXISTS PIC A(1) VALUE 'N'.
           01 WS-CUR-DATE PIC 9(8).
           01 WS-CUR-TIME PIC 9(8).
      *******************************
           01 WS-EXC-FILENAME PIC X(40).
           01 WS-PRINT-FILENAME PIC X(60).
      *******************************
           01 WS-SHOW-COUNT PIC 9(3) VALUE 10.
           01 WS-HIST-COUNT PIC 9(4) VALUE 0.
           01 WS-HIST-TOTAL PIC 9(8) VALUE 0.
           01 WS-HIST-TABLE.
               05 WS-HIST-ENTRY OCCURS 5000 TIMES.
                   10 HI-COUNTRY PIC A(2).
                   10 HI-CURRENCY PIC A(3).
                   10 HI-TYPE PIC A(1).
                   10 HI-AMOUNT PIC 9(6)V9(2).
                   10 HI-DATE PIC 9(8).
                   10 HI-REVERSED PIC A(1).
           01 WS-HIST-START PIC 9(4).
           01 WS-RVSL-TYPE PIC A(1).
           01 WS-RVSL-MATCH-IX PIC 9(4) VALUE 0.
           01 WS-HIST-NOTE PIC X(20).
      *******************************
           01 WS-SCREEN-COUNT PIC 9(4) VALUE 0.
           01 WS-SCREEN-LOST PIC 9(6) VALUE 0.
           01 WS-SCREEN-TABLE.
               05 WS-SCREEN-LINE OCCURS 2000 TIMES PIC X(120).
           01 WS-SHOW-LINE PIC X(120).
      *******************************
           01 WS-EXC-LINE PIC X(200).
           01 WS-EXC-FIELD-1 PIC X(10).
           01 WS-EXC-FIELD-2 PIC X(10).
           01 WS-EXC-KEY-FIELD PIC 9(1).
           01 WS-EXC-TITLE PIC X(40).
           01 WS-EXC-MATCH-COUNT PIC 9(6) VALUE 0.
      *******************************
           01 WS-CHECK-NIP PIC 9(10).
           01 WS-CHECK-NIP-DIGITS REDEFINES WS-CHECK-NIP.
               05 WS-CHECK-NIP-DIGIT PIC 9 OCCURS 10 TIMES.
           01 WS-NIP-WEIGHTS-LIT PIC X(9) VALUE '657234567'.
           01 WS-NIP-WEIGHTS REDEFINES WS-NIP-WEIGHTS-LIT.
               05 WS-NIP-WEIGHT PIC 9 OCCURS 9 TIMES.
           01 WS-NIP-VALID PIC A(1) VALUE 'Y'.
           01 WS-NIP-CHECKSUM PIC 9(4) VALUE 0.
           01 WS-NIP-QUOTIENT PIC 9(4) VALUE 0.
           01 WS-NIP-REMAINDER PIC 9(2) VALUE 0.
      *******************************
           01 WS-BAL-COUNT PIC 9(4) VALUE 0.
           01 WS-BAL-NET PIC S9(12)V9(2).
           01 WS-DEBIT-ED PIC 9(12).9(2).
           01 WS-CREDIT-ED PIC 9(12).9(2).
           01 WS-NET-ED PIC +9(12).9(2).
           01 WS-HIST-AMOUNT-ED PIC 9(6).9(2).
           01 WS-STATUS-TEXT PIC X(8).
           01 WS-NIP-TEXT PIC X(20).
           01 WS-A PIC 9(4).

      *******************************
       PROCEDURE DIVISION.

      *******************************
       INQUIRY-MAIN-PARA.
           DISPLAY 'Client account inquiry.'
           OPEN INPUT CLIENT.
       IF CLIENT-FILE-STATUS = '00' OR CLIENT-FILE-STATUS = '05' THEN
           MOVE 'Y' TO WS-CLIENT-OPEN
       ELSE
           DISPLAY 'Clients master file not available, file status '
               CLIENT-FILE-STATUS ' - client details not shown.'
       END-IF.
           OPEN INPUT BALANCE.
       IF BALANCE-FILE-STATUS = '00' OR BALANCE-FILE-STATUS = '05'
       THEN
           MOVE 'Y' TO WS-BALANCE-OPEN
       ELSE
           DISPLAY 'Client balances file not available, file status '
               BALANCE-FILE-STATUS ' - balances not shown.'
       END-IF.
           PERFORM GET-SHOW-COUNT-PARA.
           PERFORM INQUIRY-MENU-PARA UNTIL WS-INQ-DONE = 'Y'.
       IF WS-CLIENT-OPEN = 'Y' THEN
           CLOSE CLIENT
       END-IF.
       IF WS-BALANCE-OPEN = 'Y' THEN
           CLOSE BALANCE
       END-IF.
           DISPLAY 'Client account inquiry finished.'
           PERFORM END-INQUIRY-PARA.

      *******************************
       GET-SHOW-COUNT-PARA.
           DISPLAY 'Number of recent history transactions to show '
           '(1-999, blank for 10):'
           MOVE SPACES TO WS-ENTRY-COUNT-X
           ACCEPT WS-ENTRY-COUNT-X.
       IF WS-ENTRY-COUNT-X = SPACES THEN
           MOVE 10 TO WS-SHOW-COUNT
       ELSE
           COMPUTE WS-ENTRY-COUNT = FUNCTION NUMVAL(WS-ENTRY-COUNT-X)
       IF WS-ENTRY-COUNT >= 1 AND WS-ENTRY-COUNT <= 999 THEN
           MOVE WS-ENTRY-COUNT TO WS-SHOW-COUNT
       ELSE
           DISPLAY 'Invalid number! Enter 1 to 999.'
           PERFORM GET-SHOW-COUNT-PARA
       END-IF
       END-IF.

      *******************************
       INQUIRY-MENU-PARA.
           DISPLAY 'Enter client id (3 digits) or X to exit:'
           MOVE SPACES TO WS-ENTRY-ID
           ACCEPT WS-ENTRY-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID.
       IF WS-ENTRY-ID = 'X' THEN
           MOVE 'Y' TO WS-INQ-DONE
       ELSE
       IF WS-ENTRY-ID IS NOT NUMERIC OR WS-ENTRY-ID = '000' THEN
           DISPLAY 'Client id must be 3 digits, not 000.'
       ELSE
           MOVE 0 TO WS-SCREEN-COUNT
           MOVE 0 TO WS-SCREEN-LOST
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           PERFORM SHOW-CLIENT-PARA
           PERFORM SHOW-BALANCES-PARA
           PERFORM SHOW-HISTORY-PARA
           PERFORM SHOW-EXCEPTIONS-PARA
           PERFORM OFFER-PRINT-PARA
       END-IF
       END-IF.

      *******************************
       SHOW-CLIENT-PARA.
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'CLIENT ACCOUNT INQUIRY - CLIENT ' DELIMITED BY SIZE
               WS-ENTRY-ID DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE ALL '=' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE 'N' TO WS-RECORD-EXISTS.
       IF WS-CLIENT-OPEN = 'Y' THEN
           MOVE WS-ENTRY-ID TO CL-ID
           READ CLIENT
           INVALID KEY
               MOVE 'N' TO WS-RECORD-EXISTS
           NOT INVALID KEY
               MOVE 'Y' TO WS-RECORD-EXISTS
           END-READ
       END-IF.
       IF WS-RECORD-EXISTS = 'N' THEN
           MOVE 'CLIENT NOT FOUND IN clients.dat' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       ELSE
           EVALUATE CL-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-STATUS-TEXT
               WHEN 'I'
                   MOVE 'INACTIVE' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE
       IF CL-NIP IS NOT NUMERIC THEN
           MOVE 'NOT NUMERIC' TO WS-NIP-TEXT
       ELSE
           MOVE CL-NIP TO WS-CHECK-NIP
           PERFORM VALIDATE-CLIENT-NIP-PARA
       IF WS-NIP-VALID = 'Y' THEN
           MOVE 'CHECKSUM VALID' TO WS-NIP-TEXT
       ELSE
           MOVE 'CHECKSUM INVALID' TO WS-NIP-TEXT
       END-IF
       END-IF
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'NAME:    ' DELIMITED BY SIZE
               CL-NAME DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'ADDRESS: ' DELIMITED BY SIZE
               CL-ADDRESS DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'NIP:     ' DELIMITED BY SIZE
               CL-NIP DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NIP-TEXT) DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'STATUS:  ' DELIMITED BY SIZE
               CL-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATUS-TEXT) DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       END-IF.

      *******************************
       SHOW-BALANCES-PARA.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE 'BALANCES' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'CCY        DEBIT SUM' DELIMITED BY SIZE
               '       CREDIT SUM       NET BALANCE' DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE 0 TO WS-BAL-COUNT.
       IF WS-BALANCE-OPEN = 'Y' THEN
           MOVE WS-ENTRY-ID TO BA-CL-ID
           MOVE LOW-VALUES TO BA-CURRENCY
           START BALANCE KEY IS >= BA-KEY
           INVALID KEY
               MOVE '10' TO BALANCE-FILE-STATUS
           END-START
           PERFORM READ-BALANCE-NEXT-PARA
               UNTIL NOT BALANCE-FILE-STATUS = '00'
       END-IF.
       IF WS-BAL-COUNT = 0 THEN
           MOVE '  NO BALANCES ON FILE' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       END-IF.
      *******************************
       READ-BALANCE-NEXT-PARA.
           READ BALANCE NEXT RECORD
           AT END CONTINUE
           NOT AT END
       IF NOT BA-CL-ID = WS-ENTRY-ID THEN
           MOVE '10' TO BALANCE-FILE-STATUS
       ELSE
           ADD 1 TO WS-BAL-COUNT
           COMPUTE WS-BAL-NET = BA-CREDIT-SUM - BA-DEBIT-SUM
           MOVE BA-DEBIT-SUM TO WS-DEBIT-ED
           MOVE BA-CREDIT-SUM TO WS-CREDIT-ED
           MOVE WS-BAL-NET TO WS-NET-ED
           MOVE SPACES TO WS-SHOW-LINE
           STRING BA-CURRENCY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DEBIT-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-CREDIT-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-NET-ED DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       END-IF
       END-READ.

      *******************************
       SHOW-HISTORY-PARA.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-HIST-TOTAL
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE SPACES TO WS-SHOW-LINE
           STRING 'LAST ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               ' HISTORY TRANSACTIONS' DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE 'DATE     CC CCY T    AMOUNT  NOTE' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           OPEN INPUT TR-HISTORY.
       IF TR-HISTORY-FILE-STATUS = 35 THEN
           MOVE '  NO TRANSACTION HISTORY FILE' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       ELSE
           PERFORM READ-HISTORY-NEXT-PARA
               UNTIL TR-HISTORY-FILE-STATUS = '10'
           CLOSE TR-HISTORY
       IF WS-HIST-COUNT = 0 THEN
           MOVE '  NO HISTORY TRANSACTIONS' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       ELSE
       IF WS-HIST-COUNT > WS-SHOW-COUNT THEN
           COMPUTE WS-HIST-START = WS-HIST-COUNT - WS-SHOW-COUNT + 1
       ELSE
           MOVE 1 TO WS-HIST-START
       END-IF
           PERFORM VARYING WS-A FROM WS-HIST-START BY 1
                   UNTIL WS-A > WS-HIST-COUNT
               PERFORM SHOW-HISTORY-LINE-PARA
           END-PERFORM
           MOVE SPACES TO WS-SHOW-LINE
           STRING '  HISTORY TRANSACTIONS ON FILE FOR CLIENT: '
               DELIMITED BY SIZE
               WS-HIST-TOTAL DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       END-IF
       END-IF.
      *******************************
       READ-HISTORY-NEXT-PARA.
           READ TR-HISTORY
           AT END CONTINUE
           NOT AT END
       IF TH-CL-ID = WS-ENTRY-ID THEN
           ADD 1 TO WS-HIST-TOTAL
           MOVE FUNCTION UPPER-CASE(TH-TYPE) TO TH-TYPE
           MOVE FUNCTION UPPER-CASE(TH-CURRENCY) TO TH-CURRENCY
       IF TH-TYPE = 'R' THEN
           PERFORM MARK-REVERSED-ORIGINAL-PARA
       END-IF
       IF WS-HIST-COUNT = 5000 THEN
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4999
               MOVE WS-HIST-ENTRY(WS-A + 1) TO WS-HIST-ENTRY(WS-A)
           END-PERFORM
       ELSE
           ADD 1 TO WS-HIST-COUNT
       END-IF
           MOVE TH-COUNTRY-CODE TO HI-COUNTRY(WS-HIST-COUNT)
           MOVE TH-CURRENCY TO HI-CURRENCY(WS-HIST-COUNT)
           MOVE TH-TYPE TO HI-TYPE(WS-HIST-COUNT)
           MOVE TH-AMOUNT TO HI-AMOUNT(WS-HIST-COUNT)
           MOVE TH-DATE TO HI-DATE(WS-HIST-COUNT)
           MOVE 'N' TO HI-REVERSED(WS-HIST-COUNT)
       END-IF
       END-READ.
      *******************************
       MARK-REVERSED-ORIGINAL-PARA.
           MOVE 'D' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA.
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'K' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       END-IF.
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'F' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       END-IF.
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'C' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       END-IF.
       IF WS-RVSL-MATCH-IX = 0 THEN
           MOVE 'P' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       END-IF.
       IF WS-RVSL-MATCH-IX > 0 THEN
           MOVE 'Y' TO HI-REVERSED(WS-RVSL-MATCH-IX)
       END-IF.
      *******************************
       FIND-REVERSAL-ORIGINAL-PARA.
           MOVE 0 TO WS-RVSL-MATCH-IX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-HIST-COUNT
                       OR WS-RVSL-MATCH-IX > 0
               IF HI-REVERSED(WS-A) = 'N'
                   AND HI-TYPE(WS-A) = WS-RVSL-TYPE
                   AND HI-COUNTRY(WS-A) = TH-COUNTRY-CODE
                   AND HI-CURRENCY(WS-A) = TH-CURRENCY
                   AND HI-AMOUNT(WS-A) = TH-AMOUNT
                   AND HI-DATE(WS-A) = TH-DATE
               THEN
                   MOVE WS-A TO WS-RVSL-MATCH-IX
               END-IF
           END-PERFORM.
      *******************************
       SHOW-HISTORY-LINE-PARA.
           MOVE SPACES TO WS-HIST-NOTE
           EVALUATE HI-TYPE(WS-A)
               WHEN 'R'
                   MOVE 'REVERSAL' TO WS-HIST-NOTE
               WHEN 'F'
                   MOVE 'BILLED FEE' TO WS-HIST-NOTE
               WHEN 'C'
               WHEN 'P'
                   MOVE 'INTEREST' TO WS-HIST-NOTE
           END-EVALUATE.
       IF HI-REVERSED(WS-A) = 'Y' THEN
           EVALUATE HI-TYPE(WS-A)
               WHEN 'F'
                   MOVE 'BILLED FEE REVERSED' TO WS-HIST-NOTE
               WHEN 'C'
               WHEN 'P'
                   MOVE 'INTEREST REVERSED' TO WS-HIST-NOTE
               WHEN OTHER
                   MOVE 'REVERSED' TO WS-HIST-NOTE
           END-EVALUATE
       END-IF.
           MOVE HI-AMOUNT(WS-A) TO WS-HIST-AMOUNT-ED
           MOVE SPACES TO WS-SHOW-LINE
           STRING HI-DATE(WS-A) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HI-COUNTRY(WS-A) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HI-CURRENCY(WS-A) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HI-TYPE(WS-A) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HIST-AMOUNT-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-HIST-NOTE DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA.

      *******************************
       SHOW-EXCEPTIONS-PARA.
           MOVE 'unmatched-transactions.txt' TO WS-EXC-FILENAME
           MOVE 'UNMATCHED TRANSACTIONS' TO WS-EXC-TITLE
           MOVE 2 TO WS-EXC-KEY-FIELD
           PERFORM SHOW-EXCEPTION-FILE-PARA
           MOVE 'rejected-transactions.txt' TO WS-EXC-FILENAME
           MOVE 'REJECTED TRANSACTIONS' TO WS-EXC-TITLE
           MOVE 2 TO WS-EXC-KEY-FIELD
           PERFORM SHOW-EXCEPTION-FILE-PARA
           MOVE 'suspected-duplicates.txt' TO WS-EXC-FILENAME
           MOVE 'SUSPECTED DUPLICATES' TO WS-EXC-TITLE
           MOVE 2 TO WS-EXC-KEY-FIELD
           PERFORM SHOW-EXCEPTION-FILE-PARA
           MOVE 'alerts.txt' TO WS-EXC-FILENAME
           MOVE 'LARGE-TRANSACTION ALERTS' TO WS-EXC-TITLE
           MOVE 1 TO WS-EXC-KEY-FIELD
           PERFORM SHOW-EXCEPTION-FILE-PARA.
      *******************************
       SHOW-EXCEPTION-FILE-PARA.
           MOVE 0 TO WS-EXC-MATCH-COUNT
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           MOVE SPACES TO WS-SHOW-LINE
           STRING FUNCTION TRIM(WS-EXC-TITLE) DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-FILENAME) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
           OPEN INPUT EXC-LIST.
       IF EXC-LIST-FILE-STATUS = 35 THEN
           MOVE '  FILE NOT PRESENT' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       ELSE
           PERFORM READ-EXC-LIST-NEXT-PARA
               UNTIL EXC-LIST-FILE-STATUS = '10'
           CLOSE EXC-LIST
       IF WS-EXC-MATCH-COUNT = 0 THEN
           MOVE '  NONE FOR THIS CLIENT' TO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       END-IF
       END-IF.
      *******************************
       READ-EXC-LIST-NEXT-PARA.
           READ EXC-LIST INTO WS-EXC-LINE
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-EXC-FIELD-1
               MOVE SPACES TO WS-EXC-FIELD-2
               UNSTRING WS-EXC-LINE DELIMITED BY ','
                   INTO WS-EXC-FIELD-1 WS-EXC-FIELD-2
       IF WS-EXC-KEY-FIELD = 1 THEN
           MOVE WS-EXC-FIELD-1 TO WS-EXC-FIELD-2
       END-IF
       IF WS-EXC-FIELD-2 = WS-ENTRY-ID THEN
           ADD 1 TO WS-EXC-MATCH-COUNT
           MOVE SPACES TO WS-SHOW-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-EXC-LINE DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM SHOW-LINE-PARA
       END-IF
       END-READ.

      *******************************
       SHOW-LINE-PARA.
           DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING).
       IF WS-SCREEN-COUNT < 2000 THEN
           ADD 1 TO WS-SCREEN-COUNT
           MOVE WS-SHOW-LINE TO WS-SCREEN-LINE(WS-SCREEN-COUNT)
       ELSE
           ADD 1 TO WS-SCREEN-LOST
       END-IF.

      *******************************
       OFFER-PRINT-PARA.
           DISPLAY 'Print this inquiry to a file? (Y/N)'
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
       IF WS-CONFIRM = 'Y' THEN
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING 'client-inquiry-' DELIMITED BY SIZE
               WS-ENTRY-ID DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-PRINT-FILENAME
           OPEN OUTPUT INQ-PRINT
       IF NOT INQ-PRINT-FILE-STATUS = '00' THEN
           DISPLAY 'ERROR: cannot write '
               FUNCTION TRIM(WS-PRINT-FILENAME) ', file status '
               INQ-PRINT-FILE-STATUS '.'
       ELSE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-SCREEN-COUNT
               WRITE INQ-PRINT-FILE FROM WS-SCREEN-LINE(WS-A)
           END-PERFORM
       IF WS-SCREEN-LOST > 0 THEN
           MOVE SPACES TO WS-SHOW-LINE
           STRING '*** ' DELIMITED BY SIZE
               WS-SCREEN-LOST DELIMITED BY SIZE
               ' FURTHER LINES NOT PRINTED ***' DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           WRITE INQ-PRINT-FILE FROM WS-SHOW-LINE
       END-IF
           CLOSE INQ-PRINT
           DISPLAY 'Inquiry printed to '
               FUNCTION TRIM(WS-PRINT-FILENAME) '.'
       END-IF
       END-IF.

      *******************************
       VALIDATE-CLIENT-NIP-PARA.
           MOVE 'Y' TO WS-NIP-VALID
           MOVE 0 TO WS-NIP-CHECKSUM
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 9
               COMPUTE WS-NIP-CHECKSUM = WS-NIP-CHECKSUM +
                   WS-CHECK-NIP-DIGIT(WS-A) * WS-NIP-WEIGHT(WS-A)
           END-PERFORM
           DIVIDE WS-NIP-CHECKSUM BY 11 GIVING WS-NIP-QUOTIENT
               REMAINDER WS-NIP-REMAINDER
       IF WS-NIP-REMAINDER = 10 OR
           NOT WS-NIP-REMAINDER = WS-CHECK-NIP-DIGIT(10)
       THEN
           MOVE 'N' TO WS-NIP-VALID
       END-IF.

      *******************************
       END-INQUIRY-PARA.
       STOP RUN
       EXIT PROGRAM.
