      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION.
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
               SELECT FX-RATES ASSIGN TO 'fx-rates.txt'
               FILE STATUS FX-RATES-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT REVAL-RATES ASSIGN TO 'fx-reval-rates.txt'
               FILE STATUS REVAL-RATES-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT REVAL-RPT ASSIGN TO 'fx-revaluation-report.txt'
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
           FD FX-RATES.
           01 FX-RATE-FILE.
               05 FX-CUR-CODE PIC A(3).
               05 FX-RATE PIC 9(4)V9(6).
      *******************************
           FD REVAL-RATES.
           01 REVAL-RATE-FILE.
               05 RR-CUR-CODE PIC A(3).
               05 RR-RATE PIC 9(4)V9(6).
               05 RR-REVAL-DATE PIC 9(8).
      *******************************
           FD REVAL-RPT.
           01 REVAL-RPT-FILE PIC X(200).

           WORKING-STORAGE SECTION.
      *******************************
           01 BALANCE-FILE-STATUS PIC X(2).
           01 FX-RATES-FILE-STATUS PIC X(2).
           01 REVAL-RATES-FILE-STATUS PIC X(2).
      *******************************
           01 WS-REVAL-DATE PIC 9(8).
           01 WS-REVAL-DATE-X PIC X(8).
           01 WS-REVAL-MM PIC 9(2).
           01 WS-REVAL-DD PIC 9(2).
           01 WS-RUN-MODE PIC A(1).
           01 WS-LAST-REVAL-DATE PIC 9(8) VALUE 0.
      *******************************
           01 WS-RATE-COUNT PIC 9(4) VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 500 TIMES.
                   10 RT-CODE PIC A(3).
                   10 RT-CURR-RATE PIC 9(4)V9(6).
                   10 RT-CURR-FOUND PIC A(1).
                   10 RT-PREV-RATE PIC 9(4)V9(6).
                   10 RT-PREV-FOUND PIC A(1).
                   10 RT-PREV-DATE PIC 9(8).
                   10 RT-BAL-COUNT PIC 9(6).
                   10 RT-EXC-COUNT PIC 9(6).
                   10 RT-NET-TOTAL PIC S9(14)V9(2).
                   10 RT-PREV-VALUE PIC S9(16)V9(2).
                   10 RT-CURR-VALUE PIC S9(16)V9(2).
      *******************************
           01 WS-A PIC 9(4).
           01 WS-MATCH-IX PIC 9(4) VALUE 0.
           01 WS-LOOKUP-CODE PIC A(3).
      *******************************
           01 WS-BAL-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-REVALUED-COUNT PIC 9(8) VALUE 0.
           01 WS-BASELINE-COUNT PIC 9(8) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(8) VALUE 0.
           01 WS-SAVED-RATE-COUNT PIC 9(4) VALUE 0.
      *******************************
           01 WS-NET PIC S9(12)V9(2).
           01 WS-PREV-VALUE PIC S9(16)V9(2).
           01 WS-CURR-VALUE PIC S9(16)V9(2).
           01 WS-GAIN PIC S9(16)V9(2).
           01 WS-LINE-NOTE PIC X(40).
      *******************************
           01 WS-CUR-CL-ID PIC X(3) VALUE SPACES.
           01 WS-CL-LINE-COUNT PIC 9(4) VALUE 0.
           01 WS-CL-PREV-VALUE PIC S9(16)V9(2) VALUE 0.
           01 WS-CL-CURR-VALUE PIC S9(16)V9(2) VALUE 0.
           01 WS-GT-PREV-VALUE PIC S9(16)V9(2) VALUE 0.
           01 WS-GT-CURR-VALUE PIC S9(16)V9(2) VALUE 0.
      *******************************
           01 WS-NET-ED PIC +9(14).9(2).
           01 WS-PREV-RATE-ED PIC 9(4).9(6).
           01 WS-CURR-RATE-ED PIC 9(4).9(6).
           01 WS-PREV-VALUE-ED PIC +9(16).9(2).
           01 WS-CURR-VALUE-ED PIC +9(16).9(2).
           01 WS-GAIN-ED PIC +9(16).9(2).
           01 WS-RPT-LINE PIC X(200).

      *******************************
       PROCEDURE DIVISION.

      *******************************
       REVAL-MAIN-PARA.
           DISPLAY 'Month-end FX revaluation of client balances.'
           DISPLAY 'Enter the revaluation date (YYYYMMDD):'
           ACCEPT WS-REVAL-DATE-X.
       IF WS-REVAL-DATE-X IS NOT NUMERIC THEN
           DISPLAY 'The revaluation date provided is invalid.'
           PERFORM END-REVAL-PARA
       END-IF.
           MOVE WS-REVAL-DATE-X TO WS-REVAL-DATE.
           MOVE WS-REVAL-DATE-X(5:2) TO WS-REVAL-MM.
           MOVE WS-REVAL-DATE-X(7:2) TO WS-REVAL-DD.
       IF WS-REVAL-DATE < 19000101
           OR WS-REVAL-MM < 1 OR WS-REVAL-MM > 12
           OR WS-REVAL-DD < 1 OR WS-REVAL-DD > 31
       THEN
           DISPLAY 'The revaluation date provided is invalid.'
           PERFORM END-REVAL-PARA
       END-IF.
           DISPLAY 'Trial run (T) or final run that saves the rates '
           'as the new revaluation base (F)?'
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
       IF WS-RUN-MODE NOT = 'T' AND WS-RUN-MODE NOT = 'F' THEN
           DISPLAY 'Invalid option! Enter T or F.'
           PERFORM END-REVAL-PARA
       END-IF.
           PERFORM LOAD-CURRENT-RATES-PARA.
           PERFORM LOAD-REVAL-RATES-PARA.
           PERFORM REVALUE-BALANCES-PARA.
           PERFORM WRITE-CURRENCY-TOTALS-PARA.
           CLOSE REVAL-RPT.
       IF WS-RUN-MODE = 'F' THEN
           PERFORM SAVE-REVAL-RATES-PARA
           DISPLAY 'Revaluation rates saved to fx-reval-rates.txt: '
               WS-SAVED-RATE-COUNT
       ELSE
           DISPLAY 'Trial run - revaluation rates left unchanged.'
       END-IF.
           DISPLAY 'Balances revalued: ' WS-REVALUED-COUNT
           DISPLAY 'Balances with no previous rate (baseline set): '
               WS-BASELINE-COUNT
           DISPLAY 'Balances with no current rate (exceptions): '
               WS-EXCEPTION-COUNT
           DISPLAY 'Revaluation report written to '
           'fx-revaluation-report.txt.'
           PERFORM END-REVAL-PARA.

      *******************************
       LOAD-CURRENT-RATES-PARA.
           OPEN INPUT FX-RATES.
       IF FX-RATES-FILE-STATUS = 35 THEN
           DISPLAY "FX rates file doesn't exist."
           PERFORM CLOSE-FX-RATES-PARA
       END-IF.
           PERFORM READ-FX-RATE-NEXT-PARA UNTIL FX-RATES-FILE-STATUS
               = '10'.
           CLOSE FX-RATES.
      *******************************
       READ-FX-RATE-NEXT-PARA.
           READ FX-RATES INTO FX-RATE-FILE
           AT END CONTINUE
           NOT AT END
           MOVE FUNCTION UPPER-CASE(FX-CUR-CODE) TO WS-LOOKUP-CODE
           PERFORM FIND-RATE-ENTRY-PARA
       IF WS-MATCH-IX > 0 THEN
           MOVE FX-RATE TO RT-CURR-RATE(WS-MATCH-IX)
           MOVE 'Y' TO RT-CURR-FOUND(WS-MATCH-IX)
       END-IF
           END-READ.

      *******************************
       LOAD-REVAL-RATES-PARA.
           OPEN INPUT REVAL-RATES.
       IF REVAL-RATES-FILE-STATUS = 35 THEN
           DISPLAY 'No previous revaluation rates found - this run '
           'sets the revaluation base.'
       ELSE
           PERFORM READ-REVAL-RATE-NEXT-PARA
               UNTIL REVAL-RATES-FILE-STATUS = '10'
           CLOSE REVAL-RATES
       END-IF.
      *******************************
       READ-REVAL-RATE-NEXT-PARA.
           READ REVAL-RATES
           AT END CONTINUE
           NOT AT END
           MOVE FUNCTION UPPER-CASE(RR-CUR-CODE) TO WS-LOOKUP-CODE
           PERFORM FIND-RATE-ENTRY-PARA
       IF WS-MATCH-IX > 0 THEN
           MOVE RR-RATE TO RT-PREV-RATE(WS-MATCH-IX)
           MOVE RR-REVAL-DATE TO RT-PREV-DATE(WS-MATCH-IX)
           MOVE 'Y' TO RT-PREV-FOUND(WS-MATCH-IX)
       IF RR-REVAL-DATE > WS-LAST-REVAL-DATE THEN
           MOVE RR-REVAL-DATE TO WS-LAST-REVAL-DATE
       END-IF
       END-IF
           END-READ.

      *******************************
       FIND-RATE-ENTRY-PARA.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-RATE-COUNT
               IF RT-CODE(WS-A) = WS-LOOKUP-CODE THEN
                   MOVE WS-A TO WS-MATCH-IX
               END-IF
           END-PERFORM.
       IF WS-MATCH-IX = 0 AND WS-RATE-COUNT < 500 THEN
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-RATE-COUNT TO WS-MATCH-IX
           MOVE WS-LOOKUP-CODE TO RT-CODE(WS-MATCH-IX)
           MOVE 0 TO RT-CURR-RATE(WS-MATCH-IX)
           MOVE 'N' TO RT-CURR-FOUND(WS-MATCH-IX)
           MOVE 0 TO RT-PREV-RATE(WS-MATCH-IX)
           MOVE 'N' TO RT-PREV-FOUND(WS-MATCH-IX)
           MOVE 0 TO RT-PREV-DATE(WS-MATCH-IX)
           MOVE 0 TO RT-BAL-COUNT(WS-MATCH-IX)
           MOVE 0 TO RT-EXC-COUNT(WS-MATCH-IX)
           MOVE 0 TO RT-NET-TOTAL(WS-MATCH-IX)
           MOVE 0 TO RT-PREV-VALUE(WS-MATCH-IX)
           MOVE 0 TO RT-CURR-VALUE(WS-MATCH-IX)
       END-IF.

      *******************************
       REVALUE-BALANCES-PARA.
           OPEN INPUT BALANCE.
       IF BALANCE-FILE-STATUS = 35 THEN
           DISPLAY "Client balance file doesn't exist - nothing "
           'to revalue.'
           PERFORM CLOSE-BALANCE-PARA
       END-IF.
           OPEN OUTPUT REVAL-RPT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REVALUATION DATE,' DELIMITED BY SIZE
               WS-REVAL-DATE DELIMITED BY SIZE
               ',PREVIOUS REVALUATION DATE,' DELIMITED BY SIZE
               WS-LAST-REVAL-DATE DELIMITED BY SIZE
               ',RUN MODE,' DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLIENT,CURRENCY,NET BALANCE,PREVIOUS RATE,'
               DELIMITED BY SIZE
               'CURRENT RATE,PREVIOUS PLN VALUE,CURRENT PLN VALUE,'
               DELIMITED BY SIZE
               'UNREALISED GAIN/LOSS,NOTE' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE
           PERFORM READ-BALANCE-NEXT-PARA
               UNTIL BALANCE-FILE-STATUS = '10'.
           PERFORM WRITE-CLIENT-TOTAL-PARA.
           CLOSE BALANCE.
      *******************************
       READ-BALANCE-NEXT-PARA.
           READ BALANCE
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-BAL-READ-COUNT
           COMPUTE WS-NET = BA-CREDIT-SUM - BA-DEBIT-SUM
       IF WS-NET NOT = 0 THEN
       IF BA-CL-ID NOT = WS-CUR-CL-ID THEN
           PERFORM WRITE-CLIENT-TOTAL-PARA
           MOVE BA-CL-ID TO WS-CUR-CL-ID
       END-IF
           PERFORM REVALUE-ONE-BALANCE-PARA
       END-IF
           END-READ.
      *******************************
       REVALUE-ONE-BALANCE-PARA.
           MOVE FUNCTION UPPER-CASE(BA-CURRENCY) TO WS-LOOKUP-CODE
           PERFORM FIND-RATE-ENTRY-PARA
           MOVE 0 TO WS-PREV-VALUE
           MOVE 0 TO WS-CURR-VALUE
           MOVE 0 TO WS-GAIN
           MOVE SPACES TO WS-LINE-NOTE.
       IF WS-MATCH-IX = 0 THEN
           MOVE 'EXCEPTION - CURRENCY TABLE FULL' TO WS-LINE-NOTE
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-PREV-RATE-ED
           MOVE 0 TO WS-CURR-RATE-ED
       ELSE
           ADD 1 TO RT-BAL-COUNT(WS-MATCH-IX)
           ADD WS-NET TO RT-NET-TOTAL(WS-MATCH-IX)
           MOVE RT-PREV-RATE(WS-MATCH-IX) TO WS-PREV-RATE-ED
           MOVE RT-CURR-RATE(WS-MATCH-IX) TO WS-CURR-RATE-ED
       IF RT-CURR-FOUND(WS-MATCH-IX) = 'N' THEN
           MOVE 'EXCEPTION - NO CURRENT FX RATE' TO WS-LINE-NOTE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO RT-EXC-COUNT(WS-MATCH-IX)
       ELSE
           COMPUTE WS-CURR-VALUE ROUNDED =
               WS-NET * RT-CURR-RATE(WS-MATCH-IX)
       IF RT-PREV-FOUND(WS-MATCH-IX) = 'Y' THEN
           COMPUTE WS-PREV-VALUE ROUNDED =
               WS-NET * RT-PREV-RATE(WS-MATCH-IX)
       ELSE
           MOVE WS-CURR-VALUE TO WS-PREV-VALUE
           MOVE RT-CURR-RATE(WS-MATCH-IX) TO WS-PREV-RATE-ED
           MOVE 'NO PREVIOUS RATE - BASELINE SET' TO WS-LINE-NOTE
           ADD 1 TO WS-BASELINE-COUNT
       END-IF
           COMPUTE WS-GAIN = WS-CURR-VALUE - WS-PREV-VALUE
           ADD WS-PREV-VALUE TO RT-PREV-VALUE(WS-MATCH-IX)
           ADD WS-CURR-VALUE TO RT-CURR-VALUE(WS-MATCH-IX)
           ADD WS-PREV-VALUE TO WS-CL-PREV-VALUE
           ADD WS-CURR-VALUE TO WS-CL-CURR-VALUE
           ADD WS-PREV-VALUE TO WS-GT-PREV-VALUE
           ADD WS-CURR-VALUE TO WS-GT-CURR-VALUE
           ADD 1 TO WS-REVALUED-COUNT
       END-IF
       END-IF.
           ADD 1 TO WS-CL-LINE-COUNT
           MOVE WS-NET TO WS-NET-ED
           MOVE WS-PREV-VALUE TO WS-PREV-VALUE-ED
           MOVE WS-CURR-VALUE TO WS-CURR-VALUE-ED
           MOVE WS-GAIN TO WS-GAIN-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING
               BA-CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               BA-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-NET-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-PREV-RATE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CURR-RATE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-PREV-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CURR-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GAIN-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-NOTE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE.
      *******************************
       WRITE-CLIENT-TOTAL-PARA.
       IF WS-CL-LINE-COUNT > 0 THEN
           COMPUTE WS-GAIN = WS-CL-CURR-VALUE - WS-CL-PREV-VALUE
           MOVE WS-CL-PREV-VALUE TO WS-PREV-VALUE-ED
           MOVE WS-CL-CURR-VALUE TO WS-CURR-VALUE-ED
           MOVE WS-GAIN TO WS-GAIN-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING
               'CLIENT TOTAL ' DELIMITED BY SIZE
               WS-CUR-CL-ID DELIMITED BY SIZE
               ',,,,,' DELIMITED BY SIZE
               WS-PREV-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CURR-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GAIN-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE
       END-IF.
           MOVE 0 TO WS-CL-LINE-COUNT
           MOVE 0 TO WS-CL-PREV-VALUE
           MOVE 0 TO WS-CL-CURR-VALUE.

      *******************************
       WRITE-CURRENCY-TOTALS-PARA.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CURRENCY,NET BALANCE,PREVIOUS RATE,CURRENT RATE,'
               DELIMITED BY SIZE
               'PREVIOUS PLN VALUE,CURRENT PLN VALUE,'
               DELIMITED BY SIZE
               'UNREALISED GAIN/LOSS,NOTE' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-RATE-COUNT
               IF RT-BAL-COUNT(WS-A) > 0 THEN
                   PERFORM WRITE-ONE-CURRENCY-TOTAL-PARA
               END-IF
           END-PERFORM.
           COMPUTE WS-GAIN = WS-GT-CURR-VALUE - WS-GT-PREV-VALUE
           MOVE WS-GT-PREV-VALUE TO WS-PREV-VALUE-ED
           MOVE WS-GT-CURR-VALUE TO WS-CURR-VALUE-ED
           MOVE WS-GAIN TO WS-GAIN-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING
               'GRAND TOTAL,,,,' DELIMITED BY SIZE
               WS-PREV-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CURR-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GAIN-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXCEPTIONS - BALANCES NOT REVALUED,'
               DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE.
      *******************************
       WRITE-ONE-CURRENCY-TOTAL-PARA.
           COMPUTE WS-GAIN = RT-CURR-VALUE(WS-A) - RT-PREV-VALUE(WS-A)
           MOVE RT-NET-TOTAL(WS-A) TO WS-NET-ED
           MOVE RT-PREV-RATE(WS-A) TO WS-PREV-RATE-ED
           MOVE RT-CURR-RATE(WS-A) TO WS-CURR-RATE-ED
           MOVE RT-PREV-VALUE(WS-A) TO WS-PREV-VALUE-ED
           MOVE RT-CURR-VALUE(WS-A) TO WS-CURR-VALUE-ED
           MOVE WS-GAIN TO WS-GAIN-ED
           MOVE SPACES TO WS-LINE-NOTE.
       IF RT-EXC-COUNT(WS-A) > 0 THEN
           MOVE 'EXCEPTION - NO CURRENT FX RATE' TO WS-LINE-NOTE
       ELSE
       IF RT-PREV-FOUND(WS-A) = 'N' THEN
           MOVE RT-CURR-RATE(WS-A) TO WS-PREV-RATE-ED
           MOVE 'NO PREVIOUS RATE - BASELINE SET' TO WS-LINE-NOTE
       END-IF
       END-IF.
           MOVE SPACES TO WS-RPT-LINE
           STRING
               'CURRENCY TOTAL ' DELIMITED BY SIZE
               RT-CODE(WS-A) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-NET-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-PREV-RATE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CURR-RATE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-PREV-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CURR-VALUE-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GAIN-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-NOTE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REVAL-RPT-FILE FROM WS-RPT-LINE.

      *******************************
       SAVE-REVAL-RATES-PARA.
           OPEN OUTPUT REVAL-RATES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-RATE-COUNT
               IF RT-CURR-FOUND(WS-A) = 'Y' THEN
                   MOVE RT-CODE(WS-A) TO RR-CUR-CODE
                   MOVE RT-CURR-RATE(WS-A) TO RR-RATE
                   MOVE WS-REVAL-DATE TO RR-REVAL-DATE
                   WRITE REVAL-RATE-FILE
                   ADD 1 TO WS-SAVED-RATE-COUNT
               ELSE
                   IF RT-PREV-FOUND(WS-A) = 'Y' THEN
                       MOVE RT-CODE(WS-A) TO RR-CUR-CODE
                       MOVE RT-PREV-RATE(WS-A) TO RR-RATE
                       MOVE RT-PREV-DATE(WS-A) TO RR-REVAL-DATE
                       WRITE REVAL-RATE-FILE
                       ADD 1 TO WS-SAVED-RATE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REVAL-RATES.

      *******************************
       CLOSE-FX-RATES-PARA.
       CLOSE FX-RATES.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-REVAL-PARA.

      *******************************
       CLOSE-BALANCE-PARA.
       CLOSE BALANCE.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-REVAL-PARA.

      *******************************
       END-REVAL-PARA.
       STOP RUN
       EXIT PROGRAM.
