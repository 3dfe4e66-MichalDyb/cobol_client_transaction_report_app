      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-CLIENTS.
       AUTHOR. MICHAL-DYBAS.

      *******************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *******************************
               SELECT CLIENT ASSIGN TO 'clients.dat'
               FILE STATUS CLIENT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-ID.
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
               SELECT DORM-PARAMS ASSIGN TO 'dormant-parameters.txt'
               FILE STATUS DORM-PARAMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT DORM-RPT ASSIGN TO 'dormant-clients-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT DORM-PROPOSAL ASSIGN TO
               'deactivation-proposals.txt'
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
           FD DORM-PARAMS.
           01 DORM-PARAMS-FILE PIC X(80).
      *******************************
           FD DORM-RPT.
           01 DORM-RPT-FILE PIC X(200).
      *******************************
           FD DORM-PROPOSAL.
           01 DORM-PROPOSAL-FILE PIC X(200).

           WORKING-STORAGE SECTION.
      *******************************
           01 CLIENT-FILE-STATUS PIC X(2).
           01 BALANCE-FILE-STATUS PIC X(2).
           01 TR-HISTORY-FILE-STATUS PIC X(2).
           01 DORM-PARAMS-FILE-STATUS PIC X(2).
      *******************************
           01 WS-PARAM-LINE PIC X(80).
           01 WS-PARAM-KEY PIC X(20).
           01 WS-PARAM-VALUE PIC X(40).
           01 WS-MONTHS-X PIC X(3).
           01 WS-MONTHS PIC 9(3) VALUE 0.
           01 WS-MONTHS-SEEN PIC A(1) VALUE 'N'.
           01 WS-AS-OF-X PIC X(8).
           01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
           01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
               05 WS-AS-OF-YYYY PIC 9(4).
               05 WS-AS-OF-MM PIC 9(2).
               05 WS-AS-OF-DD PIC 9(2).
      *******************************
           01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
           01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               05 WS-CUTOFF-YYYY PIC 9(4).
               05 WS-CUTOFF-MM PIC 9(2).
               05 WS-CUTOFF-DD PIC 9(2).
           01 WS-MONTH-INDEX PIC 9(6).
           01 WS-CUTOFF-LAST-DAY PIC 9(2).
      *******************************
           01 WS-ACTIVITY-TABLE.
               05 WS-ACTIVITY-ENTRY OCCURS 999 TIMES.
                   10 AC-LAST-DATE PIC 9(8).
                   10 AC-NONZERO-COUNT PIC 9(4).
      *******************************
           01 WS-A PIC 9(4).
           01 WS-CL-ID-NUM PIC 9(3).
           01 WS-BAL-CL-ID-X PIC X(3).
           01 WS-LAST-DATE-X PIC X(8).
           01 WS-BALANCE-NOTE PIC X(50).
           01 WS-RPT-LINE PIC X(200).
           01 WS-PROPOSAL-LINE PIC X(200).
      *******************************
           01 WS-HIST-READ-COUNT PIC 9(8) VALUE 0.
           01 WS-CLIENT-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
           01 WS-DORMANT-COUNT PIC 9(6) VALUE 0.
           01 WS-NEVER-COUNT PIC 9(6) VALUE 0.
           01 WS-BALANCE-HELD-COUNT PIC 9(6) VALUE 0.
           01 WS-PROPOSED-COUNT PIC 9(6) VALUE 0.

      *******************************
       PROCEDURE DIVISION.

      *******************************
       DORMANT-MAIN-PARA.
           DISPLAY 'Dormant client detection.'
           PERFORM READ-DORMANT-PARAMETERS-PARA.
           PERFORM SET-CUTOFF-DATE-PARA.
           DISPLAY 'Clients with no transaction since '
               WS-CUTOFF-DATE ' are treated as dormant.'
           PERFORM INIT-ACTIVITY-TABLE-PARA.
           PERFORM SCAN-HISTORY-PARA.
           PERFORM SCAN-BALANCES-PARA.
           PERFORM WRITE-DORMANT-REPORT-PARA.
           DISPLAY 'Active clients checked: ' WS-ACTIVE-COUNT
           DISPLAY 'Dormant clients found (see '
               'dormant-clients-report.txt): ' WS-DORMANT-COUNT
           DISPLAY 'Dormant clients holding a balance (not '
               'proposed): ' WS-BALANCE-HELD-COUNT
           DISPLAY 'Deactivations proposed in '
               'deactivation-proposals.txt: ' WS-PROPOSED-COUNT
           PERFORM END-DORMANT-PARA.

      *******************************
       READ-DORMANT-PARAMETERS-PARA.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DORM-PARAMS.
       IF DORM-PARAMS-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           DISPLAY 'Dormancy parameter file found - running '
           'unattended.'
           PERFORM READ-DORMANT-PARAM-NEXT-PARA
               UNTIL DORM-PARAMS-FILE-STATUS = '10'
           CLOSE DORM-PARAMS
       END-IF.
       IF WS-MONTHS-SEEN = 'N' THEN
           DISPLAY 'Enter the number of months without a '
           'transaction after which a client is dormant:'
           ACCEPT WS-MONTHS-X
           MOVE FUNCTION TRIM(WS-MONTHS-X) TO WS-PARAM-VALUE
           PERFORM SET-MONTHS-PARA
       END-IF.
       IF WS-MONTHS = 0 THEN
           DISPLAY 'The number of months must be between 1 and 999.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-DORMANT-PARA
       END-IF.
      *******************************
       READ-DORMANT-PARAM-NEXT-PARA.
           READ DORM-PARAMS INTO WS-PARAM-LINE
           AT END CONTINUE
           NOT AT END
       IF WS-PARAM-LINE = SPACES THEN
           CONTINUE
       ELSE
           MOVE SPACES TO WS-PARAM-KEY
           MOVE SPACES TO WS-PARAM-VALUE
           UNSTRING WS-PARAM-LINE DELIMITED BY ','
               INTO WS-PARAM-KEY WS-PARAM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM-KEY))
               TO WS-PARAM-KEY
           MOVE FUNCTION TRIM(WS-PARAM-VALUE) TO WS-PARAM-VALUE
           PERFORM APPLY-DORMANT-PARAM-PARA
       END-IF
       END-READ.
      *******************************
       APPLY-DORMANT-PARAM-PARA.
           EVALUATE WS-PARAM-KEY
               WHEN 'MONTHS'
                   PERFORM SET-MONTHS-PARA
                   MOVE 'Y' TO WS-MONTHS-SEEN
               WHEN 'AS-OF'
       IF NOT (FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-VALUE)) = 8
           AND WS-PARAM-VALUE(1:8) IS NUMERIC)
       THEN
           DISPLAY 'AS-OF must be 8 digits (YYYYMMDD).'
           MOVE 8 TO RETURN-CODE
           PERFORM END-DORMANT-PARA
       END-IF
                   MOVE WS-PARAM-VALUE(1:8) TO WS-AS-OF-X
                   MOVE WS-AS-OF-X TO WS-AS-OF-DATE
               WHEN OTHER
                   DISPLAY 'Unknown dormancy parameter skipped: '
                       FUNCTION TRIM(WS-PARAM-KEY)
           END-EVALUATE.
      *******************************
       SET-MONTHS-PARA.
       IF FUNCTION TRIM(WS-PARAM-VALUE) IS NUMERIC
           AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-VALUE)) < 4
       THEN
           COMPUTE WS-MONTHS = FUNCTION NUMVAL(WS-PARAM-VALUE)
       ELSE
           MOVE 0 TO WS-MONTHS
       END-IF.

      *******************************
       SET-CUTOFF-DATE-PARA.
           COMPUTE WS-MONTH-INDEX =
               WS-AS-OF-YYYY * 12 + WS-AS-OF-MM - 1 - WS-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           EVALUATE WS-CUTOFF-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CUTOFF-LAST-DAY
               WHEN 2
       IF FUNCTION MOD(WS-CUTOFF-YYYY, 400) = 0
           OR (FUNCTION MOD(WS-CUTOFF-YYYY, 4) = 0
           AND NOT FUNCTION MOD(WS-CUTOFF-YYYY, 100) = 0)
       THEN
           MOVE 29 TO WS-CUTOFF-LAST-DAY
       ELSE
           MOVE 28 TO WS-CUTOFF-LAST-DAY
       END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CUTOFF-LAST-DAY
           END-EVALUATE.
       IF WS-AS-OF-DD > WS-CUTOFF-LAST-DAY THEN
           MOVE WS-CUTOFF-LAST-DAY TO WS-CUTOFF-DD
       ELSE
           MOVE WS-AS-OF-DD TO WS-CUTOFF-DD
       END-IF.

      *******************************
       INIT-ACTIVITY-TABLE-PARA.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 999
               MOVE 0 TO AC-LAST-DATE(WS-A)
               MOVE 0 TO AC-NONZERO-COUNT(WS-A)
           END-PERFORM.

      *******************************
       SCAN-HISTORY-PARA.
           OPEN INPUT TR-HISTORY.
       IF TR-HISTORY-FILE-STATUS = 35 THEN
           DISPLAY 'Transaction history file does not exist yet - '
           'every active client has no recorded activity.'
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
       IF TH-CL-ID IS NUMERIC AND TH-DATE IS NUMERIC
           AND (FUNCTION UPPER-CASE(TH-TYPE) = 'D'
           OR FUNCTION UPPER-CASE(TH-TYPE) = 'K')
       THEN
           MOVE TH-CL-ID TO WS-CL-ID-NUM
       IF WS-CL-ID-NUM > 0
           AND TH-DATE > AC-LAST-DATE(WS-CL-ID-NUM)
           AND NOT TH-DATE > WS-AS-OF-DATE
       THEN
           MOVE TH-DATE TO AC-LAST-DATE(WS-CL-ID-NUM)
       END-IF
       END-IF
       END-READ.

      *******************************
       SCAN-BALANCES-PARA.
           OPEN INPUT BALANCE.
       IF BALANCE-FILE-STATUS = 35 THEN
           DISPLAY 'Client balances file does not exist - no '
           'balances to check.'
       ELSE
           PERFORM READ-BALANCE-NEXT-PARA
               UNTIL NOT BALANCE-FILE-STATUS = '00'
           CLOSE BALANCE
       END-IF.
      *******************************
       READ-BALANCE-NEXT-PARA.
           READ BALANCE
           AT END CONTINUE
           NOT AT END
               MOVE BA-CL-ID TO WS-BAL-CL-ID-X
       IF WS-BAL-CL-ID-X IS NUMERIC
           AND NOT BA-DEBIT-SUM = BA-CREDIT-SUM
       THEN
           MOVE WS-BAL-CL-ID-X TO WS-CL-ID-NUM
       IF WS-CL-ID-NUM > 0 THEN
           ADD 1 TO AC-NONZERO-COUNT(WS-CL-ID-NUM)
       END-IF
       END-IF
       END-READ.

      *******************************
       WRITE-DORMANT-REPORT-PARA.
           OPEN INPUT CLIENT.
       IF CLIENT-FILE-STATUS = 35 THEN
           DISPLAY "Clients master file doesn't exist. Run the "
           'client master load against clients.txt first.'
           PERFORM CLOSE-CLIENT-PARA
       END-IF.
           OPEN OUTPUT DORM-RPT.
           OPEN OUTPUT DORM-PROPOSAL.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DORMANT CLIENTS AS OF ' DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               ' - NO TRANSACTION FOR MORE THAN ' DELIMITED BY SIZE
               WS-MONTHS DELIMITED BY SIZE
               ' MONTHS (SINCE ' DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           MOVE 'CLIENT,NAME,LAST TRANSACTION,BALANCE CHECK,PROPOSED'
               TO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           MOVE 'CLIENT,NAME,LAST TRANSACTION,AS OF,APPROVE'
               TO WS-PROPOSAL-LINE
           WRITE DORM-PROPOSAL-FILE FROM WS-PROPOSAL-LINE
           PERFORM READ-CLIENT-NEXT-PARA
               UNTIL CLIENT-FILE-STATUS = '10'.
           CLOSE CLIENT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACTIVE CLIENTS CHECKED,' DELIMITED BY SIZE
               WS-ACTIVE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DORMANT CLIENTS,' DELIMITED BY SIZE
               WS-DORMANT-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OF WHICH NEVER TRANSACTED,' DELIMITED BY SIZE
               WS-NEVER-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OF WHICH HOLDING A BALANCE,' DELIMITED BY SIZE
               WS-BALANCE-HELD-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PROPOSED FOR DEACTIVATION,' DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE
           CLOSE DORM-RPT.
           CLOSE DORM-PROPOSAL.
      *******************************
       READ-CLIENT-NEXT-PARA.
           READ CLIENT
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-CLIENT-READ-COUNT
       IF CL-ID > 0 AND CL-STATUS = 'A' THEN
           ADD 1 TO WS-ACTIVE-COUNT
       IF AC-LAST-DATE(CL-ID) < WS-CUTOFF-DATE THEN
           PERFORM WRITE-DORMANT-CLIENT-PARA
       END-IF
       END-IF
       END-READ.
      *******************************
       WRITE-DORMANT-CLIENT-PARA.
           ADD 1 TO WS-DORMANT-COUNT
       IF AC-LAST-DATE(CL-ID) = 0 THEN
           MOVE 'NONE' TO WS-LAST-DATE-X
           ADD 1 TO WS-NEVER-COUNT
       ELSE
           MOVE AC-LAST-DATE(CL-ID) TO WS-LAST-DATE-X
       END-IF.
       IF AC-NONZERO-COUNT(CL-ID) > 0 THEN
           ADD 1 TO WS-BALANCE-HELD-COUNT
           MOVE 'NON-ZERO BALANCE,NO - SETTLE BALANCE FIRST'
               TO WS-BALANCE-NOTE
       ELSE
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE 'ZERO BALANCE,YES' TO WS-BALANCE-NOTE
           MOVE SPACES TO WS-PROPOSAL-LINE
           STRING CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CL-NAME) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LAST-DATE-X) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               ',N' DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE
           WRITE DORM-PROPOSAL-FILE FROM WS-PROPOSAL-LINE
       END-IF.
           MOVE SPACES TO WS-RPT-LINE
           STRING CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CL-NAME) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LAST-DATE-X) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-BALANCE-NOTE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE DORM-RPT-FILE FROM WS-RPT-LINE.

      *******************************
       CLOSE-CLIENT-PARA.
       CLOSE CLIENT.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-DORMANT-PARA.

      *******************************
       END-DORMANT-PARA.
       STOP RUN
       EXIT PROGRAM.
