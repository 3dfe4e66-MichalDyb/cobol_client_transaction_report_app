               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID.
      *******************************
               SELECT CLIENT-LIMIT ASSIGN TO 'client-limits.dat'
               FILE STATUS CLIENT-LIMIT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-KEY.
      *******************************
               SELECT BALANCE ASSIGN TO 'client-balances.dat'
               FILE STATUS BALANCE-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-KEY.
      *******************************
               SELECT DORM-PROPOSAL ASSIGN TO
               'deactivation-proposals.txt'
               FILE STATUS DORM-PROPOSAL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT MAINT-LOG ASSIGN TO 'client-maint-log.txt'
               FILE STATUS MAINT-LOG-FILE-STATUS
               05 CL-ADDRESS PIC X(20).
               05 CL-NIP PIC 9(10).
               05 CL-STATUS PIC A(1).
      *******************************
           FD CLIENT-LIMIT.
           01 LIMIT-FILE-REC.
               05 LM-KEY.
                   10 LM-CL-ID PIC X(3).
                   10 LM-CURRENCY PIC A(3).
               05 LM-DEBIT-LIMIT PIC 9(12)V9(2).
               05 LM-BREACH-FLAG PIC A(1).
               05 LM-BREACH-DATE PIC 9(8).
      *******************************
           FD BALANCE.
           01 BALANCE-FILE-REC.
               05 BA-KEY.
                   10 BA-CL-ID PIC X(3).
                   10 BA-CURRENCY PIC A(3).
               05 BA-DEBIT-SUM PIC 9(12)V9(2).
               05 BA-CREDIT-SUM PIC 9(12)V9(2).
      *******************************
           FD DORM-PROPOSAL.
           01 DORM-PROPOSAL-FILE PIC X(200).
      *******************************
           FD MAINT-LOG.
           01 MAINT-LOG-FILE PIC X(200).
      *******************************
           01 CLIENT-FILE-STATUS PIC X(2).
           01 MAINT-LOG-FILE-STATUS PIC X(2).
           01 CLIENT-LIMIT-FILE-STATUS PIC X(2).
           01 DORM-PROPOSAL-FILE-STATUS PIC X(2).
           01 BALANCE-FILE-STATUS PIC X(2).
      *******************************
           01 WS-OPERATOR PIC X(3).
           01 WS-ACTION PIC A(1).
           01 WS-ENTRY-NAME PIC X(20).
           01 WS-ENTRY-ADDRESS PIC X(20).
           01 WS-ENTRY-NIP PIC X(10).
      *******************************
           01 WS-ENTRY-CURRENCY PIC X(3).
           01 WS-ENTRY-LIMIT-X PIC X(15).
           01 WS-ENTRY-LIMIT PIC S9(12)V9(2).
           01 WS-NEW-LIMIT PIC 9(12)V9(2) VALUE 0.
           01 WS-OLD-LIMIT PIC 9(12)V9(2) VALUE 0.
           01 WS-NEW-LIMIT-ED PIC 9(12).9(2).
           01 WS-OLD-LIMIT-ED PIC 9(12).9(2).
           01 WS-LIMIT-EXISTS PIC A(1) VALUE 'N'.
      *******************************
           01 WS-APPROVER PIC X(3).
           01 WS-SAVED-OPERATOR PIC X(3).
           01 WS-PROPOSAL-LINE PIC X(200).
           01 WS-PROP-CL-ID-X PIC X(3).
           01 WS-PROP-NAME-X PIC X(20).
           01 WS-PROP-LAST-DATE-X PIC X(8).
           01 WS-PROP-AS-OF-X PIC X(8).
           01 WS-PROP-APPROVE-X PIC X(1).
           01 WS-PROP-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-PROP-APPLIED-COUNT PIC 9(6) VALUE 0.
           01 WS-PROP-SKIPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-BALANCE-OPEN PIC A(1) VALUE 'N'.
           01 WS-NONZERO-BALANCE PIC A(1) VALUE 'N'.
           01 WS-NONZERO-CURRENCY PIC A(3).
      *******************************
           01 WS-CHECK-NIP PIC 9(10).
           01 WS-CHECK-NIP-DIGITS REDEFINES WS-CHECK-NIP.
           DISPLAY 'ERROR: cannot open clients master, file status '
               CLIENT-FILE-STATUS '.'
           PERFORM END-MAINT-PARA
       END-IF.
           OPEN I-O CLIENT-LIMIT.
       IF CLIENT-LIMIT-FILE-STATUS = 35 THEN
           DISPLAY 'Client limits file does not exist - creating '
           'an empty limits file.'
           OPEN OUTPUT CLIENT-LIMIT
           CLOSE CLIENT-LIMIT
           OPEN I-O CLIENT-LIMIT
       END-IF.
       IF NOT (CLIENT-LIMIT-FILE-STATUS = '00'
           OR CLIENT-LIMIT-FILE-STATUS = '05')
       THEN
           DISPLAY 'ERROR: cannot open client limits, file status '
               CLIENT-LIMIT-FILE-STATUS '.'
           CLOSE CLIENT
           PERFORM END-MAINT-PARA
       END-IF.
           OPEN EXTEND MAINT-LOG.
       IF MAINT-LOG-FILE-STATUS = 35 THEN
       END-IF.
           PERFORM MAINT-MENU-PARA UNTIL WS-MAINT-DONE = 'Y'.
           CLOSE CLIENT.
           CLOSE CLIENT-LIMIT.
           CLOSE MAINT-LOG.
           DISPLAY 'Client master maintenance finished.'
           PERFORM END-MAINT-PARA.
      *******************************
       MAINT-MENU-PARA.
           DISPLAY 'Choose an action: A add, U update, '
           'D deactivate, L add limit, C change limit, '
           'R remove limit, P apply deactivation proposals, '
           'X exit.'
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
                   PERFORM UPDATE-CLIENT-PARA
               WHEN 'D'
                   PERFORM DEACTIVATE-CLIENT-PARA
               WHEN 'L'
                   PERFORM ADD-LIMIT-PARA
               WHEN 'C'
                   PERFORM CHANGE-LIMIT-PARA
               WHEN 'R'
                   PERFORM REMOVE-LIMIT-PARA
               WHEN 'P'
                   PERFORM APPLY-PROPOSALS-PARA
               WHEN 'X'
                   MOVE 'Y' TO WS-MAINT-DONE
               WHEN OTHER
                   DISPLAY 'Invalid option! Enter A, U, D, L, C, R, '
                   'P or X.'
           END-EVALUATE.

      *******************************
       END-IF
       END-IF.

      *******************************
       APPLY-PROPOSALS-PARA.
           DISPLAY 'Enter the initials of the operator who approved '
           'deactivation-proposals.txt (3 characters):'
           ACCEPT WS-APPROVER
           MOVE FUNCTION UPPER-CASE(WS-APPROVER) TO WS-APPROVER.
       IF WS-APPROVER = SPACES THEN
           DISPLAY 'Approver initials are required - proposals not '
           'applied.'
       ELSE
           MOVE 'N' TO WS-BALANCE-OPEN
           OPEN INPUT BALANCE
       IF BALANCE-FILE-STATUS = '00' OR BALANCE-FILE-STATUS = '05'
       THEN
           MOVE 'Y' TO WS-BALANCE-OPEN
       END-IF
       IF BALANCE-FILE-STATUS = '35' THEN
           DISPLAY 'Client balances file does not exist - no '
           'client holds a balance.'
       END-IF
       IF NOT (WS-BALANCE-OPEN = 'Y' OR BALANCE-FILE-STATUS = '35')
       THEN
           DISPLAY 'ERROR: cannot open client balances, file status '
               BALANCE-FILE-STATUS ' - proposals not applied.'
       ELSE
           OPEN INPUT DORM-PROPOSAL
       IF DORM-PROPOSAL-FILE-STATUS = 35 THEN
           DISPLAY 'Deactivation proposal file does not exist - run '
           'the dormant client detection first.'
       ELSE
           MOVE 0 TO WS-PROP-READ-COUNT
           MOVE 0 TO WS-PROP-APPLIED-COUNT
           MOVE 0 TO WS-PROP-SKIPPED-COUNT
           MOVE WS-OPERATOR TO WS-SAVED-OPERATOR
           MOVE WS-APPROVER TO WS-OPERATOR
           PERFORM READ-PROPOSAL-NEXT-PARA
               UNTIL DORM-PROPOSAL-FILE-STATUS = '10'
           MOVE WS-SAVED-OPERATOR TO WS-OPERATOR
           CLOSE DORM-PROPOSAL
           DISPLAY 'Approved proposals read: ' WS-PROP-READ-COUNT
           DISPLAY 'Clients deactivated: ' WS-PROP-APPLIED-COUNT
           DISPLAY 'Proposals skipped: ' WS-PROP-SKIPPED-COUNT
       END-IF
       IF WS-BALANCE-OPEN = 'Y' THEN
           CLOSE BALANCE
       END-IF
       END-IF
       END-IF.

      *******************************
       READ-PROPOSAL-NEXT-PARA.
           READ DORM-PROPOSAL INTO WS-PROPOSAL-LINE
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-PROP-CL-ID-X
               MOVE SPACES TO WS-PROP-APPROVE-X
               UNSTRING WS-PROPOSAL-LINE DELIMITED BY ','
                   INTO WS-PROP-CL-ID-X WS-PROP-NAME-X
                       WS-PROP-LAST-DATE-X WS-PROP-AS-OF-X
                       WS-PROP-APPROVE-X
               MOVE FUNCTION UPPER-CASE(WS-PROP-APPROVE-X)
                   TO WS-PROP-APPROVE-X
       IF WS-PROP-CL-ID-X IS NUMERIC
           AND NOT WS-PROP-CL-ID-X = '000'
           AND WS-PROP-APPROVE-X = 'Y'
       THEN
           ADD 1 TO WS-PROP-READ-COUNT
           PERFORM APPLY-ONE-PROPOSAL-PARA
       END-IF
       END-READ.

      *******************************
       APPLY-ONE-PROPOSAL-PARA.
           MOVE WS-PROP-CL-ID-X TO WS-ENTRY-ID
           PERFORM READ-CLIENT-RECORD-PARA.
       IF WS-RECORD-EXISTS = 'N' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' does not exist - '
           'proposal skipped.'
           ADD 1 TO WS-PROP-SKIPPED-COUNT
       ELSE
       IF CL-STATUS = 'I' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' is already inactive - '
           'proposal skipped.'
           ADD 1 TO WS-PROP-SKIPPED-COUNT
       ELSE
           PERFORM CHECK-CLIENT-BALANCE-PARA
       IF WS-NONZERO-BALANCE = 'Y' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' has a non-zero '
           WS-NONZERO-CURRENCY ' balance - proposal skipped, '
           'settle the balance first.'
           ADD 1 TO WS-PROP-SKIPPED-COUNT
       ELSE
           MOVE 'I' TO CL-STATUS
           REWRITE CLIENT-FILE
           INVALID KEY
               DISPLAY 'ERROR: rewrite failed, file status '
                   CLIENT-FILE-STATUS '.'
               ADD 1 TO WS-PROP-SKIPPED-COUNT
           NOT INVALID KEY
               DISPLAY 'Client ' WS-ENTRY-ID ' deactivated.'
               ADD 1 TO WS-PROP-APPLIED-COUNT
               MOVE 'DEACTIVATE' TO WS-LOG-ACTION
               PERFORM WRITE-MAINT-LOG-PARA
           END-REWRITE
       END-IF
       END-IF
       END-IF.

      *******************************
       CHECK-CLIENT-BALANCE-PARA.
           MOVE 'N' TO WS-NONZERO-BALANCE
           MOVE SPACES TO WS-NONZERO-CURRENCY.
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
      *******************************
       READ-BALANCE-NEXT-PARA.
           READ BALANCE NEXT RECORD
           AT END CONTINUE
           NOT AT END
       IF NOT BA-CL-ID = WS-ENTRY-ID THEN
           MOVE '10' TO BALANCE-FILE-STATUS
       ELSE
       IF NOT BA-DEBIT-SUM = BA-CREDIT-SUM THEN
           MOVE 'Y' TO WS-NONZERO-BALANCE
           MOVE BA-CURRENCY TO WS-NONZERO-CURRENCY
           MOVE '10' TO BALANCE-FILE-STATUS
       END-IF
       END-IF
       END-READ.

      *******************************
       ADD-LIMIT-PARA.
           PERFORM GET-LIMIT-KEY-PARA.
       IF WS-ENTRY-OK = 'Y' THEN
       IF WS-LIMIT-EXISTS = 'Y' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' already has a '
           WS-ENTRY-CURRENCY ' limit - add rejected.'
       ELSE
           PERFORM GET-LIMIT-AMOUNT-PARA
       IF WS-ENTRY-OK = 'Y' THEN
           MOVE WS-ENTRY-ID TO LM-CL-ID
           MOVE WS-ENTRY-CURRENCY TO LM-CURRENCY
           MOVE WS-NEW-LIMIT TO LM-DEBIT-LIMIT
           MOVE 'N' TO LM-BREACH-FLAG
           MOVE 0 TO LM-BREACH-DATE
           MOVE 0 TO WS-OLD-LIMIT
           WRITE LIMIT-FILE-REC
           INVALID KEY
               DISPLAY 'Client ' WS-ENTRY-ID ' already has a '
               WS-ENTRY-CURRENCY ' limit - add rejected.'
           NOT INVALID KEY
               DISPLAY 'Limit ' WS-ENTRY-CURRENCY ' for client '
               WS-ENTRY-ID ' added.'
               MOVE 'LIMIT-ADD' TO WS-LOG-ACTION
               PERFORM WRITE-LIMIT-LOG-PARA
           END-WRITE
       END-IF
       END-IF
       END-IF.

      *******************************
       CHANGE-LIMIT-PARA.
           PERFORM GET-LIMIT-KEY-PARA.
       IF WS-ENTRY-OK = 'Y' THEN
       IF WS-LIMIT-EXISTS = 'N' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' has no '
           WS-ENTRY-CURRENCY ' limit - change rejected.'
       ELSE
           MOVE LM-DEBIT-LIMIT TO WS-OLD-LIMIT
           MOVE WS-OLD-LIMIT TO WS-OLD-LIMIT-ED
           DISPLAY 'Current debit limit: ' WS-OLD-LIMIT-ED
           PERFORM GET-LIMIT-AMOUNT-PARA
       IF WS-ENTRY-OK = 'Y' THEN
           MOVE WS-NEW-LIMIT TO LM-DEBIT-LIMIT
           REWRITE LIMIT-FILE-REC
           INVALID KEY
               DISPLAY 'ERROR: rewrite failed, file status '
                   CLIENT-LIMIT-FILE-STATUS '.'
           NOT INVALID KEY
               DISPLAY 'Limit ' WS-ENTRY-CURRENCY ' for client '
               WS-ENTRY-ID ' changed.'
               MOVE 'LIMIT-CHG' TO WS-LOG-ACTION
               PERFORM WRITE-LIMIT-LOG-PARA
           END-REWRITE
       END-IF
       END-IF
       END-IF.

      *******************************
       REMOVE-LIMIT-PARA.
           PERFORM GET-LIMIT-KEY-PARA.
       IF WS-ENTRY-OK = 'Y' THEN
       IF WS-LIMIT-EXISTS = 'N' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' has no '
           WS-ENTRY-CURRENCY ' limit - remove rejected.'
       ELSE
           MOVE LM-DEBIT-LIMIT TO WS-OLD-LIMIT
           MOVE 0 TO WS-NEW-LIMIT
           DELETE CLIENT-LIMIT
           INVALID KEY
               DISPLAY 'ERROR: delete failed, file status '
                   CLIENT-LIMIT-FILE-STATUS '.'
           NOT INVALID KEY
               DISPLAY 'Limit ' WS-ENTRY-CURRENCY ' for client '
               WS-ENTRY-ID ' removed.'
               MOVE 'LIMIT-DEL' TO WS-LOG-ACTION
               PERFORM WRITE-LIMIT-LOG-PARA
           END-DELETE
       END-IF
       END-IF.

      *******************************
       GET-LIMIT-KEY-PARA.
           PERFORM GET-CLIENT-ID-PARA.
       IF WS-ENTRY-OK = 'Y' THEN
           PERFORM READ-CLIENT-RECORD-PARA
       IF WS-RECORD-EXISTS = 'N' THEN
           DISPLAY 'Client ' WS-ENTRY-ID ' does not exist - '
           'entry rejected.'
           MOVE 'N' TO WS-ENTRY-OK
       ELSE
           DISPLAY 'Enter limit currency (3 letters):'
           ACCEPT WS-ENTRY-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CURRENCY)
               TO WS-ENTRY-CURRENCY
       IF WS-ENTRY-CURRENCY = SPACES
           OR WS-ENTRY-CURRENCY IS NOT ALPHABETIC
       THEN
           DISPLAY 'Currency must be 3 letters - entry rejected.'
           MOVE 'N' TO WS-ENTRY-OK
       ELSE
           PERFORM READ-LIMIT-RECORD-PARA
       END-IF
       END-IF
       END-IF.

      *******************************
       READ-LIMIT-RECORD-PARA.
           MOVE WS-ENTRY-ID TO LM-CL-ID
           MOVE WS-ENTRY-CURRENCY TO LM-CURRENCY
           READ CLIENT-LIMIT
           INVALID KEY
               MOVE 'N' TO WS-LIMIT-EXISTS
           NOT INVALID KEY
               MOVE 'Y' TO WS-LIMIT-EXISTS
           END-READ.

      *******************************
       GET-LIMIT-AMOUNT-PARA.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY 'Enter allowed debit limit (e.g. 5000.00):'
           ACCEPT WS-ENTRY-LIMIT-X.
       IF WS-ENTRY-LIMIT-X = SPACES THEN
           DISPLAY 'Debit limit must not be blank - entry rejected.'
       ELSE
       IF FUNCTION TEST-NUMVAL(WS-ENTRY-LIMIT-X) NOT = 0 THEN
           DISPLAY 'Debit limit must be numeric - entry rejected.'
       ELSE
           COMPUTE WS-ENTRY-LIMIT = FUNCTION NUMVAL(WS-ENTRY-LIMIT-X)
       IF WS-ENTRY-LIMIT < 0 THEN
           DISPLAY 'Debit limit must not be negative - entry '
           'rejected.'
       ELSE
           MOVE WS-ENTRY-LIMIT TO WS-NEW-LIMIT
           MOVE 'Y' TO WS-ENTRY-OK
       END-IF
       END-IF
       END-IF.

      *******************************
       GET-CLIENT-ID-PARA.
           MOVE 'N' TO WS-ENTRY-OK
               INTO WS-LOG-LINE
           WRITE MAINT-LOG-FILE FROM WS-LOG-LINE.

      *******************************
       WRITE-LIMIT-LOG-PARA.
           MOVE WS-OLD-LIMIT TO WS-OLD-LIMIT-ED
           MOVE WS-NEW-LIMIT TO WS-NEW-LIMIT-ED
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
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
               CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CL-NAME) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CL-NIP DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CL-STATUS DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CL-ADDRESS) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-ENTRY-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-OLD-LIMIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-NEW-LIMIT-ED DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE MAINT-LOG-FILE FROM WS-LOG-LINE.

      *******************************
       END-MAINT-PARA.
       STOP RUN
