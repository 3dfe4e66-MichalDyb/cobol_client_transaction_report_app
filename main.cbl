               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-KEY.
      *******************************
               SELECT CLIENT-LIMIT ASSIGN TO 'client-limits.dat'
               FILE STATUS CLIENT-LIMIT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-KEY.
      *******************************
               SELECT LIMIT-RPT ASSIGN TO 'limit-breach-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT TRANSACTION ASSIGN TO
                   DYNAMIC WS-TRANSACTION-FILENAME
               SELECT RECYCLE ASSIGN TO 'recycle-transactions.txt'
               FILE STATUS RECYCLE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT FEE-POST ASSIGN TO 'fee-postings.txt'
               FILE STATUS FEE-POST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT FEE-KEEP ASSIGN TO 'fee-postings-work.txt'
               FILE STATUS FEE-KEEP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT INT-POST ASSIGN TO 'interest-postings.txt'
               FILE STATUS INT-POST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT INT-KEEP ASSIGN TO 'interest-postings-work.txt'
               FILE STATUS INT-KEEP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT DAILY-SORTED ASSIGN TO 'daily-sorted.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT STATS-RPT ASSIGN TO 'statistics-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT PERIOD-CTL ASSIGN TO 'period-control.txt'
               FILE STATUS PERIOD-CTL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT CLOSED-EXC ASSIGN TO
               'closed-period-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GL-MAP ASSIGN TO 'gl-account-map.txt'
               FILE STATUS GL-MAP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GL-JOURNAL ASSIGN TO 'gl-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GL-EXCEPT ASSIGN TO 'gl-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-CONTROL ASSIGN TO 'generation-control.txt'
               FILE STATUS GEN-CONTROL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-INDEX ASSIGN TO 'generation-index.txt'
               FILE STATUS GEN-INDEX-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-SOURCE-TEXT ASSIGN TO
                   DYNAMIC WS-GEN-SOURCE-FILENAME
               FILE STATUS GEN-SOURCE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-SOURCE-FIXED ASSIGN TO
                   DYNAMIC WS-GEN-SOURCE-FILENAME
               FILE STATUS GEN-SOURCE-FILE-STATUS.
      *******************************
               SELECT GEN-COPY-TEXT ASSIGN TO
                   DYNAMIC WS-GEN-COPY-FILENAME
               FILE STATUS GEN-COPY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-COPY-FIXED ASSIGN TO
                   DYNAMIC WS-GEN-COPY-FILENAME
               FILE STATUS GEN-COPY-FILE-STATUS.

      *******************************
       DATA DIVISION.
                   10 BA-CURRENCY PIC A(3).
               05 BA-DEBIT-SUM PIC 9(12)V9(2).
               05 BA-CREDIT-SUM PIC 9(12)V9(2).
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
           FD LIMIT-RPT.
           01 LIMIT-RPT-FILE PIC X(200).
      *******************************
           FD TRANSACTION.
           01 TRANSACTION-FILE.
      *******************************
           FD RECYCLE.
           01 RECYCLE-FILE PIC X(25).
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
           FD FEE-KEEP.
           01 FEE-KEEP-FILE PIC X(25).
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
           FD INT-KEEP.
           01 INT-KEEP-FILE PIC X(25).
      *******************************
           FD DAILY-SORTED.
           01 DAILY-SORTED-FILE PIC X(25).
      *******************************
           FD STATS-RPT.
           01 STATS-RPT-FILE PIC X(200).
      *******************************
           FD PERIOD-CTL.
           01 PERIOD-CTL-FILE PIC X(80).
      *******************************
           FD CLOSED-EXC.
           01 CLOSED-EXC-FILE PIC X(200).
      *******************************
           FD GL-MAP.
           01 GL-MAP-FILE PIC X(80).
      *******************************
           FD GL-JOURNAL.
           01 GL-JOURNAL-FILE PIC X(200).
      *******************************
           FD GL-EXCEPT.
           01 GL-EXCEPT-FILE PIC X(200).
      *******************************
           FD GEN-CONTROL.
           01 GEN-CONTROL-FILE PIC X(80).
      *******************************
           FD GEN-INDEX.
           01 GEN-INDEX-FILE PIC X(200).
      *******************************
           FD GEN-SOURCE-TEXT.
           01 GEN-SOURCE-TEXT-FILE PIC X(200).
      *******************************
           FD GEN-SOURCE-FIXED
               RECORD CONTAINS 80 CHARACTERS
               RECORDING MODE F
               DATA RECORD IS GEN-SOURCE-FIXED-FILE.
           01 GEN-SOURCE-FIXED-FILE PIC X(80).
      *******************************
           FD GEN-COPY-TEXT.
           01 GEN-COPY-TEXT-FILE PIC X(200).
      *******************************
           FD GEN-COPY-FIXED
               RECORD CONTAINS 80 CHARACTERS
               RECORDING MODE F
               DATA RECORD IS GEN-COPY-FIXED-FILE.
           01 GEN-COPY-FIXED-FILE PIC X(80).
      *******************************
           FD COUNTRIES-LIST.
           01 COUNTRIES-LIST-REC.
               05 WS-TR-TYPE PIC A(1).
               05 WS-TR-AMOUNT PIC 9(6)V9(2).
               05 WS-TR-DATE PIC 9(8).
           01 WS-TR-SIDE PIC A(1).

      *******************************
           01 WS-CURRENCY-COUNT PIC 9(4) VALUE 0.
           01 WS-CKP-BAL-CL-ID PIC X(3).
           01 WS-CKP-BAL-CURRENCY PIC A(3).
           01 WS-CKP-BAL-FROM-FILE PIC A(1).
      *******************************
           01 CLIENT-LIMIT-FILE-STATUS PIC X(2).
           01 WS-LIMIT-LINE PIC X(200).
           01 WS-LIMIT-OVER PIC 9(12)V9(2).
           01 WS-LIMIT-STATUS PIC X(12).
           01 WS-LIMIT-ED PIC 9(12).9(2).
           01 WS-LIMIT-NET-ED PIC +9(12).9(2).
           01 WS-LIMIT-OVER-ED PIC 9(12).9(2).
           01 WS-LIMIT-CHECKED-COUNT PIC 9(6) VALUE 0.
           01 WS-LIMIT-BREACH-COUNT PIC 9(6) VALUE 0.
           01 WS-LIMIT-NEW-COUNT PIC 9(6) VALUE 0.
           01 WS-LIMIT-RPT-WRITTEN PIC A(1) VALUE 'N'.
      *******************************
           01 PERIOD-CTL-FILE-STATUS PIC X(2).
           01 WS-PERIOD-LINE PIC X(80).
           01 WS-PERIOD-MONTH-X PIC X(6).
           01 WS-PERIOD-STATUS-X PIC X(1).
           01 WS-CLOSED-PERIOD-COUNT PIC 9(4) VALUE 0.
           01 WS-CLOSED-PERIOD-TABLE.
               05 WS-CLOSED-PERIOD PIC 9(6) OCCURS 600 TIMES.
           01 WS-TR-PERIOD PIC 9(6).
           01 WS-TR-IN-CLOSED-PERIOD PIC A(1) VALUE 'N'.
           01 WS-CLOSED-EXC-LINE PIC X(200).
           01 WS-CLOSED-EXC-COUNT PIC 9(6) VALUE 0.
      *******************************
           01 GL-MAP-FILE-STATUS PIC X(2).
           01 WS-GL-MAP-LINE PIC X(80).
           01 WS-GL-MAP-KEY PIC X(10).
           01 WS-GL-MAP-FIELD-2 PIC X(20).
           01 WS-GL-MAP-FIELD-3 PIC X(20).
           01 WS-GL-MAP-FIELD-4 PIC X(20).
           01 WS-GL-MAP-FIELD-5 PIC X(20).
           01 WS-GL-MAP-COUNT PIC 9(4) VALUE 0.
           01 WS-GL-MAP-TABLE.
               05 WS-GL-MAP-ENTRY OCCURS 500 TIMES.
                   10 GM-COUNTRY PIC X(2).
                   10 GM-CURRENCY PIC X(3).
                   10 GM-SIDE PIC X(1).
                   10 GM-ACCOUNT PIC X(20).
           01 WS-GL-DEFAULT-DEBIT PIC X(20) VALUE SPACES.
           01 WS-GL-DEFAULT-CREDIT PIC X(20) VALUE SPACES.
           01 WS-GL-CONTRA PIC X(20) VALUE SPACES.
           01 WS-GL-MAP-MISSING PIC A(1) VALUE 'N'.
           01 WS-GL-SIDE PIC A(1).
           01 WS-GL-FIND-COUNTRY PIC A(2).
           01 WS-GL-FIND-CURRENCY PIC A(3).
           01 WS-GL-ACCOUNT PIC X(20).
           01 WS-GL-DEBIT-ACCOUNT PIC X(20).
           01 WS-GL-CREDIT-ACCOUNT PIC X(20).
           01 WS-GL-DRCR PIC X(2).
           01 WS-GL-AMOUNT PIC 9(11)V9(2).
           01 WS-GL-AMOUNT-ED PIC 9(11).9(2).
           01 WS-GL-NET PIC S9(11)V9(2).
           01 WS-GL-DESC PIC X(24).
           01 WS-GL-JOURNAL-ID PIC X(22).
           01 WS-GL-LINE PIC X(200).
           01 WS-GL-JOURNAL-COUNT PIC 9(4) VALUE 0.
           01 WS-GL-LINE-NO PIC 9(4) VALUE 0.
           01 WS-GL-LINE-COUNT PIC 9(6) VALUE 0.
           01 WS-GL-EXCEPTION-COUNT PIC 9(6) VALUE 0.
           01 WS-GL-TOTAL-DR PIC 9(12)V9(2) VALUE 0.
           01 WS-GL-TOTAL-CR PIC 9(12)V9(2) VALUE 0.
           01 WS-GL-TOTAL-DR-ED PIC 9(12).9(2).
           01 WS-GL-TOTAL-CR-ED PIC 9(12).9(2).
      *******************************
           01 WS-COUNTRY-CODE PIC A(2).
           01 WS-HIGHEST-TR-CL-ID PIC X(3) VALUE SPACES.
           01 RECYCLE-FILE-STATUS PIC X(2).
           01 WS-RECYCLE-MERGED PIC A(1) VALUE 'N'.
           01 WS-RECYCLE-REC-COUNT PIC 9(8) VALUE 0.
           01 FEE-POST-FILE-STATUS PIC X(2).
           01 FEE-KEEP-FILE-STATUS PIC X(2).
           01 WS-FEE-POST-MERGED PIC A(1) VALUE 'N'.
           01 WS-FEE-POST-REC-COUNT PIC 9(8) VALUE 0.
           01 WS-FEE-POST-KEPT-COUNT PIC 9(8) VALUE 0.
           01 INT-POST-FILE-STATUS PIC X(2).
           01 INT-KEEP-FILE-STATUS PIC X(2).
           01 WS-INT-POST-MERGED PIC A(1) VALUE 'N'.
           01 WS-INT-POST-REC-COUNT PIC 9(8) VALUE 0.
           01 WS-INT-POST-KEPT-COUNT PIC 9(8) VALUE 0.
           01 WS-SOURCE-MODE PIC A(1) VALUE 'D'.
           01 WS-HISTORY-OPEN PIC A(1) VALUE 'N'.
           01 WS-HISTORY-REC.
           01 WS-RVSL-MATCH-IX PIC 9(5) VALUE 0.
           01 WS-RVSL-CCY-IX PIC 9(4) VALUE 0.
           01 WS-RVSL-TYPE PIC A(1).
           01 WS-RVSL-SIDE PIC A(1).
      *******************************
           01 RUN-LOG-FILE-STATUS PIC X(2).
           01 WS-RUN-LOG-LINE PIC X(200).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-RUN-COUNTRIES PIC X(20).
      *******************************
           01 GEN-CONTROL-FILE-STATUS PIC X(2).
           01 GEN-INDEX-FILE-STATUS PIC X(2).
           01 WS-GEN-RETAIN PIC 9(4) VALUE 30.
           01 WS-GEN-LINE PIC X(200).
           01 WS-GEN-REC-TYPE PIC X(10).
           01 WS-GEN-FIELD-2 PIC X(10).
           01 WS-GEN-FIELD-3 PIC X(60).
           01 WS-GEN-FIELD-4 PIC X(60).
           01 WS-GEN-LINE-NUMBER PIC 9(4).
           01 WS-GEN-NUMBER PIC 9(4) VALUE 0.
           01 WS-GEN-LAST-NUMBER PIC 9(4) VALUE 0.
           01 WS-GEN-KEPT-COUNT PIC 9(5) VALUE 0.
           01 WS-GEN-PURGE-COUNT PIC 9(5) VALUE 0.
           01 WS-GEN-PURGED-FILES PIC 9(6) VALUE 0.
           01 WS-GEN-STATE-TABLE.
               05 WS-GEN-STATE PIC A(1) OCCURS 9999 TIMES.
           01 WS-GEN-IX PIC 9(5).
           01 WS-GEN-FILE-COUNT PIC 9(4) VALUE 0.
           01 WS-GEN-FILE-TABLE.
               05 WS-GEN-FILE-ENTRY OCCURS 520 TIMES.
                   10 GF-NAME PIC X(40).
                   10 GF-COPY-NAME PIC X(60).
                   10 GF-COPIED PIC A(1).
           01 WS-GEN-ADD-NAME PIC X(40).
           01 GEN-SOURCE-FILE-STATUS PIC X(2).
           01 GEN-COPY-FILE-STATUS PIC X(2).
           01 WS-GEN-SOURCE-FILENAME PIC X(40).
           01 WS-GEN-COPY-FILENAME PIC X(60).
           01 WS-GEN-FIXED-FILE PIC A(1).
           01 WS-GEN-CSV-TALLY PIC 9(4).
           01 WS-GEN-COPIED-COUNT PIC 9(4) VALUE 0.
           01 WS-GEN-CALL-RC PIC S9(9) BINARY.
           01 WS-GEN-SAVE-RC PIC S9(4).
           01 WS-GEN-RC-ED PIC 9(4).
      *******************************
           01 CTL-TOTALS-FILE-STATUS PIC X(2).
           01 WS-CTL-LINE PIC X(80).
                   10 RC-CHECKED PIC A(1).
                   10 RC-MAX-AMOUNT PIC 9(6)V9(2).
                   10 RC-MAX-CL-ID PIC X(3).
                   10 RC-SYS-COUNT PIC 9(8).
                   10 RC-SYS-DEBIT-SUM PIC 9(10)V9(2).
                   10 RC-SYS-CREDIT-SUM PIC 9(10)V9(2).
                   10 RC-RVSL-DEBIT-SUM PIC 9(10)V9(2).
                   10 RC-RVSL-CREDIT-SUM PIC 9(10)V9(2).
           01 WS-RECON-EXP-DEBIT PIC 9(10).9(2).
           01 WS-RECON-EXP-CREDIT PIC 9(10).9(2).
           01 WS-RECON-ACT-DEBIT PIC 9(10).9(2).
           01 WS-RECON-ACT-CREDIT PIC 9(10).9(2).
           01 WS-RECON-ACT-COUNT PIC 9(8).
           01 WS-RECON-CLIENT-COUNT PIC 9(8).
           01 WS-RECON-CLIENT-DEBIT PIC 9(10)V9(2).
           01 WS-RECON-CLIENT-CREDIT PIC 9(10)V9(2).
           01 WS-RECON-VERDICT PIC X(30).
      *******************************
           01 WS-STAT-LINE PIC X(200).
           01 WS-CHECKPOINT-DATE-TO PIC 9(8).
           01 WS-CHECKPOINT-TR-FILENAME PIC X(40).
           01 WS-CHECKPOINT-RECYCLE-CT PIC 9(8) VALUE 0.
           01 WS-CHECKPOINT-FEE-POST-CT PIC 9(8) VALUE 0.
           01 WS-CHECKPOINT-INT-POST-CT PIC 9(8) VALUE 0.
           01 WS-PREV-TR-CL-ID PIC X(3) VALUE SPACES.
           01 WS-CHECKPOINT-EOF PIC A(1) VALUE 'N'.
           01 WS-SKIP-COUNT PIC 9(8) VALUE 0.
           01 WS-CKP-RC-MAX-AMT REDEFINES WS-CKP-RC-MAX
               PIC 9(6)V9(2).
           01 WS-CKP-RC-MAX-CL PIC X(3).
           01 WS-CKP-RC-SYS-COUNT PIC 9(8).
           01 WS-CKP-RC-SYS-DEBIT PIC 9(12).
           01 WS-CKP-RC-SYS-DEBIT-AMT REDEFINES WS-CKP-RC-SYS-DEBIT
               PIC 9(10)V9(2).
           01 WS-CKP-RC-SYS-CREDIT PIC 9(12).
           01 WS-CKP-RC-SYS-CREDIT-AMT REDEFINES WS-CKP-RC-SYS-CREDIT
               PIC 9(10)V9(2).
           01 WS-CKP-RC-RVSL-DEBIT PIC 9(12).
           01 WS-CKP-RC-RVSL-DEBIT-AMT REDEFINES WS-CKP-RC-RVSL-DEBIT
               PIC 9(10)V9(2).
           01 WS-CKP-RC-RVSL-CREDIT PIC 9(12).
           01 WS-CKP-RC-RVSL-CREDIT-AMT
               REDEFINES WS-CKP-RC-RVSL-CREDIT PIC 9(10)V9(2).

      *******************************
           01 WS-FIRST-REPORT-LINE PIC A(1) VALUE 'Y'.
               05 DE-TR-CURRENCY PIC A(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 DE-TR-AMOUNT PIC 9(6)V9(2).
               05 FILLER PIC X(3) VALUE SPACES.
               05 DE-TR-NOTE PIC X(12).
               05 FILLER PIC X(27) VALUE SPACES.
               05 FILLER PIC X(3) VALUE ' --'.

      *******************************
           NOT AT END
               MOVE SPACES TO WS-CHECKPOINT-TR-FILENAME
               MOVE 0 TO WS-CHECKPOINT-RECYCLE-CT
               MOVE 0 TO WS-CHECKPOINT-FEE-POST-CT
               MOVE 0 TO WS-CHECKPOINT-INT-POST-CT
               UNSTRING WS-CHECKPOINT-LINE DELIMITED BY ','
                   INTO WS-CKP-REC-TYPE WS-CHECKPOINT-COUNTRY
                       WS-CHECKPOINT-CL-ID WS-CHECKPOINT-RECORD-COUNT
                       WS-CHECKPOINT-PAGE-NO WS-CHECKPOINT-LINE-CT
                       WS-CHECKPOINT-TR-FILENAME
                       WS-CHECKPOINT-RECYCLE-CT
                       WS-CHECKPOINT-FEE-POST-CT
                       WS-CHECKPOINT-INT-POST-CT
       IF WS-BATCH-MODE = 'Y' THEN
               MOVE WS-BATCH-RESUME-CHOICE TO WS-RESUME-CHOICE
       ELSE
       PREPARE-RECYCLE-PARA.
       IF WS-SOURCE-MODE = 'D' THEN
           MOVE 0 TO WS-RECYCLE-REC-COUNT
           MOVE 0 TO WS-FEE-POST-REC-COUNT
           MOVE 0 TO WS-INT-POST-REC-COUNT
           OPEN INPUT RECYCLE
       IF RECYCLE-FILE-STATUS = 35 THEN
           CONTINUE
           PERFORM COUNT-RECYCLE-NEXT-PARA
               UNTIL RECYCLE-FILE-STATUS = '10'
           CLOSE RECYCLE
       END-IF
           OPEN INPUT FEE-POST
       IF FEE-POST-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           PERFORM COUNT-FEE-POST-NEXT-PARA
               UNTIL FEE-POST-FILE-STATUS = '10'
           CLOSE FEE-POST
       END-IF
           OPEN INPUT INT-POST
       IF INT-POST-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           PERFORM COUNT-INT-POST-NEXT-PARA
               UNTIL INT-POST-FILE-STATUS = '10'
           CLOSE INT-POST
       END-IF
       IF WS-RECYCLE-REC-COUNT > 0 OR WS-FEE-POST-REC-COUNT > 0
           OR WS-INT-POST-REC-COUNT > 0
       THEN
           OPEN INPUT TRANSACTION
       IF TRANSACTION-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           CLOSE TRANSACTION
           PERFORM ENSURE-POSTING-FILES-PARA
           SORT SORT-WORK
               ON ASCENDING KEY SW-COUNTRY-CODE SW-CL-ID SW-DATE
               USING TRANSACTION RECYCLE FEE-POST INT-POST
               GIVING DAILY-SORTED
           MOVE 'daily-sorted.txt' TO WS-TRANSACTION-FILENAME
       IF WS-RECYCLE-REC-COUNT > 0 THEN
           MOVE 'Y' TO WS-RECYCLE-MERGED
           DISPLAY 'Recycled transactions merged with the daily '
           'extract.'
       END-IF
       IF WS-FEE-POST-REC-COUNT > 0 THEN
           MOVE 'Y' TO WS-FEE-POST-MERGED
           DISPLAY 'Billed fee postings merged with the daily '
           'extract.'
       END-IF
       IF WS-INT-POST-REC-COUNT > 0 THEN
           MOVE 'Y' TO WS-INT-POST-MERGED
           DISPLAY 'Interest postings merged with the daily '
           'extract.'
       END-IF
       END-IF
       END-IF
       END-IF.

      *******************************
       ENSURE-POSTING-FILES-PARA.
           OPEN INPUT RECYCLE.
       IF RECYCLE-FILE-STATUS = 35 THEN
           OPEN OUTPUT RECYCLE
       END-IF.
           CLOSE RECYCLE.
           OPEN INPUT FEE-POST.
       IF FEE-POST-FILE-STATUS = 35 THEN
           OPEN OUTPUT FEE-POST
       END-IF.
           CLOSE FEE-POST.
           OPEN INPUT INT-POST.
       IF INT-POST-FILE-STATUS = 35 THEN
           OPEN OUTPUT INT-POST
       END-IF.
           CLOSE INT-POST.

      *******************************
       READ-REPORT-SPLIT-MODE-PARA.
       IF WS-MULTI-COUNTRY-MODE = 'Y' AND WS-BATCH-MODE = 'N' THEN
       END-IF.
           PERFORM LOAD-FX-RATES-PARA.
           PERFORM LOAD-THRESHOLDS-PARA.
       IF WS-SOURCE-MODE = 'D' THEN
           PERFORM VALIDATE-GL-MAP-PARA
       END-IF.
           PERFORM INIT-CLIENT-VOLUME-PARA.
           PERFORM INIT-GRAND-TOTAL-PARA.
           PERFORM OPEN-BALANCE-PARA.
           OPEN OUTPUT DUP-TR.
           OPEN OUTPUT RVSL-EXC.
           OPEN OUTPUT ALERT-RPT.
           OPEN OUTPUT CLOSED-EXC.
       IF WS-SOURCE-MODE = 'D' THEN
           PERFORM LOAD-CLOSED-PERIODS-PARA
       END-IF.
       IF WS-SOURCE-MODE = 'D' THEN
           PERFORM LOAD-RECENT-KEYS-PARA
       END-IF.
       ELSE
           MOVE 'Y' TO WS-TR-RECORD-FOUND
       IF WS-TR-CL-ID = WS-CL-ID THEN
           PERFORM SET-TR-SIDE-PARA
           PERFORM CHECK-CLOSED-PERIOD-PARA
       IF WS-TR-IN-CLOSED-PERIOD = 'Y' THEN
           PERFORM WRITE-CLOSED-PERIOD-EXC-PARA
           MOVE 'NXT' TO WS-TR-STATE
       ELSE
       IF FUNCTION UPPER-CASE(WS-TR-TYPE) = 'R' THEN
           PERFORM APPLY-REVERSAL-PARA
           MOVE 'NXT' TO WS-TR-STATE
       ELSE
       IF WS-TR-SIDE = 'D' OR WS-TR-SIDE = 'K' THEN
       MOVE 'N' TO WS-CURRENCY-MATCH-FOUND
       PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-CURRENCY-COUNT
       IF RA-TR-CURRENCY(WS-A) = FUNCTION UPPER-CASE(WS-TR-CURRENCY)
       IF WS-DUP-FOUND = 'Y' THEN
           PERFORM WRITE-DUP-TRANSACTION-PARA
       ELSE
       IF WS-TR-SIDE = 'D'
       ADD WS-TR-AMOUNT TO RA-TR-DEBIT-SUM(WS-A)
       ADD WS-TR-AMOUNT TO GT-DEBIT-SUM(WS-A)
       END-IF
       IF WS-TR-SIDE = 'K'
       ADD WS-TR-AMOUNT TO RA-TR-CREDIT-SUM(WS-A)
       ADD WS-TR-AMOUNT TO GT-CREDIT-SUM(WS-A)
       END-IF
       IF WS-FX-RATE-FOUND(WS-A) = 'Y' THEN
       COMPUTE WS-PLN-EQUIV ROUNDED =
           WS-TR-AMOUNT * WS-FX-RATE(WS-A)
       IF WS-TR-SIDE = 'D'
       ADD WS-PLN-EQUIV TO WS-RA-PLN-DEBIT-SUM
       ADD WS-PLN-EQUIV TO WS-GT-PLN-DEBIT-SUM
       END-IF
       IF WS-TR-SIDE = 'K'
       ADD WS-PLN-EQUIV TO WS-RA-PLN-CREDIT-SUM
       ADD WS-PLN-EQUIV TO WS-GT-PLN-CREDIT-SUM
       END-IF
           MOVE 'NXT' TO WS-TR-STATE
       END-IF
       END-IF
       END-IF
       ELSE
           PERFORM SAVE-RAPORT-NEXT-LINE-PARA
       END-IF
       END-IF
       END-IF
       END-IF.
      *******************************
       SET-TR-SIDE-PARA.
           EVALUATE FUNCTION UPPER-CASE(WS-TR-TYPE)
               WHEN 'D'
               WHEN 'F'
               WHEN 'C'
                   MOVE 'D' TO WS-TR-SIDE
               WHEN 'K'
               WHEN 'P'
                   MOVE 'K' TO WS-TR-SIDE
               WHEN OTHER
                   MOVE SPACE TO WS-TR-SIDE
           END-EVALUATE.
      *******************************
       CHECK-CLOSED-PERIOD-PARA.
           MOVE 'N' TO WS-TR-IN-CLOSED-PERIOD.
       IF WS-SOURCE-MODE = 'D' AND WS-CLOSED-PERIOD-COUNT > 0
           AND WS-TR-DATE IS NUMERIC
           AND WS-TR-DATE >= WS-DATE-FROM
           AND WS-TR-DATE <= WS-DATE-TO
           AND (FUNCTION UPPER-CASE(WS-TR-TYPE) = 'R'
           OR NOT WS-TR-SIDE = SPACE)
       THEN
           COMPUTE WS-TR-PERIOD = WS-TR-DATE / 100
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLOSED-PERIOD-COUNT
               IF WS-CLOSED-PERIOD(WS-C) = WS-TR-PERIOD THEN
                   MOVE 'Y' TO WS-TR-IN-CLOSED-PERIOD
               END-IF
           END-PERFORM
       END-IF.
      *******************************
       TR-NEXT-BODY-PARA.
       IF NOT WS-TR-CL-ID = SPACES THEN
                           WS-RUN-UNMATCHED-COUNT WS-REJECT-COUNT
                           WS-RUN-BAD-NIP-COUNT WS-FX-EXCEPT-COUNT
                           WS-DUP-COUNT WS-RVSL-APPLIED-COUNT
                           WS-RVSL-UNMATCHED-COUNT WS-CLOSED-EXC-COUNT
                   WHEN 'RCN'
                   MOVE 0 TO WS-CKP-RC-SYS-COUNT
                   MOVE 0 TO WS-CKP-RC-SYS-DEBIT
                   MOVE 0 TO WS-CKP-RC-SYS-CREDIT
                   MOVE 0 TO WS-CKP-RC-RVSL-DEBIT
                   MOVE 0 TO WS-CKP-RC-RVSL-CREDIT
                   UNSTRING WS-CHECKPOINT-LINE DELIMITED BY ','
                       INTO WS-CKP-REC-TYPE WS-CKP-RC-COUNTRY
                           WS-CKP-RC-CURRENCY WS-CKP-RC-COUNT
                           WS-CKP-RC-DEBIT WS-CKP-RC-CREDIT
                           WS-CKP-RC-MAX WS-CKP-RC-MAX-CL
                           WS-CKP-RC-SYS-COUNT WS-CKP-RC-SYS-DEBIT
                           WS-CKP-RC-SYS-CREDIT WS-CKP-RC-RVSL-DEBIT
                           WS-CKP-RC-RVSL-CREDIT
                   IF WS-RECON-COUNT < 1000 THEN
                       ADD 1 TO WS-RECON-COUNT
                       MOVE WS-CKP-RC-COUNTRY
                           TO RC-MAX-AMOUNT(WS-RECON-COUNT)
                       MOVE WS-CKP-RC-MAX-CL
                           TO RC-MAX-CL-ID(WS-RECON-COUNT)
                       MOVE WS-CKP-RC-SYS-COUNT
                           TO RC-SYS-COUNT(WS-RECON-COUNT)
                       MOVE WS-CKP-RC-SYS-DEBIT-AMT
                           TO RC-SYS-DEBIT-SUM(WS-RECON-COUNT)
                       MOVE WS-CKP-RC-SYS-CREDIT-AMT
                           TO RC-SYS-CREDIT-SUM(WS-RECON-COUNT)
                       MOVE WS-CKP-RC-RVSL-DEBIT-AMT
                           TO RC-RVSL-DEBIT-SUM(WS-RECON-COUNT)
                       MOVE WS-CKP-RC-RVSL-CREDIT-AMT
                           TO RC-RVSL-CREDIT-SUM(WS-RECON-COUNT)
                       MOVE 'N' TO RC-CHECKED(WS-RECON-COUNT)
                   END-IF
                   WHEN 'BAL'
       THEN
           PERFORM ABORT-CHECKPOINT-MISMATCH-PARA
       END-IF.
       IF WS-FEE-POST-MERGED = 'Y'
           AND NOT WS-CHECKPOINT-FEE-POST-CT = WS-FEE-POST-REC-COUNT
       THEN
           PERFORM ABORT-CHECKPOINT-MISMATCH-PARA
       END-IF.
       IF WS-INT-POST-MERGED = 'Y'
           AND NOT WS-CHECKPOINT-INT-POST-CT = WS-INT-POST-REC-COUNT
       THEN
           PERFORM ABORT-CHECKPOINT-MISMATCH-PARA
       END-IF.

      *******************************
       WRITE-CHECKPOINT-PARA.
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RECYCLE-REC-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-FEE-POST-REC-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-INT-POST-REC-COUNT DELIMITED BY SIZE
               INTO WS-CHECKPOINT-LINE
           OPEN OUTPUT CHECKPOINT
           WRITE CHECKPOINT-FILE FROM WS-CHECKPOINT-LINE
               WS-RVSL-APPLIED-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RVSL-UNMATCHED-COUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CLOSED-EXC-COUNT DELIMITED BY SIZE
               INTO WS-CHECKPOINT-LINE
           WRITE CHECKPOINT-FILE FROM WS-CHECKPOINT-LINE
           PERFORM VARYING WS-C FROM 1 BY 1
                   RC-MAX-AMOUNT(WS-C) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   RC-MAX-CL-ID(WS-C) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   RC-SYS-COUNT(WS-C) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   RC-SYS-DEBIT-SUM(WS-C) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   RC-SYS-CREDIT-SUM(WS-C) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   RC-RVSL-DEBIT-SUM(WS-C) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   RC-RVSL-CREDIT-SUM(WS-C) DELIMITED BY SIZE
                   INTO WS-CHECKPOINT-LINE
               WRITE CHECKPOINT-FILE FROM WS-CHECKPOINT-LINE
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-TR-TYPE) TO DE-TR-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TR-CURRENCY) TO DE-TR-CURRENCY
           MOVE WS-TR-AMOUNT TO DE-TR-AMOUNT
           EVALUATE FUNCTION UPPER-CASE(WS-TR-TYPE)
               WHEN 'F'
                   MOVE 'BILLED FEE' TO DE-TR-NOTE
               WHEN 'C'
               WHEN 'P'
                   MOVE 'INTEREST' TO DE-TR-NOTE
               WHEN OTHER
                   MOVE SPACES TO DE-TR-NOTE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO WS-STMT-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
       END-IF.
               INTO WS-REJECT-LINE
           WRITE REJECT-TR-FILE FROM WS-REJECT-LINE.

      *******************************
       WRITE-CLOSED-PERIOD-EXC-PARA.
           ADD 1 TO WS-CLOSED-EXC-COUNT
           MOVE SPACES TO WS-CLOSED-EXC-LINE
           MOVE WS-TR-AMOUNT TO WS-CSV-TR-AMOUNT
           STRING
               FUNCTION TRIM(WS-TR-COUNTRY-CODE) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-CL-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-CURRENCY) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-TYPE) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CSV-TR-AMOUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-TR-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               'PERIOD ' DELIMITED BY SIZE
               WS-TR-PERIOD DELIMITED BY SIZE
               ' IS CLOSED' DELIMITED BY SIZE
               INTO WS-CLOSED-EXC-LINE
           WRITE CLOSED-EXC-FILE FROM WS-CLOSED-EXC-LINE.

      *******************************
       LOAD-CLOSED-PERIODS-PARA.
           MOVE 0 TO WS-CLOSED-PERIOD-COUNT.
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
       IF WS-PERIOD-MONTH-X IS NUMERIC
           AND WS-PERIOD-STATUS-X = 'C'
           AND WS-CLOSED-PERIOD-COUNT < 600
       THEN
           ADD 1 TO WS-CLOSED-PERIOD-COUNT
           MOVE WS-PERIOD-MONTH-X
               TO WS-CLOSED-PERIOD(WS-CLOSED-PERIOD-COUNT)
       END-IF
       END-READ.

      *******************************
       WRITE-FX-EXCEPTION-PARA.
           ADD 1 TO WS-FX-EXCEPT-COUNT
           CLOSE DUP-TR
           CLOSE RVSL-EXC
           CLOSE ALERT-RPT
           CLOSE CLOSED-EXC
       IF WS-HISTORY-OPEN = 'Y' THEN
           CLOSE HIST-WORK
       END-IF
           PERFORM APPEND-HISTORY-PARA
       IF WS-BAL-OVERFLOW = 'N' THEN
           PERFORM UPDATE-BALANCE-FILE-PARA
           PERFORM CHECK-CLIENT-LIMITS-PARA
           PERFORM WRITE-GL-JOURNAL-PARA
       ELSE
           DISPLAY 'ERROR: balance table overflowed during this run '
               '- client-balances.dat left unchanged, re-run after '
       IF WS-RECYCLE-MERGED = 'Y' THEN
           PERFORM CONSUME-RECYCLE-PARA
       END-IF
       IF WS-FEE-POST-MERGED = 'Y' THEN
           PERFORM CONSUME-FEE-POSTINGS-PARA
       END-IF
       IF WS-INT-POST-MERGED = 'Y' THEN
           PERFORM CONSUME-INT-POSTINGS-PARA
       END-IF
       END-IF
           CLOSE BALANCE
           PERFORM WRITE-STATISTICS-PARA
               WS-RVSL-UNMATCHED-COUNT
           DISPLAY 'Large-transaction alerts written to alerts.txt: '
               WS-ALERT-COUNT
           DISPLAY 'Transactions dated in a closed period (not '
               'posted - see closed-period-exceptions.txt): '
               WS-CLOSED-EXC-COUNT
           PERFORM WRITE-RUN-LOG-PARA
           PERFORM FILE-RUN-GENERATION-PARA
           OPEN OUTPUT CHECKPOINT
           CLOSE CHECKPOINT
           PERFORM END-PROGRAM-PARA
           AND RA-TR-CREDIT-SUM(WS-A) >= WS-TR-AMOUNT
       THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'F' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0
           AND RA-TR-DEBIT-SUM(WS-A) >= WS-TR-AMOUNT
       THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'C' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0
           AND RA-TR-DEBIT-SUM(WS-A) >= WS-TR-AMOUNT
       THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'P' TO WS-RVSL-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL-PARA
       IF WS-RVSL-MATCH-IX > 0
           AND RA-TR-CREDIT-SUM(WS-A) >= WS-TR-AMOUNT
       THEN
           PERFORM APPLY-REVERSAL-BACKOUT-PARA
       ELSE
           MOVE 'NO MATCHING ORIGINAL THIS RUN' TO WS-RVSL-REASON
           PERFORM WRITE-UNMATCHED-REVERSAL-PARA
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

      *******************************

      *******************************
       APPLY-REVERSAL-BACKOUT-PARA.
       IF WS-RVSL-TYPE = 'K' OR WS-RVSL-TYPE = 'P' THEN
           MOVE 'K' TO WS-RVSL-SIDE
       ELSE
           MOVE 'D' TO WS-RVSL-SIDE
       END-IF.
       IF WS-RVSL-SIDE = 'D' THEN
           SUBTRACT WS-TR-AMOUNT FROM RA-TR-DEBIT-SUM(WS-A)
           SUBTRACT WS-TR-AMOUNT FROM GT-DEBIT-SUM(WS-A)
       ELSE
           SUBTRACT WS-TR-AMOUNT FROM GT-CREDIT-SUM(WS-A)
       END-IF.
           MOVE SPACES TO WS-SEEN-KEY(WS-RVSL-MATCH-IX).
           PERFORM FIND-RECON-ENTRY-PARA.
       IF WS-RECON-MATCH-IX > 0 THEN
       IF WS-RVSL-SIDE = 'D' THEN
           ADD WS-TR-AMOUNT TO RC-RVSL-DEBIT-SUM(WS-RECON-MATCH-IX)
       ELSE
           ADD WS-TR-AMOUNT TO RC-RVSL-CREDIT-SUM(WS-RECON-MATCH-IX)
       END-IF
       END-IF.
       IF WS-FX-RATE-FOUND(WS-A) = 'Y' THEN
           COMPUTE WS-PLN-EQUIV ROUNDED =
               WS-TR-AMOUNT * WS-FX-RATE(WS-A)
       IF WS-RVSL-SIDE = 'D' THEN
       IF WS-RA-PLN-DEBIT-SUM >= WS-PLN-EQUIV THEN
           SUBTRACT WS-PLN-EQUIV FROM WS-RA-PLN-DEBIT-SUM
       END-IF
               TO WS-BAL-CURRENCY
           PERFORM FIND-BALANCE-ENTRY-PARA
       IF WS-BAL-MATCH-IX > 0 THEN
       IF WS-RVSL-SIDE = 'D'
           AND BE-MOVE-DEBIT(WS-BAL-MATCH-IX) >= WS-TR-AMOUNT
       THEN
           SUBTRACT WS-TR-AMOUNT
               FROM BE-MOVE-DEBIT(WS-BAL-MATCH-IX)
       END-IF
       IF WS-RVSL-SIDE = 'K'
           AND BE-MOVE-CREDIT(WS-BAL-MATCH-IX) >= WS-TR-AMOUNT
       THEN
           SUBTRACT WS-TR-AMOUNT
           DISPLAY 'Recycled transactions posted - '
           'recycle-transactions.txt cleared.'.

      *******************************
       CONSUME-FEE-POSTINGS-PARA.
           MOVE 0 TO WS-FEE-POST-KEPT-COUNT.
           OPEN INPUT FEE-POST.
           OPEN OUTPUT FEE-KEEP.
           PERFORM KEEP-FEE-POST-NEXT-PARA
               UNTIL FEE-POST-FILE-STATUS = '10'.
           CLOSE FEE-POST.
           CLOSE FEE-KEEP.
           OPEN INPUT FEE-KEEP.
           OPEN OUTPUT FEE-POST.
           PERFORM RESTORE-FEE-POST-NEXT-PARA
               UNTIL FEE-KEEP-FILE-STATUS = '10'.
           CLOSE FEE-KEEP.
           CLOSE FEE-POST.
           DISPLAY 'Billed fee postings posted - fee-postings.txt '
           'cleared, ' WS-FEE-POST-KEPT-COUNT
           ' kept for other countries or dates.'.

      *******************************
       KEEP-FEE-POST-NEXT-PARA.
           READ FEE-POST
           AT END CONTINUE
           NOT AT END
               MOVE FUNCTION UPPER-CASE(FP-COUNTRY-CODE)
                   TO WS-CTL-COUNTRY
               PERFORM CHECK-COUNTRY-PROCESSED-PARA
               IF WS-COUNTRY-PROCESSED = 'N'
                   OR FP-DATE < WS-DATE-FROM
                   OR FP-DATE > WS-DATE-TO
               THEN
                   WRITE FEE-KEEP-FILE FROM FEE-POST-FILE
                   ADD 1 TO WS-FEE-POST-KEPT-COUNT
               END-IF
       END-READ.

      *******************************
       RESTORE-FEE-POST-NEXT-PARA.
           READ FEE-KEEP
           AT END CONTINUE
           NOT AT END
               WRITE FEE-POST-FILE FROM FEE-KEEP-FILE
       END-READ.

      *******************************
       COUNT-FEE-POST-NEXT-PARA.
           READ FEE-POST
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-FEE-POST-REC-COUNT
       END-READ.

      *******************************
       CONSUME-INT-POSTINGS-PARA.
           MOVE 0 TO WS-INT-POST-KEPT-COUNT.
           OPEN INPUT INT-POST.
           OPEN OUTPUT INT-KEEP.
           PERFORM KEEP-INT-POST-NEXT-PARA
               UNTIL INT-POST-FILE-STATUS = '10'.
           CLOSE INT-POST.
           CLOSE INT-KEEP.
           OPEN INPUT INT-KEEP.
           OPEN OUTPUT INT-POST.
           PERFORM RESTORE-INT-POST-NEXT-PARA
               UNTIL INT-KEEP-FILE-STATUS = '10'.
           CLOSE INT-KEEP.
           CLOSE INT-POST.
           DISPLAY 'Interest postings posted - interest-postings.txt '
           'cleared, ' WS-INT-POST-KEPT-COUNT
           ' kept for other countries or dates.'.

      *******************************
       KEEP-INT-POST-NEXT-PARA.
           READ INT-POST
           AT END CONTINUE
           NOT AT END
               MOVE FUNCTION UPPER-CASE(IP-COUNTRY-CODE)
                   TO WS-CTL-COUNTRY
               PERFORM CHECK-COUNTRY-PROCESSED-PARA
               IF WS-COUNTRY-PROCESSED = 'N'
                   OR IP-DATE < WS-DATE-FROM
                   OR IP-DATE > WS-DATE-TO
               THEN
                   WRITE INT-KEEP-FILE FROM INT-POST-FILE
                   ADD 1 TO WS-INT-POST-KEPT-COUNT
               END-IF
       END-READ.

      *******************************
       RESTORE-INT-POST-NEXT-PARA.
           READ INT-KEEP
           AT END CONTINUE
           NOT AT END
               WRITE INT-POST-FILE FROM INT-KEEP-FILE
       END-READ.

      *******************************
       COUNT-INT-POST-NEXT-PARA.
           READ INT-POST
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-INT-POST-REC-COUNT
       END-READ.

      *******************************
       COUNT-RECYCLE-NEXT-PARA.
           READ RECYCLE
               TO WS-BAL-CURRENCY
           PERFORM FIND-BALANCE-ENTRY-PARA.
       IF WS-BAL-MATCH-IX > 0 THEN
       IF WS-TR-SIDE = 'D'
           ADD WS-TR-AMOUNT TO BE-MOVE-DEBIT(WS-BAL-MATCH-IX)
       END-IF
       IF WS-TR-SIDE = 'K'
           ADD WS-TR-AMOUNT TO BE-MOVE-CREDIT(WS-BAL-MATCH-IX)
       END-IF
       END-IF.
               END-IF
           END-PERFORM.

      *******************************
       CHECK-CLIENT-LIMITS-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O CLIENT-LIMIT.
       IF CLIENT-LIMIT-FILE-STATUS = 35 THEN
           DISPLAY 'No client limits file - limit breach check '
               'skipped.'
       ELSE
           OPEN OUTPUT LIMIT-RPT
           MOVE 'Y' TO WS-LIMIT-RPT-WRITTEN
           MOVE SPACES TO WS-LIMIT-LINE
           STRING 'CLIENT,CURRENCY,DEBIT LIMIT,CLOSING BALANCE,'
               DELIMITED BY SIZE
               'OVERDRAFT OVER LIMIT,BREACH STATUS,BREACH SINCE'
               DELIMITED BY SIZE
               INTO WS-LIMIT-LINE
           WRITE LIMIT-RPT-FILE FROM WS-LIMIT-LINE
           PERFORM CHECK-CLIENT-LIMIT-NEXT-PARA
               UNTIL CLIENT-LIMIT-FILE-STATUS = '10'
           CLOSE CLIENT-LIMIT
           CLOSE LIMIT-RPT
           DISPLAY 'Client limits checked: ' WS-LIMIT-CHECKED-COUNT
           DISPLAY 'Limit breaches (see limit-breach-report.txt): '
               WS-LIMIT-BREACH-COUNT ', new this run: '
               WS-LIMIT-NEW-COUNT
       END-IF.
      *******************************
       CHECK-CLIENT-LIMIT-NEXT-PARA.
           READ CLIENT-LIMIT
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-LIMIT-CHECKED-COUNT
               MOVE LM-CL-ID TO BA-CL-ID
               MOVE LM-CURRENCY TO BA-CURRENCY
               READ BALANCE
               INVALID KEY
                   MOVE 0 TO WS-BAL-NET
               NOT INVALID KEY
                   COMPUTE WS-BAL-NET = BA-CREDIT-SUM - BA-DEBIT-SUM
               END-READ
       IF WS-BAL-NET < 0 AND (0 - WS-BAL-NET) > LM-DEBIT-LIMIT THEN
           COMPUTE WS-LIMIT-OVER = (0 - WS-BAL-NET) - LM-DEBIT-LIMIT
           ADD 1 TO WS-LIMIT-BREACH-COUNT
       IF LM-BREACH-FLAG = 'Y' THEN
           MOVE 'CARRIED OVER' TO WS-LIMIT-STATUS
       ELSE
           MOVE 'NEW' TO WS-LIMIT-STATUS
           ADD 1 TO WS-LIMIT-NEW-COUNT
           MOVE 'Y' TO LM-BREACH-FLAG
           MOVE WS-RUN-DATE TO LM-BREACH-DATE
       END-IF
           PERFORM WRITE-LIMIT-BREACH-PARA
       ELSE
           MOVE 'N' TO LM-BREACH-FLAG
           MOVE 0 TO LM-BREACH-DATE
       END-IF
           REWRITE LIMIT-FILE-REC
           INVALID KEY
               DISPLAY 'ERROR: limit rewrite failed for client '
                   LM-CL-ID ' currency ' LM-CURRENCY '.'
           END-REWRITE
           END-READ.
      *******************************
       WRITE-LIMIT-BREACH-PARA.
           MOVE LM-DEBIT-LIMIT TO WS-LIMIT-ED
           MOVE WS-BAL-NET TO WS-LIMIT-NET-ED
           MOVE WS-LIMIT-OVER TO WS-LIMIT-OVER-ED
           MOVE SPACES TO WS-LIMIT-LINE
           STRING
               LM-CL-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LM-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-LIMIT-NET-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-LIMIT-OVER-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIMIT-STATUS) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LM-BREACH-DATE DELIMITED BY SIZE
               INTO WS-LIMIT-LINE
           WRITE LIMIT-RPT-FILE FROM WS-LIMIT-LINE.

      *******************************
       WRITE-GL-JOURNAL-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT GL-JOURNAL.
           MOVE SPACES TO WS-GL-LINE
           STRING 'JOURNAL,POSTING DATE,COUNTRY,CURRENCY,LINE,'
               DELIMITED BY SIZE
               'ACCOUNT,DR/CR,AMOUNT,DESCRIPTION' DELIMITED BY SIZE
               INTO WS-GL-LINE
           WRITE GL-JOURNAL-FILE FROM WS-GL-LINE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-RECON-COUNT
               PERFORM WRITE-GL-ENTRY-PARA
           END-PERFORM
           MOVE WS-GL-TOTAL-DR TO WS-GL-TOTAL-DR-ED
           MOVE WS-GL-TOTAL-CR TO WS-GL-TOTAL-CR-ED
           MOVE SPACES TO WS-GL-LINE
           STRING 'TOTAL,JOURNALS,' DELIMITED BY SIZE
               WS-GL-JOURNAL-COUNT DELIMITED BY SIZE
               ',LINES,' DELIMITED BY SIZE
               WS-GL-LINE-COUNT DELIMITED BY SIZE
               ',DR,' DELIMITED BY SIZE
               WS-GL-TOTAL-DR-ED DELIMITED BY SIZE
               ',CR,' DELIMITED BY SIZE
               WS-GL-TOTAL-CR-ED DELIMITED BY SIZE
               INTO WS-GL-LINE
           WRITE GL-JOURNAL-FILE FROM WS-GL-LINE
           CLOSE GL-JOURNAL.
           DISPLAY 'GL journals written to gl-journal.txt: '
               WS-GL-JOURNAL-COUNT.

      *******************************
       VALIDATE-GL-MAP-PARA.
           MOVE 0 TO WS-GL-EXCEPTION-COUNT.
           PERFORM LOAD-GL-MAP-PARA.
           OPEN OUTPUT GL-EXCEPT.
       IF WS-GL-MAP-MISSING = 'Y' THEN
           MOVE 'MAPPING FILE gl-account-map.txt IS MISSING'
               TO WS-GL-LINE
           WRITE GL-EXCEPT-FILE FROM WS-GL-LINE
           ADD 1 TO WS-GL-EXCEPTION-COUNT
       ELSE
       IF WS-GL-CONTRA = SPACES THEN
           MOVE 'NO CONTRA ACCOUNT IN gl-account-map.txt'
               TO WS-GL-LINE
           WRITE GL-EXCEPT-FILE FROM WS-GL-LINE
           ADD 1 TO WS-GL-EXCEPTION-COUNT
       END-IF
       IF WS-MULTI-COUNTRY-MODE = 'Y' THEN
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-COUNTRY-LIST-COUNT
               MOVE WS-COUNTRY-LIST-ENTRY(WS-G) TO WS-GL-FIND-COUNTRY
               PERFORM CHECK-GL-COUNTRY-PARA
           END-PERFORM
       ELSE
           MOVE WS-COUNTRY-CODE TO WS-GL-FIND-COUNTRY
           PERFORM CHECK-GL-COUNTRY-PARA
       END-IF
       END-IF.
           CLOSE GL-EXCEPT.
       IF WS-GL-EXCEPTION-COUNT > 0 THEN
           DISPLAY 'ERROR: ' WS-GL-EXCEPTION-COUNT ' GL mapping '
               'exception(s), see gl-exceptions.txt.'
           DISPLAY 'Aborting run - no transactions were processed.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-PROGRAM-PARA
       END-IF.
      *******************************
       CHECK-GL-COUNTRY-PARA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-ENTRY(WS-C) TO WS-GL-FIND-CURRENCY
               PERFORM CHECK-GL-MAPPING-PARA
           END-PERFORM.

      *******************************
       LOAD-GL-MAP-PARA.
           MOVE 0 TO WS-GL-MAP-COUNT.
           MOVE SPACES TO WS-GL-DEFAULT-DEBIT.
           MOVE SPACES TO WS-GL-DEFAULT-CREDIT.
           MOVE SPACES TO WS-GL-CONTRA.
           MOVE 'N' TO WS-GL-MAP-MISSING.
           OPEN INPUT GL-MAP.
       IF GL-MAP-FILE-STATUS = 35 THEN
           MOVE 'Y' TO WS-GL-MAP-MISSING
       ELSE
           PERFORM READ-GL-MAP-NEXT-PARA
               UNTIL GL-MAP-FILE-STATUS = '10'
           CLOSE GL-MAP
       END-IF.
      *******************************
       READ-GL-MAP-NEXT-PARA.
           READ GL-MAP INTO WS-GL-MAP-LINE
           AT END CONTINUE
           NOT AT END
       IF WS-GL-MAP-LINE = SPACES THEN
           CONTINUE
       ELSE
           MOVE SPACES TO WS-GL-MAP-KEY
           MOVE SPACES TO WS-GL-MAP-FIELD-2
           MOVE SPACES TO WS-GL-MAP-FIELD-3
           MOVE SPACES TO WS-GL-MAP-FIELD-4
           MOVE SPACES TO WS-GL-MAP-FIELD-5
           UNSTRING WS-GL-MAP-LINE DELIMITED BY ','
               INTO WS-GL-MAP-KEY WS-GL-MAP-FIELD-2
                   WS-GL-MAP-FIELD-3 WS-GL-MAP-FIELD-4
                   WS-GL-MAP-FIELD-5
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-MAP-KEY))
               TO WS-GL-MAP-KEY
           PERFORM APPLY-GL-MAP-LINE-PARA
       END-IF
       END-READ.
      *******************************
       APPLY-GL-MAP-LINE-PARA.
           EVALUATE WS-GL-MAP-KEY
               WHEN 'MAP'
       IF WS-GL-MAP-COUNT < 500 THEN
           ADD 1 TO WS-GL-MAP-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-MAP-FIELD-2))
               TO GM-COUNTRY(WS-GL-MAP-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-MAP-FIELD-3))
               TO GM-CURRENCY(WS-GL-MAP-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-MAP-FIELD-4))
               TO GM-SIDE(WS-GL-MAP-COUNT)
           MOVE FUNCTION TRIM(WS-GL-MAP-FIELD-5)
               TO GM-ACCOUNT(WS-GL-MAP-COUNT)
       END-IF
               WHEN 'DEFAULT'
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-MAP-FIELD-2)) = 'D'
       THEN
           MOVE FUNCTION TRIM(WS-GL-MAP-FIELD-3)
               TO WS-GL-DEFAULT-DEBIT
       END-IF
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GL-MAP-FIELD-2)) = 'K'
       THEN
           MOVE FUNCTION TRIM(WS-GL-MAP-FIELD-3)
               TO WS-GL-DEFAULT-CREDIT
       END-IF
               WHEN 'CONTRA'
                   MOVE FUNCTION TRIM(WS-GL-MAP-FIELD-2)
                       TO WS-GL-CONTRA
               WHEN OTHER
                   DISPLAY 'Unknown GL mapping keyword skipped: '
                       FUNCTION TRIM(WS-GL-MAP-KEY)
           END-EVALUATE.

      *******************************
       FIND-GL-ACCOUNT-PARA.
           MOVE SPACES TO WS-GL-ACCOUNT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-GL-MAP-COUNT
               IF GM-COUNTRY(WS-F) = WS-GL-FIND-COUNTRY
                   AND GM-CURRENCY(WS-F) = WS-GL-FIND-CURRENCY
                   AND GM-SIDE(WS-F) = WS-GL-SIDE
               THEN
                   MOVE GM-ACCOUNT(WS-F) TO WS-GL-ACCOUNT
               END-IF
           END-PERFORM.
       IF WS-GL-ACCOUNT = SPACES THEN
       IF WS-GL-SIDE = 'D' THEN
           MOVE WS-GL-DEFAULT-DEBIT TO WS-GL-ACCOUNT
       ELSE
           MOVE WS-GL-DEFAULT-CREDIT TO WS-GL-ACCOUNT
       END-IF
       END-IF.

      *******************************
       CHECK-GL-MAPPING-PARA.
           MOVE 'D' TO WS-GL-SIDE
           PERFORM FIND-GL-ACCOUNT-PARA.
       IF WS-GL-ACCOUNT = SPACES THEN
           PERFORM WRITE-GL-EXCEPTION-PARA
       END-IF.
           MOVE 'K' TO WS-GL-SIDE
           PERFORM FIND-GL-ACCOUNT-PARA.
       IF WS-GL-ACCOUNT = SPACES THEN
           PERFORM WRITE-GL-EXCEPTION-PARA
       END-IF.
      *******************************
       WRITE-GL-EXCEPTION-PARA.
           ADD 1 TO WS-GL-EXCEPTION-COUNT
           MOVE SPACES TO WS-GL-LINE
           STRING WS-GL-FIND-COUNTRY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GL-FIND-CURRENCY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GL-SIDE DELIMITED BY SIZE
               ',NO GL ACCOUNT MAPPING AND NO DEFAULT'
                   DELIMITED BY SIZE
               INTO WS-GL-LINE
           WRITE GL-EXCEPT-FILE FROM WS-GL-LINE.

      *******************************
       WRITE-GL-ENTRY-PARA.
       IF RC-DEBIT-SUM(WS-C) > 0 OR RC-CREDIT-SUM(WS-C) > 0
           OR RC-RVSL-DEBIT-SUM(WS-C) > 0
           OR RC-RVSL-CREDIT-SUM(WS-C) > 0
       THEN
           ADD 1 TO WS-GL-JOURNAL-COUNT
           MOVE 0 TO WS-GL-LINE-NO
           MOVE SPACES TO WS-GL-JOURNAL-ID
           STRING 'GL' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               WS-GL-JOURNAL-COUNT DELIMITED BY SIZE
               INTO WS-GL-JOURNAL-ID
           MOVE RC-COUNTRY(WS-C) TO WS-GL-FIND-COUNTRY
           MOVE RC-CURRENCY(WS-C) TO WS-GL-FIND-CURRENCY
           MOVE 'D' TO WS-GL-SIDE
           PERFORM FIND-GL-ACCOUNT-PARA
           MOVE WS-GL-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
           MOVE 'K' TO WS-GL-SIDE
           PERFORM FIND-GL-ACCOUNT-PARA
           MOVE WS-GL-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
       IF RC-DEBIT-SUM(WS-C) > 0 THEN
           MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'DR' TO WS-GL-DRCR
           MOVE RC-DEBIT-SUM(WS-C) TO WS-GL-AMOUNT
           MOVE 'CLIENT DEBITS' TO WS-GL-DESC
           PERFORM WRITE-GL-LINE-PARA
       END-IF
       IF RC-CREDIT-SUM(WS-C) > 0 THEN
           MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DRCR
           MOVE RC-CREDIT-SUM(WS-C) TO WS-GL-AMOUNT
           MOVE 'CLIENT CREDITS' TO WS-GL-DESC
           PERFORM WRITE-GL-LINE-PARA
       END-IF
       IF RC-RVSL-DEBIT-SUM(WS-C) > 0 THEN
           MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DRCR
           MOVE RC-RVSL-DEBIT-SUM(WS-C) TO WS-GL-AMOUNT
           MOVE 'REVERSAL OF DEBITS' TO WS-GL-DESC
           PERFORM WRITE-GL-LINE-PARA
       END-IF
       IF RC-RVSL-CREDIT-SUM(WS-C) > 0 THEN
           MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'DR' TO WS-GL-DRCR
           MOVE RC-RVSL-CREDIT-SUM(WS-C) TO WS-GL-AMOUNT
           MOVE 'REVERSAL OF CREDITS' TO WS-GL-DESC
           PERFORM WRITE-GL-LINE-PARA
       END-IF
           COMPUTE WS-GL-NET =
               RC-DEBIT-SUM(WS-C) + RC-RVSL-CREDIT-SUM(WS-C)
               - RC-CREDIT-SUM(WS-C) - RC-RVSL-DEBIT-SUM(WS-C)
       IF NOT WS-GL-NET = 0 THEN
           MOVE WS-GL-CONTRA TO WS-GL-ACCOUNT
           MOVE 'CONTRA' TO WS-GL-DESC
       IF WS-GL-NET > 0 THEN
           MOVE 'CR' TO WS-GL-DRCR
           MOVE WS-GL-NET TO WS-GL-AMOUNT
       ELSE
           MOVE 'DR' TO WS-GL-DRCR
           COMPUTE WS-GL-AMOUNT = 0 - WS-GL-NET
       END-IF
           PERFORM WRITE-GL-LINE-PARA
       END-IF
       END-IF.
      *******************************
       WRITE-GL-LINE-PARA.
           ADD 1 TO WS-GL-LINE-NO
           ADD 1 TO WS-GL-LINE-COUNT
       IF WS-GL-DRCR = 'DR' THEN
           ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DR
       ELSE
           ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CR
       END-IF
           MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-ED
           MOVE SPACES TO WS-GL-LINE
           STRING FUNCTION TRIM(WS-GL-JOURNAL-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RC-COUNTRY(WS-C) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RC-CURRENCY(WS-C) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GL-LINE-NO DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-ACCOUNT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GL-DRCR DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GL-AMOUNT-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-DESC) DELIMITED BY SIZE
               INTO WS-GL-LINE
           WRITE GL-JOURNAL-FILE FROM WS-GL-LINE.

      *******************************
       CLOSE-BALANCE-PARA.
       CLOSE BALANCE.

      *******************************
       ACCUMULATE-RECON-PARA.
           PERFORM FIND-RECON-ENTRY-PARA.
       IF WS-RECON-MATCH-IX > 0 THEN
           ADD 1 TO RC-TR-COUNT(WS-RECON-MATCH-IX)
       IF WS-TR-SIDE = 'D'
           ADD WS-TR-AMOUNT TO RC-DEBIT-SUM(WS-RECON-MATCH-IX)
       END-IF
       IF WS-TR-SIDE = 'K'
           ADD WS-TR-AMOUNT TO RC-CREDIT-SUM(WS-RECON-MATCH-IX)
       END-IF
       IF FUNCTION UPPER-CASE(WS-TR-TYPE) = 'F'
           OR FUNCTION UPPER-CASE(WS-TR-TYPE) = 'C'
           OR FUNCTION UPPER-CASE(WS-TR-TYPE) = 'P'
       THEN
           ADD 1 TO RC-SYS-COUNT(WS-RECON-MATCH-IX)
       IF WS-TR-SIDE = 'D'
           ADD WS-TR-AMOUNT TO RC-SYS-DEBIT-SUM(WS-RECON-MATCH-IX)
       ELSE
           ADD WS-TR-AMOUNT TO RC-SYS-CREDIT-SUM(WS-RECON-MATCH-IX)
       END-IF
       END-IF
       IF WS-TR-AMOUNT > RC-MAX-AMOUNT(WS-RECON-MATCH-IX) THEN
           MOVE WS-TR-AMOUNT TO RC-MAX-AMOUNT(WS-RECON-MATCH-IX)
           MOVE WS-TR-CL-ID TO RC-MAX-CL-ID(WS-RECON-MATCH-IX)
       END-IF
       END-IF.

      *******************************
       FIND-RECON-ENTRY-PARA.
           MOVE 0 TO WS-RECON-MATCH-IX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-RECON-COUNT
           MOVE 'N' TO RC-CHECKED(WS-RECON-MATCH-IX)
           MOVE SPACES TO RC-MAX-CL-ID(WS-RECON-MATCH-IX)
       END-IF.

      *******************************
       RECONCILE-CONTROL-TOTALS-PARA.
           MOVE 'Y' TO WS-RECON-FAILED
       END-IF
       ELSE
           MOVE WS-RECON-MATCH-IX TO WS-C
           PERFORM SET-RECON-CLIENT-TOTALS-PARA
           MOVE WS-RECON-CLIENT-COUNT TO WS-RECON-ACT-COUNT
           MOVE WS-RECON-CLIENT-DEBIT TO WS-RECON-ACT-DEBIT
           MOVE WS-RECON-CLIENT-CREDIT TO WS-RECON-ACT-CREDIT
           MOVE 'Y' TO RC-CHECKED(WS-RECON-MATCH-IX)
       IF WS-CTL-COUNT = WS-RECON-CLIENT-COUNT
           AND WS-CTL-DEBIT = WS-RECON-CLIENT-DEBIT
           AND WS-CTL-CREDIT = WS-RECON-CLIENT-CREDIT
       THEN
           MOVE 'MATCH' TO WS-RECON-VERDICT
       ELSE
           WRITE RECON-RPT-FILE FROM WS-RECON-LINE
       END-IF.

      *******************************
       SET-RECON-CLIENT-TOTALS-PARA.
           COMPUTE WS-RECON-CLIENT-COUNT =
               RC-TR-COUNT(WS-C) - RC-SYS-COUNT(WS-C).
           COMPUTE WS-RECON-CLIENT-DEBIT =
               RC-DEBIT-SUM(WS-C) - RC-SYS-DEBIT-SUM(WS-C).
           COMPUTE WS-RECON-CLIENT-CREDIT =
               RC-CREDIT-SUM(WS-C) - RC-SYS-CREDIT-SUM(WS-C).

      *******************************
       CHECK-COUNTRY-PROCESSED-PARA.
           MOVE 'N' TO WS-COUNTRY-PROCESSED.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-RECON-COUNT
               IF NOT RC-CHECKED(WS-C) = 'Y' THEN
                   PERFORM SET-RECON-CLIENT-TOTALS-PARA
               IF WS-RECON-CLIENT-COUNT > 0 THEN
                   MOVE WS-RECON-CLIENT-DEBIT TO WS-RECON-ACT-DEBIT
                   MOVE WS-RECON-CLIENT-CREDIT TO WS-RECON-ACT-CREDIT
                   MOVE SPACES TO WS-RECON-LINE
                   STRING RC-COUNTRY(WS-C) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       RC-CURRENCY(WS-C) DELIMITED BY SIZE
                       ',ACTUAL,' DELIMITED BY SIZE
                       WS-RECON-CLIENT-COUNT DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-RECON-ACT-DEBIT DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                   WRITE RECON-RPT-FILE FROM WS-RECON-LINE
                   MOVE 'Y' TO WS-RECON-FAILED
               END-IF
               END-IF
           END-PERFORM.

      *******************************
           WRITE RUN-LOG-FILE FROM WS-RUN-LOG-LINE
           CLOSE RUN-LOG.

      *******************************
       FILE-RUN-GENERATION-PARA.
           MOVE RETURN-CODE TO WS-GEN-SAVE-RC
           PERFORM LOAD-GEN-CONTROL-PARA
           PERFORM LOAD-GEN-INDEX-PARA.
       IF WS-GEN-LAST-NUMBER = 9999 THEN
           DISPLAY 'ERROR: generation number 9999 reached - outputs '
               'of this run not filed. Renumber generation-index.txt.'
       ELSE
           COMPUTE WS-GEN-NUMBER = WS-GEN-LAST-NUMBER + 1
           PERFORM BUILD-GEN-FILE-LIST-PARA
           PERFORM COPY-GEN-FILE-PARA
               VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-FILE-COUNT
           PERFORM WRITE-GEN-INDEX-PARA
           MOVE 'K' TO WS-GEN-STATE(WS-GEN-NUMBER)
           ADD 1 TO WS-GEN-KEPT-COUNT
           DISPLAY 'Run outputs filed as generation ' WS-GEN-NUMBER
               ' (' WS-GEN-COPIED-COUNT ' files) - see '
               'generation-index.txt.'
       IF WS-GEN-RETAIN > 0 AND WS-GEN-KEPT-COUNT > WS-GEN-RETAIN
       THEN
           PERFORM PURGE-GENERATIONS-PARA
       END-IF
       END-IF.
           MOVE WS-GEN-SAVE-RC TO RETURN-CODE.
      *******************************
       LOAD-GEN-CONTROL-PARA.
           MOVE 30 TO WS-GEN-RETAIN.
           OPEN INPUT GEN-CONTROL.
       IF GEN-CONTROL-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           PERFORM READ-GEN-CONTROL-NEXT-PARA
               UNTIL GEN-CONTROL-FILE-STATUS = '10'
           CLOSE GEN-CONTROL
       END-IF.
      *******************************
       READ-GEN-CONTROL-NEXT-PARA.
           READ GEN-CONTROL INTO WS-GEN-LINE
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-GEN-REC-TYPE
               MOVE SPACES TO WS-GEN-FIELD-2
               UNSTRING WS-GEN-LINE DELIMITED BY ','
                   INTO WS-GEN-REC-TYPE WS-GEN-FIELD-2
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GEN-REC-TYPE))
                   TO WS-GEN-REC-TYPE
       IF WS-GEN-REC-TYPE = 'RETAIN' THEN
       IF FUNCTION TRIM(WS-GEN-FIELD-2) IS NUMERIC THEN
           COMPUTE WS-GEN-RETAIN = FUNCTION NUMVAL(WS-GEN-FIELD-2)
       ELSE
           DISPLAY 'generation-control.txt: RETAIN must be a whole '
               'number - keeping ' WS-GEN-RETAIN ' generations.'
       END-IF
       END-IF
       END-READ.
      *******************************
       LOAD-GEN-INDEX-PARA.
           MOVE 0 TO WS-GEN-LAST-NUMBER
           MOVE 0 TO WS-GEN-KEPT-COUNT
           MOVE SPACES TO WS-GEN-STATE-TABLE
           OPEN INPUT GEN-INDEX.
       IF GEN-INDEX-FILE-STATUS = 35 THEN
           CONTINUE
       ELSE
           PERFORM READ-GEN-INDEX-NEXT-PARA
               UNTIL GEN-INDEX-FILE-STATUS = '10'
           CLOSE GEN-INDEX
       END-IF.
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-LAST-NUMBER
               IF WS-GEN-STATE(WS-GEN-IX) = 'K' THEN
                   ADD 1 TO WS-GEN-KEPT-COUNT
               END-IF
           END-PERFORM.
      *******************************
       READ-GEN-INDEX-NEXT-PARA.
           READ GEN-INDEX INTO WS-GEN-LINE
           AT END CONTINUE
           NOT AT END
               PERFORM SPLIT-GEN-INDEX-LINE-PARA
       IF WS-GEN-LINE-NUMBER > 0 THEN
           EVALUATE WS-GEN-REC-TYPE
               WHEN 'RUN'
                   MOVE 'K' TO WS-GEN-STATE(WS-GEN-LINE-NUMBER)
       IF WS-GEN-LINE-NUMBER > WS-GEN-LAST-NUMBER THEN
           MOVE WS-GEN-LINE-NUMBER TO WS-GEN-LAST-NUMBER
       END-IF
               WHEN 'PURGED'
                   MOVE 'P' TO WS-GEN-STATE(WS-GEN-LINE-NUMBER)
           END-EVALUATE
       END-IF
       END-READ.
      *******************************
       SPLIT-GEN-INDEX-LINE-PARA.
           MOVE SPACES TO WS-GEN-REC-TYPE
           MOVE SPACES TO WS-GEN-FIELD-2
           MOVE SPACES TO WS-GEN-FIELD-3
           MOVE SPACES TO WS-GEN-FIELD-4
           MOVE 0 TO WS-GEN-LINE-NUMBER
           UNSTRING WS-GEN-LINE DELIMITED BY ','
               INTO WS-GEN-REC-TYPE WS-GEN-FIELD-2
                   WS-GEN-FIELD-3 WS-GEN-FIELD-4.
       IF WS-GEN-FIELD-2(1:4) IS NUMERIC
           AND WS-GEN-FIELD-2(5:6) = SPACES
       THEN
           MOVE WS-GEN-FIELD-2(1:4) TO WS-GEN-LINE-NUMBER
       END-IF.
      *******************************
       BUILD-GEN-FILE-LIST-PARA.
           MOVE 0 TO WS-GEN-FILE-COUNT.
       IF WS-MULTI-COUNTRY-MODE = 'Y' AND WS-REPORT-SPLIT-MODE = 'S'
       THEN
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-COUNTRY-LIST-COUNT
               MOVE SPACES TO WS-GEN-ADD-NAME
               IF WS-OUTPUT-MODE = 'C' THEN
                   STRING 'report-' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNTRY-LIST-ENTRY(WS-G))
                       DELIMITED BY SIZE
                       '.csv' DELIMITED BY SIZE
                       INTO WS-GEN-ADD-NAME
               ELSE
                   STRING 'report-' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNTRY-LIST-ENTRY(WS-G))
                       DELIMITED BY SIZE
                       '.txt' DELIMITED BY SIZE
                       INTO WS-GEN-ADD-NAME
               END-IF
               PERFORM ADD-GEN-FILE-PARA
           END-PERFORM
       ELSE
       IF WS-OUTPUT-MODE = 'C' THEN
           MOVE WS-CSV-RAPORT-FILENAME TO WS-GEN-ADD-NAME
       ELSE
           MOVE WS-RAPORT-FILENAME TO WS-GEN-ADD-NAME
       END-IF
           PERFORM ADD-GEN-FILE-PARA
       END-IF.
           MOVE 'unmatched-transactions.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'rejected-transactions.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'bad-nip.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'fx-exceptions.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'suspected-duplicates.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'unmatched-reversals.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'alerts.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'closed-period-exceptions.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'statistics-report.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA.
       IF WS-SOURCE-MODE = 'D' THEN
           MOVE 'reconciliation-report.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
       IF WS-RECON-FAILED = 'N' AND WS-BAL-OVERFLOW = 'N' THEN
           MOVE 'gl-journal.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
           MOVE 'gl-exceptions.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
       END-IF
       END-IF.
       IF WS-LIMIT-RPT-WRITTEN = 'Y' THEN
           MOVE 'limit-breach-report.txt' TO WS-GEN-ADD-NAME
           PERFORM ADD-GEN-FILE-PARA
       END-IF.
      *******************************
       ADD-GEN-FILE-PARA.
       IF WS-GEN-FILE-COUNT < 520 THEN
           ADD 1 TO WS-GEN-FILE-COUNT
           MOVE WS-GEN-ADD-NAME TO GF-NAME(WS-GEN-FILE-COUNT)
           MOVE 'N' TO GF-COPIED(WS-GEN-FILE-COUNT)
           MOVE SPACES TO GF-COPY-NAME(WS-GEN-FILE-COUNT)
           STRING 'gen' DELIMITED BY SIZE
               WS-GEN-NUMBER DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-ADD-NAME) DELIMITED BY SIZE
               INTO GF-COPY-NAME(WS-GEN-FILE-COUNT)
       END-IF.
      *******************************
       COPY-GEN-FILE-PARA.
           MOVE GF-NAME(WS-GEN-IX) TO WS-GEN-SOURCE-FILENAME
           MOVE GF-COPY-NAME(WS-GEN-IX) TO WS-GEN-COPY-FILENAME
           MOVE 'N' TO WS-GEN-FIXED-FILE
           MOVE 0 TO WS-GEN-CSV-TALLY
           INSPECT GF-NAME(WS-GEN-IX) TALLYING WS-GEN-CSV-TALLY
               FOR ALL '.csv'.
       IF GF-NAME(WS-GEN-IX)(1:6) = 'report' AND WS-GEN-CSV-TALLY = 0
       THEN
           MOVE 'Y' TO WS-GEN-FIXED-FILE
       END-IF.
       IF WS-GEN-FIXED-FILE = 'Y' THEN
           PERFORM COPY-GEN-FIXED-PARA
       ELSE
           PERFORM COPY-GEN-TEXT-PARA
       END-IF.
       IF GF-COPIED(WS-GEN-IX) = 'Y' THEN
           ADD 1 TO WS-GEN-COPIED-COUNT
       ELSE
       IF GEN-SOURCE-FILE-STATUS = 35 THEN
           DISPLAY 'Output ' FUNCTION TRIM(GF-NAME(WS-GEN-IX))
               ' not found - not filed in generation '
               WS-GEN-NUMBER '.'
       ELSE
           DISPLAY 'Output ' FUNCTION TRIM(GF-NAME(WS-GEN-IX))
               ' could not be copied to '
               FUNCTION TRIM(GF-COPY-NAME(WS-GEN-IX))
               ' - not filed in generation ' WS-GEN-NUMBER '.'
       END-IF
       END-IF.
      *******************************
       COPY-GEN-FIXED-PARA.
           OPEN INPUT GEN-SOURCE-FIXED.
       IF GEN-SOURCE-FILE-STATUS = '00' THEN
           OPEN OUTPUT GEN-COPY-FIXED
       IF GEN-COPY-FILE-STATUS = '00' THEN
           PERFORM COPY-GEN-FIXED-NEXT-PARA
               UNTIL GEN-SOURCE-FILE-STATUS NOT = '00'
           CLOSE GEN-COPY-FIXED
       IF GEN-SOURCE-FILE-STATUS = '10' THEN
           MOVE 'Y' TO GF-COPIED(WS-GEN-IX)
       END-IF
       END-IF
           CLOSE GEN-SOURCE-FIXED
       END-IF.
      *******************************
       COPY-GEN-FIXED-NEXT-PARA.
           READ GEN-SOURCE-FIXED
           AT END CONTINUE
           NOT AT END
               WRITE GEN-COPY-FIXED-FILE FROM GEN-SOURCE-FIXED-FILE
           END-READ.
      *******************************
       COPY-GEN-TEXT-PARA.
           OPEN INPUT GEN-SOURCE-TEXT.
       IF GEN-SOURCE-FILE-STATUS = '00' THEN
           OPEN OUTPUT GEN-COPY-TEXT
       IF GEN-COPY-FILE-STATUS = '00' THEN
           PERFORM COPY-GEN-TEXT-NEXT-PARA
               UNTIL GEN-SOURCE-FILE-STATUS NOT = '00'
           CLOSE GEN-COPY-TEXT
       IF GEN-SOURCE-FILE-STATUS = '10' THEN
           MOVE 'Y' TO GF-COPIED(WS-GEN-IX)
       END-IF
       END-IF
           CLOSE GEN-SOURCE-TEXT
       END-IF.
      *******************************
       COPY-GEN-TEXT-NEXT-PARA.
           READ GEN-SOURCE-TEXT
           AT END CONTINUE
           NOT AT END
               WRITE GEN-COPY-TEXT-FILE FROM GEN-SOURCE-TEXT-FILE
           END-READ.
      *******************************
       WRITE-GEN-INDEX-PARA.
           OPEN EXTEND GEN-INDEX
       IF GEN-INDEX-FILE-STATUS = 35 THEN
           OPEN OUTPUT GEN-INDEX
       END-IF
           MOVE WS-GEN-SAVE-RC TO WS-GEN-RC-ED
           MOVE SPACES TO WS-GEN-LINE
           STRING 'RUN,' DELIMITED BY SIZE
               WS-GEN-NUMBER DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-COUNTRIES) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DATE-FROM DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DATE-TO DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-OUTPUT-MODE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-REPORT-STYLE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-SOURCE-MODE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-REPORT-SPLIT-MODE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-BATCH-MODE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRANSACTION-FILENAME)
               DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GEN-RC-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-GEN-COPIED-COUNT DELIMITED BY SIZE
               INTO WS-GEN-LINE
           WRITE GEN-INDEX-FILE FROM WS-GEN-LINE
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-FILE-COUNT
               IF GF-COPIED(WS-GEN-IX) = 'Y' THEN
                   MOVE SPACES TO WS-GEN-LINE
                   STRING 'FILE,' DELIMITED BY SIZE
                       WS-GEN-NUMBER DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(GF-NAME(WS-GEN-IX))
                       DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(GF-COPY-NAME(WS-GEN-IX))
                       DELIMITED BY SIZE
                       INTO WS-GEN-LINE
                   WRITE GEN-INDEX-FILE FROM WS-GEN-LINE
               END-IF
           END-PERFORM
           CLOSE GEN-INDEX.
      *******************************
       PURGE-GENERATIONS-PARA.
           COMPUTE WS-GEN-PURGE-COUNT =
               WS-GEN-KEPT-COUNT - WS-GEN-RETAIN
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-LAST-NUMBER
                       OR WS-GEN-PURGE-COUNT = 0
               IF WS-GEN-STATE(WS-GEN-IX) = 'K' THEN
                   MOVE 'X' TO WS-GEN-STATE(WS-GEN-IX)
                   SUBTRACT 1 FROM WS-GEN-PURGE-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GEN-PURGED-FILES
           OPEN INPUT GEN-INDEX
           PERFORM PURGE-GEN-INDEX-NEXT-PARA
               UNTIL GEN-INDEX-FILE-STATUS = '10'
           CLOSE GEN-INDEX
           OPEN EXTEND GEN-INDEX
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-LAST-NUMBER
               IF WS-GEN-STATE(WS-GEN-IX) = 'X' THEN
                   MOVE 'P' TO WS-GEN-STATE(WS-GEN-IX)
                   MOVE WS-GEN-IX TO WS-GEN-LINE-NUMBER
                   MOVE SPACES TO WS-GEN-LINE
                   STRING 'PURGED,' DELIMITED BY SIZE
                       WS-GEN-LINE-NUMBER DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-RUN-TIME DELIMITED BY SIZE
                       ',RETAIN ' DELIMITED BY SIZE
                       WS-GEN-RETAIN DELIMITED BY SIZE
                       INTO WS-GEN-LINE
                   WRITE GEN-INDEX-FILE FROM WS-GEN-LINE
                   DISPLAY 'Generation ' WS-GEN-LINE-NUMBER
                       ' purged (retention ' WS-GEN-RETAIN ').'
               END-IF
           END-PERFORM
           CLOSE GEN-INDEX
           DISPLAY 'Generation files deleted: ' WS-GEN-PURGED-FILES.
      *******************************
       PURGE-GEN-INDEX-NEXT-PARA.
           READ GEN-INDEX INTO WS-GEN-LINE
           AT END CONTINUE
           NOT AT END
               PERFORM SPLIT-GEN-INDEX-LINE-PARA
       IF WS-GEN-REC-TYPE = 'FILE' AND WS-GEN-LINE-NUMBER > 0 THEN
       IF WS-GEN-STATE(WS-GEN-LINE-NUMBER) = 'X' THEN
           CALL 'CBL_DELETE_FILE' USING WS-GEN-FIELD-4
               RETURNING WS-GEN-CALL-RC
       IF WS-GEN-CALL-RC = 0 THEN
           ADD 1 TO WS-GEN-PURGED-FILES
       END-IF
       END-IF
       END-IF
       END-READ.

      *******************************
       CLOSE-CLIENT-PARA.
       CLOSE CLIENT.
       CLOSE DUP-TR.
       CLOSE RVSL-EXC.
       CLOSE ALERT-RPT.
       CLOSE CLOSED-EXC.
       CLOSE BALANCE.
       IF WS-HISTORY-OPEN = 'Y' THEN
           CLOSE HIST-WORK
       CLOSE DUP-TR.
       CLOSE RVSL-EXC.
       CLOSE ALERT-RPT.
       CLOSE CLOSED-EXC.
       CLOSE BALANCE.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-PROGRAM-PARA.
       CLOSE DUP-TR.
       CLOSE RVSL-EXC.
       CLOSE ALERT-RPT.
       CLOSE CLOSED-EXC.
       CLOSE BALANCE.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-PROGRAM-PARA.
       CLOSE DUP-TR.
       CLOSE RVSL-EXC.
       CLOSE ALERT-RPT.
       CLOSE CLOSED-EXC.
       CLOSE BALANCE.
       MOVE 8 TO RETURN-CODE.
       PERFORM END-PROGRAM-PARA.
