      *******************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPUT-GENERATIONS.
       AUTHOR. MICHAL-DYBAS.

      *******************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *******************************
               SELECT GEN-INDEX ASSIGN TO 'generation-index.txt'
               FILE STATUS GEN-INDEX-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-TEXT ASSIGN TO DYNAMIC WS-GEN-FILENAME
               FILE STATUS GEN-TEXT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT GEN-FIXED ASSIGN TO DYNAMIC WS-GEN-FILENAME
               FILE STATUS GEN-FIXED-FILE-STATUS.
      *******************************
               SELECT RESTORE-TEXT ASSIGN TO DYNAMIC WS-RESTORE-FILENAME
               FILE STATUS RESTORE-TEXT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************
               SELECT RESTORE-FIXED ASSIGN TO
                   DYNAMIC WS-RESTORE-FILENAME
               FILE STATUS RESTORE-FIXED-FILE-STATUS.
      *******************************
               SELECT REPRINT ASSIGN TO 'generation-reprint.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *******************************
       DATA DIVISION.
           FILE SECTION.
      *******************************
           FD GEN-INDEX.
           01 GEN-INDEX-FILE PIC X(200).
      *******************************
           FD GEN-TEXT.
           01 GEN-TEXT-FILE PIC X(200).
      *******************************
           FD GEN-FIXED
               RECORD CONTAINS 80 CHARACTERS
               RECORDING MODE F
               DATA RECORD IS GEN-FIXED-FILE.
           01 GEN-FIXED-FILE PIC X(80).
      *******************************
           FD RESTORE-TEXT.
           01 RESTORE-TEXT-FILE PIC X(200).
      *******************************
           FD RESTORE-FIXED
               RECORD CONTAINS 80 CHARACTERS
               RECORDING MODE F
               DATA RECORD IS RESTORE-FIXED-FILE.
           01 RESTORE-FIXED-FILE PIC X(80).
      *******************************
           FD REPRINT.
           01 REPRINT-FILE PIC X(200).

           WORKING-STORAGE SECTION.
      *******************************
           01 GEN-INDEX-FILE-STATUS PIC X(2).
           01 GEN-TEXT-FILE-STATUS PIC X(2).
           01 GEN-FIXED-FILE-STATUS PIC X(2).
           01 RESTORE-TEXT-FILE-STATUS PIC X(2).
           01 RESTORE-FIXED-FILE-STATUS PIC X(2).
      *******************************
           01 WS-GEN-DONE PIC A(1) VALUE 'N'.
           01 WS-OPTION PIC A(1).
           01 WS-CONFIRM PIC A(1).
           01 WS-OPERATOR PIC X(3).
           01 WS-ENTRY-X PIC X(4).
           01 WS-ENTRY-NUMBER PIC 9(4).
           01 WS-CUR-DATE PIC 9(8).
           01 WS-CUR-TIME PIC 9(8).
      *******************************
           01 WS-GEN-LINE PIC X(200).
           01 WS-GEN-REC-TYPE PIC X(10).
           01 WS-GEN-FIELD-2 PIC X(10).
           01 WS-GEN-FIELD-3 PIC X(60).
           01 WS-GEN-FIELD-4 PIC X(60).
           01 WS-GEN-LINE-NUMBER PIC 9(4).
           01 WS-GEN-STATE-TABLE.
               05 WS-GEN-STATE PIC A(1) OCCURS 9999 TIMES.
           01 WS-GEN-KEPT-COUNT PIC 9(5) VALUE 0.
           01 WS-GEN-NUMBER PIC 9(4) VALUE 0.
           01 WS-GEN-RUN-DATE PIC X(8).
           01 WS-GEN-RUN-TIME PIC X(8).
      *******************************
           01 WS-RUN-FIELDS.
               05 RU-COUNTRIES PIC X(20).
               05 RU-DATE-FROM PIC X(8).
               05 RU-DATE-TO PIC X(8).
               05 RU-OUTPUT PIC X(1).
               05 RU-STYLE PIC X(1).
               05 RU-SOURCE PIC X(1).
               05 RU-SPLIT PIC X(1).
               05 RU-BATCH PIC X(1).
               05 RU-INPUT PIC X(40).
               05 RU-RC PIC X(4).
               05 RU-FILES PIC X(4).
      *******************************
           01 WS-FILE-COUNT PIC 9(4) VALUE 0.
           01 WS-FILE-TABLE.
               05 WS-FILE-ENTRY OCCURS 520 TIMES.
                   10 FI-NAME PIC X(40).
                   10 FI-COPY-NAME PIC X(60).
           01 WS-FILE-IX PIC 9(4).
           01 WS-FILE-FROM PIC 9(4).
           01 WS-FILE-TO PIC 9(4).
      *******************************
           01 WS-GEN-FILENAME PIC X(60).
           01 WS-FIXED-REPORT PIC A(1).
           01 WS-CSV-TALLY PIC 9(4).
           01 WS-REPRINT-LINE PIC X(200).
           01 WS-REPRINT-COUNT PIC 9(8) VALUE 0.
           01 WS-RESTORE-COUNT PIC 9(4) VALUE 0.
           01 WS-RESTORE-FILENAME PIC X(40).
           01 WS-RESTORE-OK PIC A(1).
           01 WS-A PIC 9(5).

      *******************************
       PROCEDURE DIVISION.

      *******************************
       GENERATION-MAIN-PARA.
           DISPLAY 'Run output generations.'
           PERFORM LOAD-GEN-STATES-PARA.
       IF WS-GEN-KEPT-COUNT = 0 THEN
           DISPLAY 'No kept generations in generation-index.txt.'
           PERFORM END-GENERATION-PARA
       END-IF.
           PERFORM GENERATION-MENU-PARA UNTIL WS-GEN-DONE = 'Y'.
           DISPLAY 'Run output generations finished.'
           PERFORM END-GENERATION-PARA.

      *******************************
       GENERATION-MENU-PARA.
           DISPLAY 'L - list kept generations, P - reprint a file, '
           'R - restore a generation, X - exit:'
           MOVE SPACE TO WS-OPTION
           ACCEPT WS-OPTION
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
           EVALUATE WS-OPTION
               WHEN 'L'
                   PERFORM LIST-GENERATIONS-PARA
               WHEN 'P'
                   PERFORM GET-GEN-NUMBER-PARA
       IF WS-GEN-NUMBER > 0 THEN
           PERFORM REPRINT-FILE-PARA
       END-IF
               WHEN 'R'
                   PERFORM GET-GEN-NUMBER-PARA
       IF WS-GEN-NUMBER > 0 THEN
           PERFORM RESTORE-GENERATION-PARA
       END-IF
               WHEN 'X'
                   MOVE 'Y' TO WS-GEN-DONE
               WHEN OTHER
                   DISPLAY 'Invalid option! Enter L, P, R or X.'
           END-EVALUATE.

      *******************************
       LOAD-GEN-STATES-PARA.
           MOVE SPACES TO WS-GEN-STATE-TABLE
           MOVE 0 TO WS-GEN-KEPT-COUNT
           OPEN INPUT GEN-INDEX.
       IF GEN-INDEX-FILE-STATUS = 35 THEN
           DISPLAY 'Generation index file does not exist yet - no '
           'run has filed its outputs.'
           MOVE 8 TO RETURN-CODE
           PERFORM END-GENERATION-PARA
       END-IF.
           PERFORM READ-GEN-STATE-NEXT-PARA
               UNTIL GEN-INDEX-FILE-STATUS = '10'.
           CLOSE GEN-INDEX.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 9999
               IF WS-GEN-STATE(WS-A) = 'K' THEN
                   ADD 1 TO WS-GEN-KEPT-COUNT
               END-IF
           END-PERFORM.
      *******************************
       READ-GEN-STATE-NEXT-PARA.
           READ GEN-INDEX INTO WS-GEN-LINE
           AT END CONTINUE
           NOT AT END
               PERFORM SPLIT-GEN-INDEX-LINE-PARA
       IF WS-GEN-LINE-NUMBER > 0 THEN
           EVALUATE WS-GEN-REC-TYPE
               WHEN 'RUN'
                   MOVE 'K' TO WS-GEN-STATE(WS-GEN-LINE-NUMBER)
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
       LIST-GENERATIONS-PARA.
           DISPLAY 'GEN  RUN DATE RUN TIME COUNTRIES  FROM     TO'
           '       OUT SRC RC   FILES INPUT'
           OPEN INPUT GEN-INDEX
           PERFORM LIST-GEN-NEXT-PARA
               UNTIL GEN-INDEX-FILE-STATUS = '10'
           CLOSE GEN-INDEX
           DISPLAY 'Kept generations: ' WS-GEN-KEPT-COUNT.
      *******************************
       LIST-GEN-NEXT-PARA.
           READ GEN-INDEX INTO WS-GEN-LINE
           AT END CONTINUE
           NOT AT END
               PERFORM SPLIT-GEN-INDEX-LINE-PARA
       IF WS-GEN-REC-TYPE = 'RUN' AND WS-GEN-LINE-NUMBER > 0 THEN
       IF WS-GEN-STATE(WS-GEN-LINE-NUMBER) = 'K' THEN
           PERFORM SPLIT-RUN-LINE-PARA
           DISPLAY WS-GEN-LINE-NUMBER ' ' WS-GEN-RUN-DATE ' '
               WS-GEN-RUN-TIME ' ' RU-COUNTRIES(1:10) ' '
               RU-DATE-FROM ' ' RU-DATE-TO ' ' RU-OUTPUT '   '
               RU-SOURCE '   ' RU-RC ' ' RU-FILES '  '
               FUNCTION TRIM(RU-INPUT)
       END-IF
       END-IF
       END-READ.
      *******************************
       SPLIT-RUN-LINE-PARA.
           MOVE SPACES TO WS-GEN-RUN-DATE
           MOVE SPACES TO WS-GEN-RUN-TIME
           MOVE SPACES TO WS-RUN-FIELDS
           UNSTRING WS-GEN-LINE DELIMITED BY ','
               INTO WS-GEN-REC-TYPE WS-GEN-FIELD-2
                   WS-GEN-RUN-DATE WS-GEN-RUN-TIME
                   RU-COUNTRIES RU-DATE-FROM RU-DATE-TO
                   RU-OUTPUT RU-STYLE RU-SOURCE RU-SPLIT RU-BATCH
                   RU-INPUT RU-RC RU-FILES.

      *******************************
       GET-GEN-NUMBER-PARA.
           MOVE 0 TO WS-GEN-NUMBER
           DISPLAY 'Enter the generation number:'
           MOVE SPACES TO WS-ENTRY-X
           ACCEPT WS-ENTRY-X.
       IF WS-ENTRY-X = SPACES THEN
           DISPLAY 'Generation number is required.'
       ELSE
           COMPUTE WS-ENTRY-NUMBER = FUNCTION NUMVAL(WS-ENTRY-X)
       IF WS-ENTRY-NUMBER = 0 THEN
           DISPLAY 'The generation number provided is invalid.'
       ELSE
       IF WS-GEN-STATE(WS-ENTRY-NUMBER) = 'P' THEN
           DISPLAY 'Generation ' WS-ENTRY-NUMBER ' has been purged.'
       ELSE
       IF NOT WS-GEN-STATE(WS-ENTRY-NUMBER) = 'K' THEN
           DISPLAY 'Generation ' WS-ENTRY-NUMBER ' does not exist.'
       ELSE
           MOVE WS-ENTRY-NUMBER TO WS-GEN-NUMBER
           PERFORM LOAD-GEN-FILES-PARA
       IF WS-FILE-COUNT = 0 THEN
           DISPLAY 'Generation ' WS-GEN-NUMBER ' has no filed '
           'outputs.'
           MOVE 0 TO WS-GEN-NUMBER
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.
      *******************************
       LOAD-GEN-FILES-PARA.
           MOVE 0 TO WS-FILE-COUNT
           MOVE SPACES TO WS-GEN-RUN-DATE
           MOVE SPACES TO WS-GEN-RUN-TIME
           OPEN INPUT GEN-INDEX
           PERFORM READ-GEN-FILE-NEXT-PARA
               UNTIL GEN-INDEX-FILE-STATUS = '10'
           CLOSE GEN-INDEX
           DISPLAY 'Generation ' WS-GEN-NUMBER ' - run '
               WS-GEN-RUN-DATE ' ' WS-GEN-RUN-TIME ':'
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-COUNT
               DISPLAY '  ' WS-FILE-IX ' '
                   FUNCTION TRIM(FI-NAME(WS-FILE-IX))
           END-PERFORM.
      *******************************
       READ-GEN-FILE-NEXT-PARA.
           READ GEN-INDEX INTO WS-GEN-LINE
           AT END CONTINUE
           NOT AT END
               PERFORM SPLIT-GEN-INDEX-LINE-PARA
       IF WS-GEN-LINE-NUMBER = WS-GEN-NUMBER THEN
       IF WS-GEN-REC-TYPE = 'RUN' THEN
           PERFORM SPLIT-RUN-LINE-PARA
       END-IF
       IF WS-GEN-REC-TYPE = 'FILE' AND WS-FILE-COUNT < 520 THEN
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-GEN-FIELD-3 TO FI-NAME(WS-FILE-COUNT)
           MOVE WS-GEN-FIELD-4 TO FI-COPY-NAME(WS-FILE-COUNT)
       END-IF
       END-IF
       END-READ.
      *******************************
       GET-FILE-NUMBER-PARA.
           MOVE 0 TO WS-FILE-IX
           DISPLAY 'Enter the file number (1-' WS-FILE-COUNT '):'
           MOVE SPACES TO WS-ENTRY-X
           ACCEPT WS-ENTRY-X.
       IF WS-ENTRY-X = SPACES THEN
           DISPLAY 'File number is required.'
       ELSE
           COMPUTE WS-ENTRY-NUMBER = FUNCTION NUMVAL(WS-ENTRY-X)
       IF WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > WS-FILE-COUNT THEN
           DISPLAY 'The file number provided is invalid.'
       ELSE
           MOVE WS-ENTRY-NUMBER TO WS-FILE-IX
       END-IF
       END-IF.

      *******************************
       REPRINT-FILE-PARA.
           PERFORM GET-FILE-NUMBER-PARA.
       IF WS-FILE-IX > 0 THEN
           MOVE FI-COPY-NAME(WS-FILE-IX) TO WS-GEN-FILENAME
           MOVE 'N' TO WS-FIXED-REPORT
           MOVE 0 TO WS-CSV-TALLY
           INSPECT FI-NAME(WS-FILE-IX) TALLYING WS-CSV-TALLY
               FOR ALL '.csv'
       IF FI-NAME(WS-FILE-IX)(1:6) = 'report' AND WS-CSV-TALLY = 0
       THEN
           MOVE 'Y' TO WS-FIXED-REPORT
       END-IF
       IF WS-FIXED-REPORT = 'Y' THEN
           OPEN INPUT GEN-FIXED
           MOVE GEN-FIXED-FILE-STATUS TO GEN-TEXT-FILE-STATUS
       ELSE
           OPEN INPUT GEN-TEXT
       END-IF
       IF GEN-TEXT-FILE-STATUS = 35 THEN
           DISPLAY 'Generation file ' FUNCTION TRIM(WS-GEN-FILENAME)
               ' is missing - cannot reprint.'
       ELSE
           PERFORM WRITE-REPRINT-PARA
       END-IF
       END-IF.
      *******************************
       WRITE-REPRINT-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE 0 TO WS-REPRINT-COUNT
           OPEN OUTPUT REPRINT
           MOVE SPACES TO WS-REPRINT-LINE
           STRING 'REPRINT OF ' DELIMITED BY SIZE
               FUNCTION TRIM(FI-NAME(WS-FILE-IX)) DELIMITED BY SIZE
               ' - GENERATION ' DELIMITED BY SIZE
               WS-GEN-NUMBER DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               WS-GEN-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GEN-RUN-TIME DELIMITED BY SIZE
               ' - PRINTED ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               INTO WS-REPRINT-LINE
           WRITE REPRINT-FILE FROM WS-REPRINT-LINE
           MOVE SPACES TO WS-REPRINT-LINE
           MOVE ALL '=' TO WS-REPRINT-LINE(1:80)
           WRITE REPRINT-FILE FROM WS-REPRINT-LINE.
       IF WS-FIXED-REPORT = 'Y' THEN
           PERFORM REPRINT-FIXED-NEXT-PARA
               UNTIL GEN-FIXED-FILE-STATUS = '10'
           CLOSE GEN-FIXED
       ELSE
           PERFORM REPRINT-TEXT-NEXT-PARA
               UNTIL GEN-TEXT-FILE-STATUS = '10'
           CLOSE GEN-TEXT
       END-IF.
           CLOSE REPRINT.
           DISPLAY 'Reprinted ' WS-REPRINT-COUNT ' lines of '
               FUNCTION TRIM(FI-NAME(WS-FILE-IX)) ' (generation '
               WS-GEN-NUMBER ') to generation-reprint.txt.'.
      *******************************
       REPRINT-FIXED-NEXT-PARA.
           READ GEN-FIXED
           AT END CONTINUE
           NOT AT END
               MOVE SPACES TO WS-REPRINT-LINE
               MOVE GEN-FIXED-FILE TO WS-REPRINT-LINE
               WRITE REPRINT-FILE FROM WS-REPRINT-LINE
               ADD 1 TO WS-REPRINT-COUNT
           END-READ.
      *******************************
       REPRINT-TEXT-NEXT-PARA.
           READ GEN-TEXT INTO WS-REPRINT-LINE
           AT END CONTINUE
           NOT AT END
               WRITE REPRINT-FILE FROM WS-REPRINT-LINE
               ADD 1 TO WS-REPRINT-COUNT
           END-READ.

      *******************************
       RESTORE-GENERATION-PARA.
           DISPLAY 'Enter the file number to restore, or A for all '
           'files of the generation:'
           MOVE SPACES TO WS-ENTRY-X
           ACCEPT WS-ENTRY-X
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-X) TO WS-ENTRY-X.
       IF WS-ENTRY-X = 'A' THEN
           MOVE 1 TO WS-FILE-FROM
           MOVE WS-FILE-COUNT TO WS-FILE-TO
       ELSE
       IF WS-ENTRY-X = SPACES THEN
           MOVE 0 TO WS-ENTRY-NUMBER
       ELSE
           COMPUTE WS-ENTRY-NUMBER = FUNCTION NUMVAL(WS-ENTRY-X)
       END-IF
       IF WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > WS-FILE-COUNT THEN
           DISPLAY 'The file number provided is invalid.'
           MOVE 0 TO WS-FILE-FROM
       ELSE
           MOVE WS-ENTRY-NUMBER TO WS-FILE-FROM
           MOVE WS-ENTRY-NUMBER TO WS-FILE-TO
       END-IF
       END-IF.
       IF WS-FILE-FROM > 0 THEN
           DISPLAY 'Restoring overwrites the current output files '
           'with generation ' WS-GEN-NUMBER '. Continue? (Y/N)'
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
       IF WS-CONFIRM = 'Y' THEN
           DISPLAY 'Enter operator initials (3 characters):'
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR
       IF WS-OPERATOR = SPACES THEN
           DISPLAY 'Operator initials are required - nothing '
           'restored.'
       ELSE
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE 0 TO WS-RESTORE-COUNT
           OPEN EXTEND GEN-INDEX
           PERFORM RESTORE-ONE-FILE-PARA
               VARYING WS-FILE-IX FROM WS-FILE-FROM BY 1
               UNTIL WS-FILE-IX > WS-FILE-TO
           CLOSE GEN-INDEX
           DISPLAY 'Files restored from generation ' WS-GEN-NUMBER
               ': ' WS-RESTORE-COUNT
       END-IF
       ELSE
           DISPLAY 'Restore cancelled.'
       END-IF
       END-IF.
      *******************************
       RESTORE-ONE-FILE-PARA.
           MOVE FI-COPY-NAME(WS-FILE-IX) TO WS-GEN-FILENAME
           MOVE FI-NAME(WS-FILE-IX) TO WS-RESTORE-FILENAME
           MOVE 'N' TO WS-RESTORE-OK
           MOVE 'N' TO WS-FIXED-REPORT
           MOVE 0 TO WS-CSV-TALLY
           INSPECT FI-NAME(WS-FILE-IX) TALLYING WS-CSV-TALLY
               FOR ALL '.csv'.
       IF FI-NAME(WS-FILE-IX)(1:6) = 'report' AND WS-CSV-TALLY = 0
       THEN
           MOVE 'Y' TO WS-FIXED-REPORT
       END-IF.
       IF WS-FIXED-REPORT = 'Y' THEN
           PERFORM RESTORE-FIXED-PARA
       ELSE
           PERFORM RESTORE-TEXT-PARA
       END-IF.
       IF WS-RESTORE-OK = 'Y' THEN
           ADD 1 TO WS-RESTORE-COUNT
           MOVE SPACES TO WS-GEN-LINE
           STRING 'RESTORED,' DELIMITED BY SIZE
               WS-GEN-NUMBER DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(FI-NAME(WS-FILE-IX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CUR-TIME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO WS-GEN-LINE
           WRITE GEN-INDEX-FILE FROM WS-GEN-LINE
           DISPLAY 'Restored ' FUNCTION TRIM(FI-NAME(WS-FILE-IX))
       ELSE
           DISPLAY 'Generation file '
               FUNCTION TRIM(FI-COPY-NAME(WS-FILE-IX))
               ' could not be copied back - not restored.'
           MOVE 8 TO RETURN-CODE
       END-IF.
      *******************************
       RESTORE-FIXED-PARA.
           OPEN INPUT GEN-FIXED.
       IF GEN-FIXED-FILE-STATUS = '00' THEN
           OPEN OUTPUT RESTORE-FIXED
       IF RESTORE-FIXED-FILE-STATUS = '00' THEN
           PERFORM RESTORE-FIXED-NEXT-PARA
               UNTIL GEN-FIXED-FILE-STATUS NOT = '00'
           CLOSE RESTORE-FIXED
       IF GEN-FIXED-FILE-STATUS = '10' THEN
           MOVE 'Y' TO WS-RESTORE-OK
       END-IF
       END-IF
           CLOSE GEN-FIXED
       END-IF.
      *******************************
       RESTORE-FIXED-NEXT-PARA.
           READ GEN-FIXED
           AT END CONTINUE
           NOT AT END
               WRITE RESTORE-FIXED-FILE FROM GEN-FIXED-FILE
           END-READ.
      *******************************
       RESTORE-TEXT-PARA.
           OPEN INPUT GEN-TEXT.
       IF GEN-TEXT-FILE-STATUS = '00' THEN
           OPEN OUTPUT RESTORE-TEXT
       IF RESTORE-TEXT-FILE-STATUS = '00' THEN
           PERFORM RESTORE-TEXT-NEXT-PARA
               UNTIL GEN-TEXT-FILE-STATUS NOT = '00'
           CLOSE RESTORE-TEXT
       IF GEN-TEXT-FILE-STATUS = '10' THEN
           MOVE 'Y' TO WS-RESTORE-OK
       END-IF
       END-IF
           CLOSE GEN-TEXT
       END-IF.
      *******************************
       RESTORE-TEXT-NEXT-PARA.
           READ GEN-TEXT
           AT END CONTINUE
           NOT AT END
               WRITE RESTORE-TEXT-FILE FROM GEN-TEXT-FILE
           END-READ.

      *******************************
       END-GENERATION-PARA.
       STOP RUN
       EXIT PROGRAM.
