       END-IF
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE
       IF NOT (WS-ENTRY-TYPE = 'D' OR WS-ENTRY-TYPE = 'K'
           OR WS-ENTRY-TYPE = 'R' OR WS-ENTRY-TYPE = 'F'
           OR WS-ENTRY-TYPE = 'C' OR WS-ENTRY-TYPE = 'P')
       THEN
           DISPLAY 'Type must be D, K, R, F, C or P.'
       ELSE
           DISPLAY 'Enter transaction date (YYYYMMDD):'
           ACCEPT WS-ENTRY-DATE
