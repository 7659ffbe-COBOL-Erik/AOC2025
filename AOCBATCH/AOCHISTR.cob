          05 WS-WALK-YEAR      pic 9(4) value ZERO.
          05 WS-ROW-DATE       pic 9(8) value ZERO.
          05 WS-REC-COUNT      pic S9(8) comp-4.
          05 WS-FINAL-ANS      pic S9(18) comp-4.
          05 WS-RUN-YEAR       pic 9(4).
          05 WS-GROUP-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-FOUND-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-DISPLAY-INDEX  pic S9(4) comp-4 value ZERO.
          05 WS-ROWS-LISTED    pic S9(8) comp-4 value ZERO.
          05 WS-AVG-COUNT      pic Z(6)9.
          05 WS-AVG-ANSWER     pic -(17)9.
          05 WS-MIN-DISP       pic -(17)9.
          05 WS-MAX-DISP       pic -(17)9.
          05 WS-RUNS-DISP      pic Z(4)9.
          05 WS-YEAR-DISP      pic 9(4).
          05 WS-DSP-COUNT      pic Z(7)9.
             10 WG-YEAR         pic 9(4).
             10 WG-RUNS         pic S9(6) comp-4.
             10 WG-SUM-COUNT    pic S9(12) comp-4.
             10 WG-SUM-ANSWER   pic S9(18) comp-4.
             10 WG-MIN-ANSWER   pic S9(18) comp-4.
             10 WG-MAX-ANSWER   pic S9(18) comp-4.

       01 V-HISTFLAG.
          05 FILLER pic X value ' '.

       A-LIST-ROW section.
           add 1 to WS-ROWS-LISTED
           if HR-WIDE-ANSWER not = spaces
              display HR-RUN-DATE ' ' HR-PROGRAM-ID ' '
                      HR-RECORD-COUNT ' ' HR-WIDE-ANSWER ' '
                      HR-INPUT-FILE(1:40)
           else
              display HR-RUN-DATE ' ' HR-PROGRAM-ID ' '
                      HR-RECORD-COUNT ' ' HR-FINAL-ANSWER ' '
                      HR-INPUT-FILE(1:40)
           end-if
           .

       A-ACCUMULATE-RECORD section.
      *    accumulation AOCTREND performs over the live file
      *    alone.
           move HR-RECORD-COUNT to WS-REC-COUNT
           if HR-WIDE-ANSWER not = spaces
              move HR-WIDE-ANSWER to WS-FINAL-ANS
           else
              move HR-FINAL-ANSWER to WS-FINAL-ANS
           end-if
           move zero to WS-FOUND-INDEX
           perform varying WS-GROUP-INDEX from 1 by 1
                     until WS-GROUP-INDEX > WS-GROUP-COUNT
      *    layout, so deep history lines up against the report
      *    operators already read.
           display ' '
           display 'PROGRAM   YEAR  RUNS   AVG-COUNT         AVG-ANSWER'
                   '          MIN-ANSWER          MAX-ANSWER'
           display '--------  ----  -----  ---------  ----------------'
                   '--  ------------------  ------------------'
           perform varying WS-DISPLAY-INDEX from 1 by 1
                     until WS-DISPLAY-INDEX > WS-GROUP-COUNT
              compute WS-AVG-COUNT rounded =
