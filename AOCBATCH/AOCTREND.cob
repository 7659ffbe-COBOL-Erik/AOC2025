          05 WS-HISTFILE-NAME  pic X(100) value 'runhist.txt'.
          05 WS-ENV-VALUE      pic X(100).
          05 WS-REC-COUNT      pic S9(8) comp-4.
          05 WS-FINAL-ANS      pic S9(18) comp-4.
          05 WS-RUN-YEAR       pic 9(4).
          05 WS-GROUP-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-FOUND-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-DISPLAY-INDEX  pic S9(4) comp-4 value ZERO.
          05 WS-AVG-COUNT      pic Z(6)9.
          05 WS-AVG-ANSWER     pic -(17)9.
          05 WS-MIN-DISP       pic -(17)9.
          05 WS-MAX-DISP       pic -(17)9.
          05 WS-RUNS-DISP      pic Z(4)9.
          05 WS-YEAR-DISP      pic 9(4).

             10 WG-YEAR         pic 9(4).
             10 WG-RUNS         pic S9(6) comp-4.
             10 WG-SUM-COUNT    pic S9(12) comp-4.
             10 WG-SUM-ANSWER   pic S9(18) comp-4.
             10 WG-MIN-ANSWER   pic S9(18) comp-4.
             10 WG-MAX-ANSWER   pic S9(18) comp-4.

           copy CPYEOF.

      *    bucket, growing the table with a new bucket the first time
      *    a program-id/year pair is seen.
           move HR-RECORD-COUNT to WS-REC-COUNT
           if HR-WIDE-ANSWER not = spaces
              move HR-WIDE-ANSWER to WS-FINAL-ANS
           else
              move HR-FINAL-ANSWER to WS-FINAL-ANS
           end-if
           move HR-RUN-DATE(1:4) to WS-RUN-YEAR
           move zero to WS-FOUND-INDEX
           perform varying WS-GROUP-INDEX from 1 by 1
      *    One line per program-id/run-year bucket, so this year's
      *    numbers can be lined up against prior years at a glance.
           display ' '
           display 'PROGRAM   YEAR  RUNS   AVG-COUNT         AVG-ANSWER'
                   '          MIN-ANSWER          MAX-ANSWER'
           display '--------  ----  -----  ---------  ----------------'
                   '--  ------------------  ------------------'
           perform varying WS-DISPLAY-INDEX from 1 by 1
                     until WS-DISPLAY-INDEX > WS-GROUP-COUNT
              compute WS-AVG-COUNT rounded =
