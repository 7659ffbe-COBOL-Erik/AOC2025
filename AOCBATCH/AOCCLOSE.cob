          05 WS-DUP-TOTAL     pic S9(4) comp-4 value ZERO.
          05 WS-ROW-DAY       pic S9(4) comp-4 value ZERO.
          05 WS-ROW-RECS      pic S9(12) comp-4 value ZERO.
          05 WS-ROW-ANS       pic S9(18) comp-4 value ZERO.
          05 WS-DSP-DATE      pic 9(8).
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-TOTAL     pic Z(9)9.
          05 WS-DSP-ANSWER    pic -(17)9.
          05 WS-DSP-DAYS      pic ZZ9.

      *    One row per calendar day of the month: whether it is an
                15 WD-RERUN-SW    pic X.
                   88 WD-HAD-RERUN value 'R'.
                15 WD-LAST-RECS   pic S9(12) comp-4.
                15 WD-LAST-ANS    pic S9(18) comp-4.

      *    The four programs whose answers the close certifies.
       01 WS-PGM-TABLE.
             10 WP-MISSING     pic S9(4) comp-4.
             10 WP-DUPLICATES  pic S9(4) comp-4.
             10 WP-SUM-RECORDS pic S9(10) comp-4.
             10 WP-SUM-ANSWERS pic S9(18) comp-4.

      *    Holiday/closure dates from the business calendar
      *    master; 200 matches the cap AOCCALM maintains the
      *    close to explain; the day table does not track which
      *    file each row belonged to.
           compute WS-ROW-RECS = numval(HR-RECORD-COUNT)
           if HR-WIDE-ANSWER not = spaces
              compute WS-ROW-ANS = numval(HR-WIDE-ANSWER)
           else
              compute WS-ROW-ANS = numval(HR-FINAL-ANSWER)
           end-if
           if HR-RERUN-FLAG = 'R'
                 and WD-RUN-COUNT(WS-ROW-DAY, WS-PGM-INDEX) > 0
              set WD-HAD-RERUN(WS-ROW-DAY, WS-PGM-INDEX) to true
           write PRT-LINE
           move spaces to PRT-LINE
           string 'PROGRAM   DAYS-RUN  MISSING  DUPL  '
                  'RECORDS           ANSWERS' delimited by size
                  into PRT-LINE
           write PRT-LINE
           perform varying WS-PGM-INDEX from 1 by 1
