      *    string itself. The extract file is opened EXTEND by its
      *    writers, so point EXTFIL at a single run's extract - line
      *    numbers restart with every run, and a multi-run file
      *    would join ambiguously. A multi-digit pick ranks its
      *    lines by the full picked value (XT-PICK-VALUE) instead.

       environment division.
       configuration section.
          05 WS-RANK-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-RANK-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-BEST-INDEX    pic S9(8) comp-4 value ZERO.
          05 WS-BEST-VALUE    pic S9(18) comp-4 value ZERO.
          05 WS-LINE-COUNT    pic S9(8) comp-4 value ZERO.
          05 WS-SHOW-LEN      pic S9(4) comp-4 value ZERO.
          05 WS-DSP-RANK      pic ZZ9.
          05 WS-DSP-LINE      pic Z(5)9.
          05 WS-DSP-POS       pic ZZ9.
          05 WS-DSP-PAIR      pic Z(11)9.
          05 WS-DSP-COUNT     pic Z(6)9.

      *    Extract rows loaded for ranking; 10000 covers the
             10 WR-LINE-NO    pic S9(8) comp-4.
             10 WR-HIGH-POS   pic S9(4) comp-4.
             10 WR-LOW-POS    pic S9(4) comp-4.
             10 WR-TOGETHER   pic S9(18) comp-4.
             10 WR-TAKEN      pic X.

      *    The selected top N, joined back to the input lines.
             10 WK-LINE-NO    pic S9(8) comp-4.
             10 WK-HIGH-POS   pic S9(4) comp-4.
             10 WK-LOW-POS    pic S9(4) comp-4.
             10 WK-TOGETHER   pic S9(18) comp-4.
             10 WK-NUMS       pic X(200).

       01 V-EXTFLAG.
                       numval(XT-HIGH-POS)
                    compute WR-LOW-POS(WS-ROW-COUNT) =
                       numval(XT-LOW-POS)
                    if XT-PICK-VALUE not = spaces
                       compute WR-TOGETHER(WS-ROW-COUNT) =
                          numval(XT-PICK-VALUE)
                    else
                       compute WR-TOGETHER(WS-ROW-COUNT) =
                          numval(XT-TOGETHER)
                    end-if
                    move space to WR-TAKEN(WS-ROW-COUNT)
                 else
                    display 'AOC3RNK - EXTRACT EXCEEDS 10000-ROW '
              move spaces to PRT-LINE
              write PRT-LINE
              move spaces to PRT-LINE
              string 'RANK  LINE    HIGH  LOW         VALUE'
                     delimited by size into PRT-LINE
              write PRT-LINE
              move spaces to PRT-LINE
              string '----  ------  ----  ---  ------------'
                     delimited by size into PRT-LINE
              write PRT-LINE
              perform varying WS-RANK-INDEX from 1 by 1
                        until WS-RANK-INDEX > WS-RANK-COUNT
