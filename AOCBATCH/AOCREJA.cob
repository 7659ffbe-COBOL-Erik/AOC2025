      *    and where it currently lives - so a March reject can no
      *    longer circulate unnoticed through carry-forward files
      *    until July. Repaired and written-off entries are counted
      *    for context but not aged; repairs are split between
      *    those a repair rule made (AOCRPRA) and those keyed by
      *    hand.

       environment division.
       configuration section.
          05 WS-BAND-SUB      pic S9(4) comp-4 value ZERO.
          05 WS-OPEN-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-REP-COUNT     pic S9(6) comp-4 value ZERO.
          05 WS-RULE-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-WO-COUNT      pic S9(6) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-DAYS      pic Z(4)9.
           evaluate true
              when RL-REPAIRED
                 add 1 to WS-REP-COUNT
                 if RL-RULE-ID not = spaces
                    add 1 to WS-RULE-COUNT
                 end-if
              when RL-WRITTEN-OFF
                 add 1 to WS-WO-COUNT
              when RL-OPEN
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move WS-RULE-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string '  BY REPAIR RULE ..: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           compute WS-DSP-COUNT = WS-REP-COUNT - WS-RULE-COUNT
           move spaces to PRT-LINE
           string '  BY HAND .........: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move WS-WO-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'WRITTEN OFF .......: ' delimited by size
