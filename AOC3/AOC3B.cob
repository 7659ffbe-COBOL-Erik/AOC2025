          05 WS-REJECT-REASON pic X(2).
          05 WS-ROOF          pic 9(3) comp-4 value 100.
          05 WS-RPT-COUNT     pic Z(6)9.
          05 WS-RPT-ANSWER    pic Z(17)9.
          05 WS-RPT-REJECTS   pic Z(6)9.
          05 WS-FIRST-RPT-SW  pic X value 'Y'.
             88 WS-FIRST-RPT  value 'Y'.
          05 WS-QREJ-NUM      pic S9(10) comp-4 value ZERO.
          05 WS-QREJ-DEN      pic S9(8) comp-4 value ZERO.
          05 WS-DEV-PCT       pic S9(7)V9(2) comp-4 value ZERO.
          05 WS-TRAIL-SUM     pic S9(18) comp-4 value ZERO.
          05 WS-TRAIL-AVG     pic S9(16)V9(2) comp-4 value ZERO.
          05 WS-TRAIL-ROW     pic S9(18) comp-4 value ZERO.
          05 WS-TRAIL-COUNT   pic S9(4) comp-4 value ZERO.
          05 WS-TRAIL-INDEX   pic S9(4) comp-4 value ZERO.
      *    Ring of the last five final answers this program left in
      *    the history file, feeding the deviation check's trailing
      *    average.
          05 WS-TRAIL-TABLE.
             10 WS-TRAIL-ANS  pic S9(18) comp-4 occurs 5 times.
          05 WS-RPT-PCT       pic ZZZZ9.99.
          05 WS-RPT-LIMIT     pic ZZ9.
          05 WS-QREJ-SW       pic X value ' '.
             88 WS-QDEV-BREACH value 'D'.
          05 A-COUNT          pic S9(6) comp-4 value ZERO.
          05 A-REJECT-COUNT   pic S9(6) comp-4 value ZERO.
          05 A-ACC            pic S9(18) comp-4 value ZERO.
      *    Digits picked per line (CTL-PICK-COUNT, default the
      *    classic pair) and the line's picked value.
          05 WS-PICK-COUNT    pic 9(2) comp-4 value 2.
          05 WS-RPT-PICKS     pic Z9.
          05 A-PICK-VALUE     pic S9(18) comp-4 value ZERO.
          05 A-PICK-SUB       pic S9(4) comp-4 value ZERO.
          05 A-DIGIT          pic 9 value ZERO.
          05 A-DIGIT-SUB      pic S9(4) comp-4 value ZERO.
          05 A-HIGH-POS       pic S9(8) comp-4 value ZERO.
             10 A-FIRST-POS   pic S9(4) comp-4 occurs 10 times.
          05 A-POS-TABLE-2.
             10 A-LAST-POS    pic S9(4) comp-4 occurs 10 times.
      *    The multi-digit pick's stack: digit and line position of
      *    each pick kept so far, WS-PICK-COUNT deep at most.
          05 A-STK-TOP        pic S9(4) comp-4 value ZERO.
          05 A-DROPS-LEFT     pic S9(4) comp-4 value ZERO.
          05 A-STACK.
             10 A-STK-ENTRY   occurs 12 times.
                15 A-STK-DIGIT pic 9.
                15 A-STK-POS  pic S9(4) comp-4.

           copy CPYEOF.

              move 'R' to AU-RERUN-FLAG
           end-if
           move WS-RUN-ID to AU-RUN-ID
      *    The login the run was submitted under, which the
      *    four-eyes sign-off will not accept as the approver.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to AU-OPERATOR-ID
           move WS-SOURCE-SYSTEM to AU-SOURCE-SYSTEM
           open extend AUDFIL
           if AUD-FS = '00' or AUD-FS = '05'
              write AUD-RECORD
                       perform A-VALIDATE-RECORD
                       if V-RECORD-VALID
                          add 1 to A-COUNT
                          if WS-PICK-COUNT = 2
                             perform A-SCAN-RECORD
                             move TOGETHER to A-PICK-VALUE
                          else
                             perform A-STACK-DIGITS
                          end-if
                          add A-PICK-VALUE to A-ACC
                          perform A-WRITE-EXTRACT
                       else
                          perform A-WRITE-REJECT
           end-if
           .

       A-STACK-DIGITS section.
      *    The multi-digit pick computed the other way round from
      *    AOC3A's repeated window scans: one forward pass keeps the
      *    picks so far on a stack, and each new digit knocks
      *    smaller digits off the top for as long as the line can
      *    still spare digits (WS-ROOF - WS-PICK-COUNT of them may
      *    be dropped in all). A digit that arrives with the stack
      *    full is dropped, but an equal one moves the final pick
      *    to the right, matching AOC3A's rightmost-on-ties final
      *    pick. The stack bottom-to-top is the line's value.
           move ZERO to A-STK-TOP
           compute A-DROPS-LEFT = WS-ROOF - WS-PICK-COUNT
           perform varying N-INDEX from 1 by 1
                     until N-INDEX > WS-ROOF
              move NUMS(N-INDEX:1) to A-DIGIT
              perform until A-STK-TOP = 0 or A-DROPS-LEFT = 0
                         or A-STK-DIGIT(A-STK-TOP) >= A-DIGIT
                 subtract 1 from A-STK-TOP
                 subtract 1 from A-DROPS-LEFT
              end-perform
              evaluate true
                 when A-STK-TOP < WS-PICK-COUNT
                    add 1 to A-STK-TOP
                    move A-DIGIT to A-STK-DIGIT(A-STK-TOP)
                    move N-INDEX to A-STK-POS(A-STK-TOP)
                 when A-STK-DIGIT(A-STK-TOP) = A-DIGIT
                    move N-INDEX to A-STK-POS(A-STK-TOP)
                    subtract 1 from A-DROPS-LEFT
                 when other
                    subtract 1 from A-DROPS-LEFT
              end-evaluate
           end-perform
           move ZERO to A-PICK-VALUE
           perform varying A-PICK-SUB from 1 by 1
                     until A-PICK-SUB > A-STK-TOP
              compute A-PICK-VALUE = A-PICK-VALUE * 10
                                   + A-STK-DIGIT(A-PICK-SUB)
           end-perform
           move A-STK-POS(1) to A-HIGH-POS
           move A-STK-POS(A-STK-TOP) to A-LOW-POS
           .

       A-VALIDATE-RECORD section.
      *    Trap a NUMS value with a non-digit character before it can
      *    silently skew A-ACC: divert it to the reject file instead
           move WS-REJECT-REASON to RL-REASON-CODE
           move WS-LEDG-SEQ to RL-REJECT-SEQ
           move WS-REJFILE-NAME to RL-REJECT-FILE
           move WS-SOURCE-SYSTEM to RL-SOURCE-SYSTEM
           if LEDG-FS = '00' or LEDG-FS = '05'
              write RLG-RECORD
           end-if
           move A-COUNT to XT-LINE-NUMBER
           move A-HIGH-POS to XT-HIGH-POS
           move A-LOW-POS to XT-LOW-POS
      *    A multi-digit pick no longer fits XT-TOGETHER, which is
      *    left blank; XT-PICK-VALUE always carries the value.
           if WS-PICK-COUNT = 2
              move TOGETHER to XT-TOGETHER
           end-if
           move A-PICK-VALUE to XT-PICK-VALUE
           move WS-RUN-ID to XT-RUN-ID
           if EXT-FS = '00' or EXT-FS = '05'
              write XTR-RECORD
           move WS-RUN-DATE to HR-RUN-DATE
           move 'AOC3B' to HR-PROGRAM-ID
           move A-COUNT to HR-RECORD-COUNT
      *    An answer past eight digits leaves HR-FINAL-ANSWER blank
      *    rather than truncated; HR-WIDE-ANSWER always has it.
           if A-ACC <= 99999999
              move A-ACC to HR-FINAL-ANSWER
           end-if
           move A-ACC to HR-WIDE-ANSWER
           move WS-INFILE-NAME to HR-INPUT-FILE
           move A-REJECT-COUNT to HR-REJECT-COUNT
           move WS-FILE-RC to HR-RETURN-CODE
              move 'R' to HR-RERUN-FLAG
           end-if
           move WS-RUN-ID to HR-RUN-ID
           move WS-SOURCE-SYSTEM to HR-SOURCE-SYSTEM
           open extend HISTFIL
           if HIST-FS = '00' or HIST-FS = '05'
              write HIST-RECORD
                     into PRT-LINE
              write PRT-LINE
              move spaces to PRT-LINE
              if WS-PICK-COUNT = 2
                 string 'SUM OF LARGEST PAIRS: ' delimited by size
                        WS-RPT-ANSWER delimited by size
                        into PRT-LINE
              else
                 move WS-PICK-COUNT to WS-RPT-PICKS
                 string 'DIGITS PICKED .....: ' delimited by size
                        WS-RPT-PICKS delimited by size
                        into PRT-LINE
                 write PRT-LINE
                 move spaces to PRT-LINE
                 string 'SUM OF LARGEST PICKS: ' delimited by size
                        WS-RPT-ANSWER delimited by size
                        into PRT-LINE
              end-if
              write PRT-LINE
              perform A-WRITE-QUALITY-BLOCK
           end-if

       A-TAKE-TRAIL-ROW section.
           if HR-PROGRAM-ID = 'AOC3B'
              if HR-WIDE-ANSWER not = spaces
                 compute WS-TRAIL-ROW = numval(HR-WIDE-ANSWER)
              else
                 compute WS-TRAIL-ROW = numval(HR-FINAL-ANSWER)
              end-if
              if WS-TRAIL-COUNT < 5
                 add 1 to WS-TRAIL-COUNT
                 move WS-TRAIL-ROW to WS-TRAIL-ANS(WS-TRAIL-COUNT)
              else
                 perform varying WS-TRAIL-INDEX from 1 by 1
                           until WS-TRAIL-INDEX > 4
                    move WS-TRAIL-ANS(WS-TRAIL-INDEX + 1)
                      to WS-TRAIL-ANS(WS-TRAIL-INDEX)
                 end-perform
                 move WS-TRAIL-ROW to WS-TRAIL-ANS(5)
              end-if
           end-if
           .
              move 16 to return-code
              goback
           end-if
      *    The picks must fit the roof in effect; a count the line
      *    cannot supply falls back to the pair rather than picking
      *    past the end of the digits.
           if WS-PICK-COUNT > WS-ROOF
              display 'AOC3B - CTL-PICK-COUNT EXCEEDS ROOF, PAIR '
                      'USED: ' WS-PICK-COUNT
              move 2 to WS-PICK-COUNT
           end-if
           .

       A-GET-SOURCE-SYSTEM section.
           if CTL-MAX-DEV-PCT is numeric
              move CTL-MAX-DEV-PCT to WS-MAX-DEV-PCT
           end-if
           if CTL-PICK-COUNT is numeric and CTL-PICK-COUNT > 0
              if CTL-PICK-COUNT >= 2 and CTL-PICK-COUNT <= 12
                 move CTL-PICK-COUNT to WS-PICK-COUNT
              else
                 display 'AOC3B - CTL-PICK-COUNT OUTSIDE 2-12, '
                         'IGNORED: ' CTL-PICK-COUNT
              end-if
           end-if
           .

       A-GET-INFILE-NAME section.
