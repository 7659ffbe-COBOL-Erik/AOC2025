           organization is line sequential
           file status is GDG-FS.

           select optional PTNFIL assign to dynamic WS-PTNFILE-NAME
           organization is line sequential
           file status is PTN-FS.

           select optional PTRFIL assign to dynamic WS-PTRFILE-NAME
           organization is line sequential
           file status is PTR-FS.

           select optional PXTFIL assign to dynamic WS-PXTFILE-NAME
           organization is line sequential
           file status is PXT-FS.

           select optional PRJFIL assign to dynamic WS-PRJFILE-NAME
           organization is line sequential
           file status is PRJ-FS.

       data division.
       file section.
       FD INFIL.
       FD  EXTFIL.
           copy CPYXTR.

       FD  PTNFIL.
           copy CPYPTN.

       FD  PTRFIL.
           copy CPYPTR.

      *    A partition's own extract and reject work files, which
      *    the merge copies into the run's generations.
       FD  PXTFIL.
       01  PXT-RECORD          pic X(53).

       FD  PRJFIL.
       01  PRJ-RECORD          pic X(229).

       working-storage section.
       01 A-ARB.
          05 HIST-FS          pic XX.
          05 WS-FILELIST-NAME pic X(100) value 'filelist.txt'.
          05 WS-EXTFILE-NAME  pic X(100) value 'aoc3a.xtr'.
          05 WS-AUDFILE-NAME  pic X(100) value 'runaudit.txt'.
          05 PTN-FS           pic XX.
          05 PTR-FS           pic XX.
          05 PXT-FS           pic XX.
          05 PRJ-FS           pic XX.
          05 WS-PTNFILE-NAME  pic X(100) value 'aoc3a.ptn'.
          05 WS-PTRFILE-NAME  pic X(100) value spaces.
          05 WS-PXTFILE-NAME  pic X(100) value spaces.
          05 WS-PRJFILE-NAME  pic X(100) value spaces.
          05 WS-DELETE-NAME   pic X(100) value spaces.
          05 WS-PART-NO       pic 9(2) value ZERO.
          05 WS-PART-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-PART-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-PART-OFFSET   pic S9(8) comp-4 value ZERO.
          05 WS-PART-PHYS     pic S9(8) comp-4 value ZERO.
          05 WS-INPUT-PHYS    pic S9(8) comp-4 value ZERO.
          05 WS-WORK-LINE     pic S9(8) comp-4 value ZERO.
          05 WS-WORK-REJECTS  pic S9(8) comp-4 value ZERO.
          05 WS-DSP-LINES     pic Z(7)9.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-SYS-DATE      pic 9(8).
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
          05 A-COUNT          pic S9(6) comp-4 value ZERO.
          05 A-REJECT-COUNT   pic S9(6) comp-4 value ZERO.
          05 A-PHYS-COUNT      pic S9(8) comp-4 value ZERO.
          05 A-ACC            pic S9(18) comp-4 value ZERO.
      *    Digits picked per line (CTL-PICK-COUNT, default the
      *    classic pair) and the line's picked value.
          05 WS-PICK-COUNT    pic 9(2) comp-4 value 2.
          05 WS-DSP-PICK      pic Z(11)9.
          05 WS-RPT-PICKS     pic Z9.
          05 A-PICK-VALUE     pic S9(18) comp-4 value ZERO.
          05 A-PICK-SUB       pic S9(4) comp-4 value ZERO.
          05 A-PICK-DIGIT     pic 9 value ZERO.
          05 A-PICK-POS       pic S9(8) comp-4 value ZERO.
          05 A-PICK-END       pic S9(8) comp-4 value ZERO.
          05 A-START-POS      pic S9(8) comp-4 value ZERO.
          05 A-SAVE-INDEX     pic S9(8) comp-4 value ZERO.
          05 A-SAVE-INDEX-LOW pic S9(8) comp-4 value ZERO.

           copy CPYEOF.

      *    The partitions of a split input as the control file
      *    (CPYPTN) describes them, and what each one reported back
      *    (CPYPTR) - the merge's proof and its totals.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY occurs 16 times.
             10 WK-PTN-IMAGE    pic X(264).
             10 WK-PART-FILE    pic X(100).
             10 WK-SPLIT-PHYS   pic S9(8) comp-4.
             10 WK-PHYS-COUNT   pic S9(8) comp-4.
             10 WK-VALID-COUNT  pic S9(8) comp-4.
             10 WK-REJECT-COUNT pic S9(8) comp-4.
             10 WK-WIDE-ACC     pic S9(18) comp-4.
             10 WK-RETURN-CODE  pic S9(4) comp-4.

       01 V-RECFLAG.
          05 FILLER pic X   value 'V'.
             88 V-RECORD-VALID   value 'V'.
          05 FILLER pic X value ' '.
             88 V-PROF-DEFAULT value 'D'.

       01 V-PARTFLAG.
          05 FILLER pic X value ' '.
             88 V-PART-WORKER value 'W'.
             88 V-PART-MERGE  value 'M'.

       01 V-PTNFLAG.
          05 FILLER pic X   value ' '.
             88 V-PTN-RUN value ' '.
             88 V-PTN-EOF value 'E'.

       01 V-PXTFLAG.
          05 FILLER pic X   value ' '.
             88 V-PXT-RUN value ' '.
             88 V-PXT-EOF value 'E'.

       01 V-PRJFLAG.
          05 FILLER pic X   value ' '.
             88 V-PRJ-RUN value ' '.
             88 V-PRJ-EOF value 'E'.

       01 V-LOCKFLAG.
          05 FILLER pic X value ' '.
             88 V-LOCK-TAKEN     value 'T'.
           accept WS-START-TIME from time
           perform A-READ-CONTROL
           perform A-GET-BUSINESS-DATE
      *    One partition of a split input (AOCPART) works only its
      *    own files and touches nothing shared, so it takes no run
      *    lock and leaves its partial result for the merge.
           perform A-GET-PARTITION-MODE
           if V-PART-WORKER
              perform A-PROCESS-FILE
              move WS-MAX-RC to return-code
              goback
           end-if
      *    The input is resolved before the lock is taken, so the
      *    lock names the file actually being worked - the name
      *    AOCUNLK shows an operator deciding whether a lock is
      *    stale. A merge has its input from the partition control.
           if not V-PART-MERGE
              perform A-READ-FILELIST
              if WS-FILE-COUNT = 0
                 perform A-GET-INFILE-NAME
              end-if
           end-if
           perform A-TAKE-RUN-LOCK
           perform A-SET-GENERATIONS
           evaluate true
              when V-PART-MERGE
                 perform A-MERGE-PARTITIONS
              when WS-FILE-COUNT > 0
                 perform varying WS-FILE-INDEX from 1 by 1
                           until WS-FILE-INDEX > WS-FILE-COUNT
                    move WS-FILE-ENTRY(WS-FILE-INDEX)
                      to WS-INFILE-NAME
                    perform A-PROCESS-FILE
                 end-perform
              when other
                 perform A-PROCESS-FILE
           end-evaluate
           perform A-WRITE-AUDIT
           perform A-FREE-RUN-LOCK
           move WS-MAX-RC to return-code
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
           move ZERO to A-COUNT A-REJECT-COUNT A-ACC A-PHYS-COUNT
           move ZERO to WS-FILE-RC
           set V-INIT to true
      *    A partition keeps no checkpoint: partitions run side by
      *    side and would overwrite each other's, and one that
      *    fails is simply run again from its first line.
           if V-PART-WORKER
              move zero to A-SKIP-COUNT
           else
              perform A-READ-CHECKPOINT
           end-if
           open input INFIL
           evaluate true
              when INPUT-FS = '00'
                       perform A-VALIDATE-RECORD
                       if V-RECORD-VALID
                          add 1 to A-COUNT
                          if WS-PICK-COUNT = 2
                             perform A-SCAN-PAIR
                             display TOGETHER
                          else
                             perform A-PICK-DIGITS
                             move A-PICK-VALUE to WS-DSP-PICK
                             display WS-DSP-PICK
                          end-if
                          add A-PICK-VALUE to A-ACC
                          perform A-WRITE-EXTRACT
                          if function mod(A-COUNT, A-CHECKPOINT-EVERY)
                                = 0 and not V-PART-WORKER
                             perform A-WRITE-CHECKPOINT
                          end-if
                       else
                    close EXTFIL
                 end-if
                 close INFIL
                 display A-ACC
                 display A-REJECT-COUNT
      *          A partition's sum is only part of an answer: the
      *          quality gate, history row and report are the
      *          merge's.
                 if not V-PART-WORKER
                    perform A-CLEAR-CHECKPOINT
                    perform A-QUALITY-GATE
                    perform A-WRITE-HISTORY
                    perform A-WRITE-REPORT
                 end-if
              when INPUT-FS = '35'
                 move 8 to WS-FILE-RC
                 display 'AOC3A - INPUT FILE NOT FOUND: '
           if WS-FILE-RC > WS-MAX-RC
              move WS-FILE-RC to WS-MAX-RC
           end-if
           if V-PART-WORKER
              perform A-WRITE-PART-RESULT
           end-if
      *    WS-RESULT-AREA is populated on every exit path above, not
      *    only the successful-open one, so a driver in this run unit
      *    (AOCDRV/AOC1REC) can always tell a real zero-record result
           move WS-FILE-RC to WR-RETURN-CODE
           .

       A-SCAN-PAIR section.
      *    The classic largest pair: a backward scan for the high
      *    digit (leftmost occurrence of the largest, never the last
      *    position), then a forward scan to its right for the low
      *    digit (rightmost occurrence on ties).
           move ZERO to LARGEST-HIGH LARGEST-LOW
           compute A-START-POS = WS-ROOF - 1
           perform varying N-INDEX from A-START-POS
                     by -1 until N-INDEX < 1
              if NUMS(N-INDEX:1) >= LARGEST-HIGH
                 move NUMS(N-INDEX:1) to LARGEST-HIGH
                 move N-INDEX to A-SAVE-INDEX
              end-if
           end-perform
           compute A-START-POS = A-SAVE-INDEX + 1
           perform varying N-INDEX from A-START-POS
                     by 1 until N-INDEX > WS-ROOF
              if NUMS(N-INDEX:1) >= LARGEST-LOW
                 move NUMS(N-INDEX:1) to LARGEST-LOW
                 move N-INDEX to A-SAVE-INDEX-LOW
              end-if
           end-perform
           move TOGETHER to A-PICK-VALUE
           .

       A-PICK-DIGITS section.
      *    The pair rule carried to WS-PICK-COUNT digits: each pick
      *    is the largest digit between the position after the
      *    previous pick and the last position that still leaves
      *    room for the picks still to come - leftmost occurrence on
      *    ties, except the final pick, which like the pair's low
      *    digit takes the rightmost. The picked digits, in line
      *    order, form the line's value; the extract shows the
      *    first and last positions picked.
           move ZERO to A-PICK-VALUE
           move ZERO to A-SAVE-INDEX A-SAVE-INDEX-LOW
           move 1 to A-START-POS
           perform varying A-PICK-SUB from 1 by 1
                     until A-PICK-SUB > WS-PICK-COUNT
              compute A-PICK-END = WS-ROOF - WS-PICK-COUNT
                                 + A-PICK-SUB
              move ZERO to A-PICK-DIGIT
              move A-START-POS to A-PICK-POS
              perform varying N-INDEX from A-START-POS
                        by 1 until N-INDEX > A-PICK-END
                 if NUMS(N-INDEX:1) > A-PICK-DIGIT
                       or (A-PICK-SUB = WS-PICK-COUNT
                           and NUMS(N-INDEX:1) = A-PICK-DIGIT)
                    move NUMS(N-INDEX:1) to A-PICK-DIGIT
                    move N-INDEX to A-PICK-POS
                 end-if
              end-perform
              compute A-PICK-VALUE = A-PICK-VALUE * 10 + A-PICK-DIGIT
              if A-PICK-SUB = 1
                 move A-PICK-POS to A-SAVE-INDEX
              end-if
              move A-PICK-POS to A-SAVE-INDEX-LOW
              compute A-START-POS = A-PICK-POS + 1
           end-perform
           .

       A-VALIDATE-RECORD section.
      *    Trap a NUMS value with a non-digit character before it can
      *    silently skew A-ACC: divert it to the reject file instead
           if REJ-FS = '00' or REJ-FS = '05'
              write REJ-RECORD
           end-if
      *    A partition's rejects are registered by the merge, once
      *    they sit in the run's own reject generation.
           if not V-PART-WORKER
              perform A-WRITE-LEDGER
           end-if
           .

       A-WRITE-LEDGER section.
      *    Every reject is registered in the lifecycle ledger as an
      *    open item, so it can still be accounted for months after
      *    its generation file has been rotated off.
           move WS-REJECT-REASON to RL-REASON-CODE
           move WS-LEDG-SEQ to RL-REJECT-SEQ
           move WS-REJFILE-NAME to RL-REJECT-FILE
           move WS-SOURCE-SYSTEM to RL-SOURCE-SYSTEM
           if LEDG-FS = '00' or LEDG-FS = '05'
              write RLG-RECORD
           end-if
           move A-COUNT to XT-LINE-NUMBER
           move A-SAVE-INDEX to XT-HIGH-POS
           move A-SAVE-INDEX-LOW to XT-LOW-POS
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
           move 'AOC3A' to HR-PROGRAM-ID
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
           if HR-PROGRAM-ID = 'AOC3A'
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
              display 'AOC3A - CTL-PICK-COUNT EXCEEDS ROOF, PAIR '
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
                 display 'AOC3A - CTL-PICK-COUNT OUTSIDE 2-12, '
                         'IGNORED: ' CTL-PICK-COUNT
              end-if
           end-if
           .

       A-READ-CHECKPOINT section.
                 move CK-PHYS-COUNT to A-SKIP-COUNT
                 move CK-PHYS-COUNT to A-PHYS-COUNT
                 move CK-LAST-COUNT to A-COUNT
                 if CK-WIDE-ACC is numeric
                    move CK-WIDE-ACC to A-ACC
                 else
                    move CK-ACC to A-ACC
                 end-if
                 move CK-REJECT-COUNT to A-REJECT-COUNT
              end-if
           end-if
      *    are both correct.
           move spaces to CHKP-RECORD
           move A-COUNT to CK-LAST-COUNT
           if A-ACC <= 99999999
              move A-ACC to CK-ACC
           end-if
           move A-ACC to CK-WIDE-ACC
           move WS-INFILE-NAME to CK-FILE-NAME
           move A-PHYS-COUNT to CK-PHYS-COUNT
           move A-REJECT-COUNT to CK-REJECT-COUNT
              end-if
           end-if
           .

       A-GET-PARTITION-MODE section.
      *    A large input can be split by AOC3SPL into partitions run
      *    side by side: AOCPART=nn runs partition nn of the split
      *    described in the partition control file (PARTCTL, default
      *    aoc3a.ptn), and AOCMERGE=Y, once every partition has
      *    ended, proves their counts and records the one official
      *    answer. Both take the run id, business date and rerun
      *    flag the split fixed for the whole run. Neither set (the
      *    normal case) is an ordinary run.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'PARTCTL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-PTNFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AOCPART'
           if WS-ENV-VALUE not = spaces
              set V-PART-WORKER to true
              perform A-LOAD-PARTITIONS
              compute WS-PART-INDEX = numval(WS-ENV-VALUE)
              if WS-PART-INDEX < 1 or WS-PART-INDEX > WS-PART-COUNT
                 move 'PARTITION NOT IN THE PARTITION CONTROL'
                   to WS-EVT-DESC
                 perform A-REFUSE-PARTITION
              end-if
              move WK-PART-FILE(WS-PART-INDEX) to WS-INFILE-NAME
              perform A-BUILD-PART-NAMES
              move WS-PXTFILE-NAME to WS-EXTFILE-NAME
              move WS-PRJFILE-NAME to WS-REJFILE-NAME
      *       Starting from the first line every time, a partition
      *       starts its work files empty too.
              open output EXTFIL
              close EXTFIL
              open output REJFIL
              close REJFIL
           else
              move spaces to WS-ENV-VALUE
              accept WS-ENV-VALUE from environment 'AOCMERGE'
              if WS-ENV-VALUE(1:1) = 'Y'
                 set V-PART-MERGE to true
                 perform A-LOAD-PARTITIONS
                 perform A-PROVE-PARTITIONS
              end-if
           end-if
           .

       A-LOAD-PARTITIONS section.
      *    A split already merged is refused, so a second merge can
      *    never record the same answer twice.
           move zero to WS-PART-COUNT
           set V-PTN-RUN to true
           open input PTNFIL
           if PTN-FS = '00'
              read PTNFIL at end set V-PTN-EOF to true end-read
              perform until V-PTN-EOF
                 if WS-PART-COUNT >= 16
                    close PTNFIL
                    move 'PARTITION CONTROL HOLDS MORE THAN 16'
                      to WS-EVT-DESC
                    perform A-REFUSE-PARTITION
                 end-if
                 if PT-MERGED
                    close PTNFIL
                    move 'PARTITIONED RUN ALREADY MERGED'
                      to WS-EVT-DESC
                    perform A-REFUSE-PARTITION
                 end-if
                 add 1 to WS-PART-COUNT
                 move PTN-RECORD to WK-PTN-IMAGE(WS-PART-COUNT)
                 move PT-PART-FILE to WK-PART-FILE(WS-PART-COUNT)
                 move PT-PHYS-COUNT to WK-SPLIT-PHYS(WS-PART-COUNT)
                 move zero to WK-PHYS-COUNT(WS-PART-COUNT)
                 move zero to WK-VALID-COUNT(WS-PART-COUNT)
                 move zero to WK-REJECT-COUNT(WS-PART-COUNT)
                 move zero to WK-WIDE-ACC(WS-PART-COUNT)
                 move zero to WK-RETURN-CODE(WS-PART-COUNT)
                 move PT-RUN-ID to WS-RUN-ID
                 move PT-RUN-DATE to WS-RUN-DATE
                 move PT-INPUT-FILE to WS-INFILE-NAME
                 move PT-INPUT-PHYS to WS-INPUT-PHYS
                 if PT-RERUN-FLAG = 'R'
                    set WS-RERUN to true
                 else
                    move space to WS-RERUN-SW
                 end-if
                 read PTNFIL at end set V-PTN-EOF to true end-read
              end-perform
           end-if
           close PTNFIL
           if WS-PART-COUNT = 0
              move 'NO PARTITION CONTROL, RUN AOC3SPL FIRST'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           .

       A-BUILD-PART-NAMES section.
      *    Work file names of the partition in WS-PART-INDEX.
           move WS-PART-INDEX to WS-PART-NO
           move spaces to WS-PXTFILE-NAME
           string 'aoc3a.P' delimited by size
                  WS-PART-NO delimited by size
                  '.xtr' delimited by size
                  into WS-PXTFILE-NAME
           move spaces to WS-PRJFILE-NAME
           string 'reject.P' delimited by size
                  WS-PART-NO delimited by size
                  '.txt' delimited by size
                  into WS-PRJFILE-NAME
           move spaces to WS-PTRFILE-NAME
           string 'aoc3a.P' delimited by size
                  WS-PART-NO delimited by size
                  '.res' delimited by size
                  into WS-PTRFILE-NAME
           .

       A-WRITE-PART-RESULT section.
      *    Written whatever the partition's outcome, so the merge
      *    can tell a failed partition from one that never ran.
           accept WS-END-TIME from time
           move spaces to PTR-RECORD
           move WS-RUN-ID to PR-RUN-ID
           move WS-PART-NO to PR-PART-NO
           move WS-FILE-RC to PR-RETURN-CODE
           move A-PHYS-COUNT to PR-PHYS-COUNT
           move A-COUNT to PR-VALID-COUNT
           move A-REJECT-COUNT to PR-REJECT-COUNT
           move A-ACC to PR-WIDE-ACC
           move WS-SYS-DATE to PR-END-DATE
           move WS-END-TIME to PR-END-TIME
           open output PTRFIL
           if PTR-FS = '00' or PTR-FS = '05'
              write PTR-RECORD
           else
              display 'AOC3A - PARTITION RESULT OPEN ERROR: '
                      WS-PTRFILE-NAME(1:40) ' STATUS=' PTR-FS
              move 16 to WS-MAX-RC
           end-if
           close PTRFIL
           .

       A-PROVE-PARTITIONS section.
      *    Nothing is recorded unless the partitions account for the
      *    input exactly: every partition must have reported for
      *    this run without error, its valid and rejected lines must
      *    make up the lines the split gave it, its work files must
      *    hold exactly those lines, and the partitions' lines
      *    together must equal the input's physical line count -
      *    counted again here, not taken on trust from the split.
           move zero to WS-PART-PHYS
           perform varying WS-PART-INDEX from 1 by 1
                     until WS-PART-INDEX > WS-PART-COUNT
              perform A-PROVE-ONE-PARTITION
              add WK-PHYS-COUNT(WS-PART-INDEX) to WS-PART-PHYS
           end-perform
           perform A-COUNT-INPUT-LINES
           move WS-WORK-LINE to WS-DSP-LINES
           display 'AOC3A - INPUT LINES ......: ' WS-DSP-LINES
           move WS-PART-PHYS to WS-DSP-LINES
           display 'AOC3A - PARTITION LINES ..: ' WS-DSP-LINES
           if WS-WORK-LINE not = WS-PART-PHYS
                 or WS-WORK-LINE not = WS-INPUT-PHYS
              move 'PARTITION COUNTS DO NOT ADD UP TO THE INPUT'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           .

       A-PROVE-ONE-PARTITION section.
           perform A-BUILD-PART-NAMES
           open input PTRFIL
           if PTR-FS = '00'
              read PTRFIL
           end-if
           if PTR-FS not = '00'
              close PTRFIL
              display 'AOC3A - NO RESULT FOR PARTITION ' WS-PART-NO
              move 'PARTITION RESULT MISSING, MERGE REFUSED'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           close PTRFIL
           if PR-RUN-ID not = WS-RUN-ID or PR-PART-NO not = WS-PART-NO
              display 'AOC3A - RESULT FOR PARTITION ' WS-PART-NO
                      ' IS FROM RUN ' PR-RUN-ID
              move 'PARTITION RESULT NOT FROM THIS SPLIT'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           move PR-PHYS-COUNT to WK-PHYS-COUNT(WS-PART-INDEX)
           move PR-VALID-COUNT to WK-VALID-COUNT(WS-PART-INDEX)
           move PR-REJECT-COUNT to WK-REJECT-COUNT(WS-PART-INDEX)
           move PR-WIDE-ACC to WK-WIDE-ACC(WS-PART-INDEX)
           move PR-RETURN-CODE to WK-RETURN-CODE(WS-PART-INDEX)
           if WK-RETURN-CODE(WS-PART-INDEX) >= 8
              display 'AOC3A - PARTITION ' WS-PART-NO
                      ' ENDED RC ' PR-RETURN-CODE
              move 'PARTITION ENDED IN ERROR, MERGE REFUSED'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           if WK-PHYS-COUNT(WS-PART-INDEX)
                 not = WK-SPLIT-PHYS(WS-PART-INDEX)
                 or WK-VALID-COUNT(WS-PART-INDEX)
                    + WK-REJECT-COUNT(WS-PART-INDEX)
                    not = WK-PHYS-COUNT(WS-PART-INDEX)
              display 'AOC3A - PARTITION ' WS-PART-NO
                      ' COUNTS DO NOT RECONCILE'
              move 'PARTITION COUNTS DO NOT RECONCILE'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           move zero to WS-WORK-LINE
           set V-PXT-RUN to true
           open input PXTFIL
           if PXT-FS = '00'
              read PXTFIL at end set V-PXT-EOF to true end-read
              perform until V-PXT-EOF
                 add 1 to WS-WORK-LINE
                 read PXTFIL at end set V-PXT-EOF to true end-read
              end-perform
           end-if
           close PXTFIL
           move zero to WS-WORK-REJECTS
           set V-PRJ-RUN to true
           open input PRJFIL
           if PRJ-FS = '00'
              read PRJFIL at end set V-PRJ-EOF to true end-read
              perform until V-PRJ-EOF
                 add 1 to WS-WORK-REJECTS
                 read PRJFIL at end set V-PRJ-EOF to true end-read
              end-perform
           end-if
           close PRJFIL
           if WS-WORK-LINE not = WK-VALID-COUNT(WS-PART-INDEX)
                 or WS-WORK-REJECTS
                    not = WK-REJECT-COUNT(WS-PART-INDEX)
              display 'AOC3A - PARTITION ' WS-PART-NO
                      ' WORK FILES DO NOT MATCH ITS COUNTS'
              move 'PARTITION WORK FILES DO NOT MATCH ITS COUNTS'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           .

       A-COUNT-INPUT-LINES section.
           move zero to WS-WORK-LINE
           set V-INIT to true
           open input INFIL
           if INPUT-FS not = '00'
              close INFIL
              display 'AOC3A - INPUT FILE NOT AVAILABLE: '
                      WS-INFILE-NAME ' STATUS=' INPUT-FS
              move 'INPUT FILE NOT AVAILABLE FOR PARTITION PROOF'
                to WS-EVT-DESC
              perform A-REFUSE-PARTITION
           end-if
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to WS-WORK-LINE
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           set V-INIT to true
           .

       A-MERGE-PARTITIONS section.
      *    The partitions' work files are copied into this run's own
      *    generations in partition order, so the extract and the
      *    reject file read exactly as one run over the whole input
      *    would have written them: extract line numbers carry on
      *    from partition to partition, and each reject is entered
      *    in the ledger against the run's reject generation. The
      *    proven partial counts and sums then become the answer,
      *    and from there on it is an ordinary run's ending.
           move ZERO to A-COUNT A-REJECT-COUNT A-ACC A-PHYS-COUNT
           move ZERO to WS-FILE-RC
           move ZERO to WS-PART-OFFSET
           open extend REJFIL
           open extend LEDGFIL
           open extend EXTFIL
           perform varying WS-PART-INDEX from 1 by 1
                     until WS-PART-INDEX > WS-PART-COUNT
              perform A-MERGE-ONE-PARTITION
           end-perform
           close REJFIL
           close LEDGFIL
           close EXTFIL
           display A-ACC
           display A-REJECT-COUNT
           perform A-QUALITY-GATE
           perform A-WRITE-HISTORY
           perform A-WRITE-REPORT
           if WS-FILE-RC > WS-MAX-RC
              move WS-FILE-RC to WS-MAX-RC
           end-if
           move 'AOC3A' to WR-PROGRAM-ID
           move A-COUNT to WR-RECORD-COUNT
           move A-ACC to WR-FINAL-ANSWER
           move WS-FILE-RC to WR-RETURN-CODE
           perform A-MARK-MERGED
           .

       A-MERGE-ONE-PARTITION section.
           perform A-BUILD-PART-NAMES
           set V-PXT-RUN to true
           open input PXTFIL
           if PXT-FS = '00'
              read PXTFIL at end set V-PXT-EOF to true end-read
              perform until V-PXT-EOF
                 move PXT-RECORD to XTR-RECORD
                 compute WS-WORK-LINE =
                    numval(XT-LINE-NUMBER) + WS-PART-OFFSET
                 move WS-WORK-LINE to XT-LINE-NUMBER
                 if EXT-FS = '00' or EXT-FS = '05'
                    write XTR-RECORD
                 end-if
                 read PXTFIL at end set V-PXT-EOF to true end-read
              end-perform
           end-if
           close PXTFIL
           set V-PRJ-RUN to true
           open input PRJFIL
           if PRJ-FS = '00'
              read PRJFIL at end set V-PRJ-EOF to true end-read
              perform until V-PRJ-EOF
                 move PRJ-RECORD to REJ-RECORD
                 if REJ-FS = '00' or REJ-FS = '05'
                    write REJ-RECORD
                 end-if
                 move RJ-REASON-CODE to WS-REJECT-REASON
                 perform A-WRITE-LEDGER
                 read PRJFIL at end set V-PRJ-EOF to true end-read
              end-perform
           end-if
           close PRJFIL
           add WK-VALID-COUNT(WS-PART-INDEX) to A-COUNT
           add WK-VALID-COUNT(WS-PART-INDEX) to WS-PART-OFFSET
           add WK-REJECT-COUNT(WS-PART-INDEX) to A-REJECT-COUNT
           add WK-PHYS-COUNT(WS-PART-INDEX) to A-PHYS-COUNT
           add WK-WIDE-ACC(WS-PART-INDEX) to A-ACC
           if WK-RETURN-CODE(WS-PART-INDEX) > WS-FILE-RC
              move WK-RETURN-CODE(WS-PART-INDEX) to WS-FILE-RC
           end-if
           .

       A-MARK-MERGED section.
      *    The control file is rewritten with every partition marked
      *    merged, then the partitions' work files are deleted -
      *    their lines now live in the run's generations.
           open output PTNFIL
           if PTN-FS = '00' or PTN-FS = '05'
              perform varying WS-PART-INDEX from 1 by 1
                        until WS-PART-INDEX > WS-PART-COUNT
                 move WK-PTN-IMAGE(WS-PART-INDEX) to PTN-RECORD
                 set PT-MERGED to true
                 write PTN-RECORD
              end-perform
           else
              display 'AOC3A - PARTITION CONTROL NOT MARKED MERGED, '
                      'STATUS=' PTN-FS
              move 'W' to WS-EVT-SEV
              move 'PARTITION CONTROL NOT MARKED MERGED'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
              if 4 > WS-MAX-RC
                 move 4 to WS-MAX-RC
              end-if
           end-if
           close PTNFIL
           perform varying WS-PART-INDEX from 1 by 1
                     until WS-PART-INDEX > WS-PART-COUNT
              perform A-BUILD-PART-NAMES
              move WK-PART-FILE(WS-PART-INDEX) to WS-DELETE-NAME
              call 'CBL_DELETE_FILE' using WS-DELETE-NAME
              move WS-PXTFILE-NAME to WS-DELETE-NAME
              call 'CBL_DELETE_FILE' using WS-DELETE-NAME
              move WS-PRJFILE-NAME to WS-DELETE-NAME
              call 'CBL_DELETE_FILE' using WS-DELETE-NAME
              move WS-PTRFILE-NAME to WS-DELETE-NAME
              call 'CBL_DELETE_FILE' using WS-DELETE-NAME
           end-perform
           .

       A-REFUSE-PARTITION section.
      *    A partition or merge that cannot go ahead ends RC 16 with
      *    the reason on the console and the event file, and - like
      *    every refused leg - leaves an honest result area behind.
           display 'AOC3A - ' WS-EVT-DESC
           move 'E' to WS-EVT-SEV
           perform A-WRITE-EVENT
           move 'AOC3A' to WR-PROGRAM-ID
           move zero to WR-RECORD-COUNT
           move zero to WR-FINAL-ANSWER
           move 16 to WR-RETURN-CODE
           move 16 to return-code
           goback
           .
