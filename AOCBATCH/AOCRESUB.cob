      *    contribution of the repaired records, and the new official
      *    total. Rejects never repaired - and repairs that fail
      *    re-validation - are carried forward to a fresh reject file
      *    so nothing silently disappears. Repairs written by the
      *    rule-based auto-repair (AOCRPRA) carry their rule id,
      *    which is kept on the ledger entry they close.
      *    Dial instructions are resubmitted against the dial
      *    position the original run finished at (the last trace
      *    line for that program), so the repaired records extend
      *    the original run instead of restarting the dial.
      *    Every answer a pass changes is also appended to the
      *    amended-answer log (CPYAMD), from which AOCREST restates
      *    it to the warehouse. A later pass over the carry-forward
      *    file builds on the newest amendment of the same answer,
      *    not on the history row, so each restatement chains from
      *    the previous amended total.

       environment division.
       configuration section.
           organization is line sequential
           file status is NLDG-FS.

           select optional AMDFIL assign to dynamic WS-AMDFILE-NAME
           organization is line sequential
           file status is AMD-FS.

       data division.
       file section.
       FD  REJFIL.
           copy CPYRLG replacing leading ==RLG== by ==NLDG==,
                                 leading ==RL== by ==NL==.

       FD  AMDFIL.
           copy CPYAMD.

       working-storage section.
       01 A-ARB.
          05 REJ-FS           pic XX.
          05 WS-LEDG-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-LEDG-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-LEDG-FOUND    pic S9(4) comp-4 value ZERO.
          05 AMD-FS           pic XX.
          05 WS-AMDFILE-NAME  pic X(100) value 'aocamend.txt'.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-RUN-TIME      pic 9(8).
          05 WS-RUN-ID        pic X(16) value spaces.
          05 WS-DIAL-SIZE     pic 9(6) comp-4 value 100.
          05 WS-ROOF          pic 9(3) comp-4 value 100.
          05 WS-MULTI-SW      pic X value ' '.
          05 FILLER redefines TOGETHER.
             10 LARGEST-HIGH     pic 9.
             10 LARGEST-LOW      pic 9.
      *    Digits picked per line (CTL-PICK-COUNT, default the
      *    classic pair) and the repaired line's picked value.
          05 WS-PICK-COUNT    pic 9(2) comp-4 value 2.
          05 A-PICK-VALUE     pic S9(18) comp-4 value ZERO.
          05 A-PICK-SUB       pic S9(4) comp-4 value ZERO.
          05 A-PICK-DIGIT     pic 9 value ZERO.
          05 A-PICK-POS       pic S9(8) comp-4 value ZERO.
          05 A-PICK-END       pic S9(8) comp-4 value ZERO.
          05 WS-DSP-SEQ       pic Z(5)9.
          05 WS-DSP-COUNT     pic Z(6)9.
          05 WS-RPT-ORIG      pic -(17)9.
          05 WS-RPT-DELTA     pic -(17)9.
          05 WS-RPT-TOTAL     pic -(17)9.
          05 WS-RPT-COUNT     pic Z(6)9.

      *    Per-program amendment state: the answer this pass amends
      *    (the newest history row, or the newest amendment of it),
      *    the position each of the (up to four) dials finished at
      *    in the original run (dial programs only), and the running
      *    contribution of this pass's repaired records.
       01 WS-PGM-TABLE.
          05 WS-PGM-ENTRY occurs 4 times.
             10 WP-PROGRAM-ID   pic X(8).
             10 WP-ORIG-ANSWER  pic S9(18) comp-4.
             10 WP-ORIG-SW      pic X.
                88 WP-ORIG-FOUND value 'Y'.
      *       Key and run id of that history row, for the amended-
      *       answer log.
             10 WP-ORIG-DATE    pic 9(8).
             10 WP-ORIG-FILE    pic X(100).
             10 WP-ORIG-RUN-ID  pic X(16).
      *       A = WP-ORIG-ANSWER is the newest amended total from the
      *       amended-answer log rather than the history answer.
             10 WP-AMEND-SW     pic X.
                88 WP-PRIOR-AMEND  value 'A'.
      *       Y = trace rows seen for this program, W = no trace
      *       rows and the operator has already been warned.
             10 WP-TRACE-SW     pic X.
                88 WP-TRACE-FOUND  value 'Y'.
                88 WP-TRACE-WARNED value 'W'.
             10 WP-ARROW        pic S9(8) comp-4 occurs 4 times.
             10 WP-DELTA        pic S9(18) comp-4.
             10 WP-REJECTS      pic S9(6) comp-4.
             10 WP-REPAIRED     pic S9(6) comp-4.
             10 WP-CARRIED      pic S9(6) comp-4.
             10 WR-SEQ          pic S9(8) comp-4.
             10 WR-RECORD       pic X(200).
             10 WR-USED         pic X.
             10 WR-RULE-ID      pic X(8).

      *    The reject lifecycle ledger, loaded whole so repairs and
      *    carry-forwards can update their entries and the ledger
             10 WT-NOTE         pic X(30).
             10 WT-REJECT-SEQ   pic 9(6).
             10 WT-REJECT-FILE  pic X(100).
             10 WT-RULE-ID      pic X(8).
             10 WT-SOURCE-SYSTEM pic X(8).

       01 V-RECFLAG.
          05 FILLER pic X   value 'V'.
          05 FILLER pic X   value ' '.
             88 V-LEDG-EOF value 'E'.

       01 V-AMDFLAG.
          05 FILLER pic X   value ' '.
             88 V-AMD-EOF value 'E'.

      *    Set once the ledger loaded cleanly; a ledger that could
      *    not be loaded (or overflowed the table) is left exactly
      *    as it was rather than rewritten from a partial image.
       A-MAIN section.
           display 'AOCRESUB - reject repair and resubmit'
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           move spaces to WS-RUN-ID
           string WS-RUN-DATE delimited by size
                  WS-RUN-TIME delimited by size
                  into WS-RUN-ID
           perform A-GET-FILE-NAMES
      *    A second repair pass naturally reads the previous pass's
      *    carry-forward file, so the carry output must be pointed
           perform A-LOAD-REPAIRS
           perform A-LOAD-LEDGER
           perform A-READ-LAST-ANSWERS
           perform A-READ-LAST-AMENDMENTS
           perform A-READ-LAST-ARROWS
           perform A-PROCESS-REJECTS
           if V-LEDG-OK
              perform A-REWRITE-LEDGER
           end-if
           perform A-WRITE-REPORT
           perform A-WRITE-AMENDMENTS
           move WS-MAX-RC to return-code
           goback
           .

       A-WRITE-AMENDMENTS section.
      *    Every answer this pass actually changed goes on the
      *    amended-answer log (CPYAMD), so AOCREST restates it to the
      *    warehouse instead of the corrected number living only on
      *    this report. A program with no original answer in the
      *    history has nothing published to restate.
           open extend AMDFIL
           if AMD-FS = '00' or AMD-FS = '05'
              perform varying WS-PGM-INDEX from 1 by 1
                        until WS-PGM-INDEX > 4
                 if WP-REPAIRED(WS-PGM-INDEX) > 0
                       and WP-ORIG-FOUND(WS-PGM-INDEX)
                       and WP-DELTA(WS-PGM-INDEX) not = 0
                    move spaces to AMD-RECORD
                    move WS-RUN-DATE to AM-AMEND-DATE
                    move WP-ORIG-DATE(WS-PGM-INDEX) to AM-RUN-DATE
                    move WP-PROGRAM-ID(WS-PGM-INDEX) to AM-PROGRAM-ID
                    move WP-ORIG-ANSWER(WS-PGM-INDEX)
                      to AM-ORIG-ANSWER
                    compute AM-AMENDED-ANSWER =
                       WP-ORIG-ANSWER(WS-PGM-INDEX)
                       + WP-DELTA(WS-PGM-INDEX)
                    move WP-ORIG-RUN-ID(WS-PGM-INDEX)
                      to AM-ORIG-RUN-ID
                    move WS-RUN-ID to AM-AMEND-RUN-ID
                    move WP-ORIG-FILE(WS-PGM-INDEX) to AM-INPUT-FILE
                    write AMD-RECORD
                 end-if
              end-perform
           else
              display 'AOCRESUB - AMENDED-ANSWER LOG OPEN ERROR, '
                      'STATUS=' AMD-FS
              if 4 > WS-MAX-RC
                 move 4 to WS-MAX-RC
              end-if
           end-if
           close AMDFIL
           .

       A-GET-FILE-NAMES section.
      *    Runtime overrides for the reject, repair, carry-forward,
      *    trace, and history files, the same JCL DD convention the
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-LEDGFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AMENDFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AMDFILE-NAME
           end-if
           .

       A-READ-CONTROL section.
           if CTL-FREE-MODE
              move 'F' to WS-FREE-SW
           end-if
           if CTL-PICK-COUNT is numeric
                 and CTL-PICK-COUNT >= 2 and CTL-PICK-COUNT <= 12
              move CTL-PICK-COUNT to WS-PICK-COUNT
           end-if
           .

       A-INIT-PGM-TABLE section.
                     until WS-PGM-INDEX > 4
              move zero to WP-ORIG-ANSWER(WS-PGM-INDEX)
              move space to WP-ORIG-SW(WS-PGM-INDEX)
              move zero to WP-ORIG-DATE(WS-PGM-INDEX)
              move spaces to WP-ORIG-FILE(WS-PGM-INDEX)
              move spaces to WP-ORIG-RUN-ID(WS-PGM-INDEX)
              move space to WP-AMEND-SW(WS-PGM-INDEX)
              move space to WP-TRACE-SW(WS-PGM-INDEX)
              perform varying WS-DIAL-SUB from 1 by 1
                        until WS-DIAL-SUB > 4
                    move RP-CORRECTED
                       to WR-RECORD(WS-REPAIR-COUNT)
                    move space to WR-USED(WS-REPAIR-COUNT)
                    move RP-RULE-ID
                       to WR-RULE-ID(WS-REPAIR-COUNT)
                 end-if
                 read RPRFIL at end set V-RPR-EOF to true end-read
              end-perform
                 perform varying WS-PGM-INDEX from 1 by 1
                           until WS-PGM-INDEX > 4
                    if HR-PROGRAM-ID = WP-PROGRAM-ID(WS-PGM-INDEX)
                       if HR-WIDE-ANSWER not = spaces
                          compute WP-ORIG-ANSWER(WS-PGM-INDEX) =
                             numval(HR-WIDE-ANSWER)
                       else
                          compute WP-ORIG-ANSWER(WS-PGM-INDEX) =
                             numval(HR-FINAL-ANSWER)
                       end-if
                       move 'Y' to WP-ORIG-SW(WS-PGM-INDEX)
                       move HR-RUN-DATE to WP-ORIG-DATE(WS-PGM-INDEX)
                       move HR-INPUT-FILE
                         to WP-ORIG-FILE(WS-PGM-INDEX)
                       move HR-RUN-ID to WP-ORIG-RUN-ID(WS-PGM-INDEX)
                    end-if
                 end-perform
                 read HISTFIL at end set V-HIST-EOF to true end-read
           end-if
           .

       A-READ-LAST-AMENDMENTS section.
      *    AOCRESUB never writes the run history, so on a second pass
      *    over the carry-forward file the history row still holds
      *    the answer as first published. The newest amended-answer
      *    row for the same run date, program, input file and
      *    original run id is the total the warehouse last received;
      *    it becomes the base this pass amends, so the report, the
      *    log row and the restatement all carry previous total ->
      *    new total and no earlier correction is dropped. No log
      *    yet simply means nothing has been amended.
           open input AMDFIL
           if AMD-FS = '00'
              read AMDFIL at end set V-AMD-EOF to true end-read
              perform until V-AMD-EOF
                 perform varying WS-PGM-INDEX from 1 by 1
                           until WS-PGM-INDEX > 4
                    if WP-ORIG-FOUND(WS-PGM-INDEX)
                          and AM-PROGRAM-ID
                              = WP-PROGRAM-ID(WS-PGM-INDEX)
                          and AM-RUN-DATE = WP-ORIG-DATE(WS-PGM-INDEX)
                          and AM-INPUT-FILE
                              = WP-ORIG-FILE(WS-PGM-INDEX)
                          and AM-ORIG-RUN-ID
                              = WP-ORIG-RUN-ID(WS-PGM-INDEX)
                       compute WP-ORIG-ANSWER(WS-PGM-INDEX) =
                          numval(AM-AMENDED-ANSWER)
                       set WP-PRIOR-AMEND(WS-PGM-INDEX) to true
                    end-if
                 end-perform
                 read AMDFIL at end set V-AMD-EOF to true end-read
              end-perform
           end-if
           close AMDFIL
           .

       A-READ-LAST-ARROWS section.
      *    The last trace line per dial program and dial is the
      *    position that dial finished at, which is where the
      *    corrected line: each record's TOGETHER is independent of
      *    every other record, so a repaired line's contribution is
      *    simply its own pair value. AOC3A and AOC3B agree per
      *    record, so one scan serves both programs' rejects. A
      *    multi-digit pick count takes A-PICK-DIGITS instead; a
      *    count past the roof falls back to the pair, as it does
      *    in the programs themselves.
           if WS-PICK-COUNT not = 2 and WS-PICK-COUNT <= WS-ROOF
              perform A-PICK-DIGITS
           else
              perform A-SCAN-PAIR
           end-if
           add A-PICK-VALUE to WP-DELTA(WS-PGM-INDEX)
           .

       A-SCAN-PAIR section.
           move ZERO to LARGEST-HIGH LARGEST-LOW
           move ZERO to A-SAVE-INDEX
           compute A-START-POS = WS-ROOF - 1
                 move WS-WORK-REC(N-INDEX:1) to LARGEST-LOW
              end-if
           end-perform
           move TOGETHER to A-PICK-VALUE
           .

       A-PICK-DIGITS section.
      *    AOC3A's multi-digit rule: each pick is the largest digit
      *    that still leaves room for the picks to come, leftmost
      *    on ties except the final pick, which takes the
      *    rightmost; the picked digits in line order form the
      *    line's value.
           move ZERO to A-PICK-VALUE
           move 1 to A-START-POS
           perform varying A-PICK-SUB from 1 by 1
                     until A-PICK-SUB > WS-PICK-COUNT
              compute A-PICK-END = WS-ROOF - WS-PICK-COUNT
                                 + A-PICK-SUB
              move ZERO to A-PICK-DIGIT
              move A-START-POS to A-PICK-POS
              perform varying N-INDEX from A-START-POS
                        by 1 until N-INDEX > A-PICK-END
                 if WS-WORK-REC(N-INDEX:1) > A-PICK-DIGIT
                       or (A-PICK-SUB = WS-PICK-COUNT
                           and WS-WORK-REC(N-INDEX:1) = A-PICK-DIGIT)
                    move WS-WORK-REC(N-INDEX:1) to A-PICK-DIGIT
                    move N-INDEX to A-PICK-POS
                 end-if
              end-perform
              compute A-PICK-VALUE = A-PICK-VALUE * 10 + A-PICK-DIGIT
              compute A-START-POS = A-PICK-POS + 1
           end-perform
           .

       A-WRITE-CARRY section.
                      to WT-REJECT-SEQ(WS-LEDG-COUNT)
                    move RL-REJECT-FILE
                      to WT-REJECT-FILE(WS-LEDG-COUNT)
                    move RL-RULE-ID
                      to WT-RULE-ID(WS-LEDG-COUNT)
                    move RL-SOURCE-SYSTEM
                      to WT-SOURCE-SYSTEM(WS-LEDG-COUNT)
                 else
                    display 'AOCRESUB - REJECT LEDGER EXCEEDS '
                            '2000-ENTRY CAP, LEDGER LEFT '
           .

       A-MARK-REPAIRED section.
      *    A repaired reject's ledger entry closes as repaired,
      *    naming the repair rule when AOCRPRA wrote the repair so
      *    audit can tell rule repairs from hand-keyed ones; a
      *    reject registered before the ledger existed gets an
      *    entry created so the repair is still on record.
           if V-LEDG-OK
              if WS-LEDG-FOUND > 0
                 move 'R' to WT-STATUS(WS-LEDG-FOUND)
                 move WS-RUN-DATE to WT-STATUS-DATE(WS-LEDG-FOUND)
                 move WR-RULE-ID(WS-FOUND-INDEX)
                   to WT-RULE-ID(WS-LEDG-FOUND)
              end-if
           end-if
           .
              move spaces to WT-NOTE(WS-LEDG-FOUND)
              move WS-CARRY-SEQ to WT-REJECT-SEQ(WS-LEDG-FOUND)
              move WS-CARRY-NAME to WT-REJECT-FILE(WS-LEDG-FOUND)
              move spaces to WT-RULE-ID(WS-LEDG-FOUND)
              move WS-SOURCE-SYSTEM
                to WT-SOURCE-SYSTEM(WS-LEDG-FOUND)
           else
              move zero to WS-LEDG-FOUND
           end-if
              move WT-REJECT-SEQ(WS-LEDG-INDEX) to NL-REJECT-SEQ
              move WT-REJECT-FILE(WS-LEDG-INDEX)
                to NL-REJECT-FILE
              move WT-RULE-ID(WS-LEDG-INDEX) to NL-RULE-ID
              move WT-SOURCE-SYSTEM(WS-LEDG-INDEX)
                to NL-SOURCE-SYSTEM
              if NLDG-FS = '00' or NLDG-FS = '05'
                 write NLDG-RECORD
              end-if
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           evaluate true
              when WP-PRIOR-AMEND(WS-PGM-INDEX)
                 string 'PREVIOUS AMENDED ..: ' delimited by size
                        WS-RPT-ORIG delimited by size
                        into PRT-LINE
              when WP-ORIG-FOUND(WS-PGM-INDEX)
                 string 'ORIGINAL ANSWER ...: ' delimited by size
                        WS-RPT-ORIG delimited by size
                        into PRT-LINE
              when other
                 string 'ORIGINAL ANSWER ...: NOT IN RUN HISTORY'
                        delimited by size into PRT-LINE
           end-evaluate
           write PRT-LINE
           move spaces to PRT-LINE
           string 'REPAIR CONTRIBUTION: ' delimited by size
