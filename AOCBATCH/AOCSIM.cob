       identification division.
       program-id. AOCSIM.

      *    What-if dial simulation: before a dial-size change or a
      *    hardware swap is agreed, shows what it would have done to
      *    past answers, instead of an operator hand-editing
      *    aocparm.ctl and rerunning AOC1A/AOC1B on copies. Replays
      *    one day's instructions - a raw LETTER+CLICKS file (SIMIN)
      *    or a trace generation from the catalog (SIMGEN) - under
      *    each scenario in the scenario file (CPYSIM: dial size,
      *    starting position, single- or multi-dial layout) and
      *    prints, side by side, the zero-crossing answer under the
      *    AOC1A landing rule and the AOC1B pass-through rule
      *    against the official answers in the run history. A
      *    CURRENT scenario under the control profile's own
      *    settings always heads the list.
      *    Strictly read-only against production: the run history,
      *    the answers master, the position files, and the
      *    generation catalog are only ever opened for input (the
      *    master and position files not at all), and no run lock,
      *    history row, audit row, or generation is written, so a
      *    simulation can never be mistaken for a production run.
      *    The only output is the simulation report.
      *    Return codes: 0 = every scenario compared, 4 = completed
      *    but an official answer was missing or a scenario line
      *    was refused, 8 = nothing to replay (input or generation
      *    not found, or empty).

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional INFIL assign to dynamic WS-INFILE-NAME
           organization is line sequential
           file status is INPUT-FS.

           select optional TRCFIL assign to dynamic WS-TRCFILE-NAME
           organization is line sequential
           file status is TRC-FS.

           select optional HISTFIL assign to dynamic WS-HISTFILE-NAME
           organization is line sequential
           file status is HIST-FS.

           select optional CTLFIL assign to dynamic WS-CTLFILE-NAME
           organization is line sequential
           file status is CTL-FS.

           select optional GATEFIL assign to dynamic WS-GATEFILE-NAME
           organization is line sequential
           file status is GATE-FS.

           select optional GDGCAT assign to dynamic WS-GDGFILE-NAME
           organization is line sequential
           file status is GDG-FS.

           select optional AUDFIL assign to dynamic WS-AUDFILE-NAME
           organization is line sequential
           file status is AUD-FS.

           select optional SIMFIL assign to dynamic WS-SIMFILE-NAME
           organization is line sequential
           file status is SIM-FS.

           select optional PRTFIL assign to dynamic WS-PRTFILE-NAME
           organization is line sequential
           file status is PRT-FS.

       data division.
       file section.
      *    Same raw buffer the dial programs read: LETTER + CLICKS,
      *    with a leading dial number in multi-dial mode and one to
      *    six CLICKS digits in free-format mode.
       FD  INFIL.
       01  INDATA PIC X(8).

       FD  TRCFIL.
           copy CPYTRC.

       FD  HISTFIL.
           copy CPYHIST.

       FD  CTLFIL.
           copy CPYPARM.

       FD  GATEFIL.
           copy CPYEDC.

       FD  GDGCAT.
           copy CPYGDG.

       FD  AUDFIL.
           copy CPYAUD.

       FD  SIMFIL.
           copy CPYSIM.

       FD  PRTFIL.
           copy CPYPRT.

       working-storage section.
       01 A-ARB.
          05 TRC-FS           pic XX.
          05 HIST-FS          pic XX.
          05 CTL-FS           pic XX.
          05 GATE-FS          pic XX.
          05 GDG-FS           pic XX.
          05 AUD-FS           pic XX.
          05 SIM-FS           pic XX.
          05 PRT-FS           pic XX.
          05 WS-INFILE-NAME   pic X(100) value 'input.txt'.
          05 WS-TRCFILE-NAME  pic X(100) value spaces.
          05 WS-HISTFILE-NAME pic X(100) value 'runhist.txt'.
          05 WS-CTLFILE-NAME  pic X(100) value 'aocparm.ctl'.
          05 WS-GATEFILE-NAME pic X(100) value 'aocedit.ctl'.
          05 WS-GDGFILE-NAME  pic X(100) value 'aocgdg.cat'.
          05 WS-AUDFILE-NAME  pic X(100) value 'runaudit.txt'.
          05 WS-SIMFILE-NAME  pic X(100) value 'aocsim.ctl'.
          05 WS-PRTFILE-NAME  pic X(100) value 'aocsim.rpt'.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-SYS-DATE      pic 9(8).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-SOURCE-SYSTEM pic X(8) value spaces.
          05 WS-MAX-RC        pic S9(4) comp-4 value ZERO.
      *    Where the instructions come from: a raw instruction file
      *    or a cataloged trace generation.
          05 WS-REPLAY-SW     pic X value 'F'.
             88 WS-FROM-FILE  value 'F'.
             88 WS-FROM-TRACE value 'T'.
          05 WS-GEN-DATE      pic 9(8) value ZERO.
          05 WS-GEN-SEQ       pic 9(3) value ZERO.
          05 WS-GEN-BEST      pic 9(3) value ZERO.
          05 WS-GEN-RUN-ID    pic X(16) value spaces.
          05 WS-GEN-FILE      pic X(100) value spaces.
          05 WS-REPLAY-PGM    pic X(8) value spaces.
      *    Control-profile settings: the CURRENT scenario's dial
      *    size and the input layout the raw file is read under.
          05 WS-DIAL-SIZE     pic 9(6) comp-4 value 100.
          05 WS-RUN-DIAL-SIZE pic 9(6) comp-4 value 100.
          05 WS-MULTI-SW      pic X value ' '.
             88 WS-MULTI-DIAL value 'M'.
          05 WS-FREE-SW       pic X value ' '.
             88 WS-FREE-FORMAT value 'F'.
      *    One instruction, picked apart the way A-PARSE-RECORD and
      *    A-TAKE-CLICKS do it in the dial programs.
          05 LETTER           pic X value space.
             88 L-LEFT  value 'L'.
             88 L-RIGHT value 'R'.
          05 CLICKS           pic XXX value spaces.
          05 CLICKS9          pic 9(6) value ZERO.
          05 A-DIAL-X         pic X value '1'.
          05 A-DIAL-SUB       pic S9(4) comp-4 value 1.
          05 A-CLICK-POS      pic S9(4) comp-4 value 2.
          05 A-SCAN-POS       pic S9(4) comp-4 value ZERO.
          05 A-DIGIT-COUNT    pic S9(4) comp-4 value ZERO.
          05 A-REM-LEN        pic S9(4) comp-4 value ZERO.
          05 A-ANS            pic S9(8) comp-4 value ZERO.
          05 A-WORK-CLICKS    pic S9(8) comp-4 value ZERO.
          05 A-REVOLUTIONS    pic S9(8) comp-4 value ZERO.
          05 A-TRACE-ARROW    pic S9(8) comp-4 value ZERO.
          05 WS-SIM-SIZE      pic 9(6) comp-4 value 100.
          05 WS-REC-COUNT     pic S9(8) comp-4 value ZERO.
          05 WS-REJ-COUNT     pic S9(8) comp-4 value ZERO.
      *    Official answers for the replayed day, newest history row
      *    per program winning, as everywhere else.
          05 WS-OFF-A         pic S9(18) comp-4 value ZERO.
          05 WS-OFF-B         pic S9(18) comp-4 value ZERO.
          05 WS-OFF-A-SW      pic X value ' '.
             88 WS-OFF-A-FOUND value 'Y'.
          05 WS-OFF-B-SW      pic X value ' '.
             88 WS-OFF-B-FOUND value 'Y'.
          05 WS-DELTA         pic S9(18) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(7)9.
          05 WS-DSP-SIZE      pic Z(5)9.
          05 WS-DSP-ANSWER    pic Z(11)9.
          05 WS-DSP-OFFICIAL  pic -(17)9.
          05 WS-DSP-DELTA     pic -(11)9.
          05 WS-DSP-SEQ       pic 9(3).

      *    Per-dial arrows under each rule for the scenario being
      *    replayed, and where each dial stood before the replayed
      *    run's first instruction on it (trace replays only).
       01 A-DIAL-TABLE.
          05 A-DIAL-ENTRY occurs 4 times.
             10 A-ARROW       pic 9(6) comp-4.
             10 B-ARROW       pic 9(6) comp-4.
             10 WS-RUN-START  pic 9(6) comp-4.
             10 WS-START-SEEN pic X.

      *    The scenarios, CURRENT first. 20 lines from the scenario
      *    file is more than any decision meeting has asked about;
      *    a longer file is reported and truncated the same way the
      *    FILELIST 40-entry cap is.
       01 WS-SCN-MAX   pic S9(4) comp-4 value 21.
       01 WS-SCN-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-SCN-INDEX pic S9(4) comp-4 value ZERO.
       01 WS-SCN-TABLE.
          05 WS-SCN-ENTRY occurs 21 times.
             10 WN-ID         pic X(8).
             10 WN-DIAL-SIZE  pic 9(6) comp-4.
             10 WN-START-X    pic X(6).
             10 WN-LAYOUT     pic X.
             10 WN-DESC       pic X(30).
             10 WN-ANS-A      pic S9(12) comp-4.
             10 WN-ANS-B      pic S9(12) comp-4.

           copy CPYEOF.

       01 V-RECFLAG.
          05 FILLER pic X   value 'V'.
             88 V-RECORD-VALID   value 'V'.
             88 V-RECORD-INVALID value 'I'.

       01 V-TRCFLAG.
          05 FILLER pic X   value ' '.
             88 V-TRC-RUN value ' '.
             88 V-TRC-EOF value 'E'.

       01 V-HISTFLAG.
          05 FILLER pic X   value ' '.
             88 V-HIST-EOF value 'E'.

       01 V-GDGFLAG.
          05 FILLER pic X   value ' '.
             88 V-GDG-EOF value 'E'.

       01 V-AUDFLAG.
          05 FILLER pic X   value ' '.
             88 V-AUD-EOF value 'E'.

       01 V-SIMFLAG.
          05 FILLER pic X   value ' '.
             88 V-SIM-EOF value 'E'.

       01 V-CTLFLAG.
          05 FILLER pic X value ' '.
             88 V-CTL-EOF value 'E'.

       01 V-PROFFLAG.
          05 FILLER pic X value ' '.
             88 V-PROF-MATCHED value 'M'.

       procedure division.
       A-MAIN section.
           display 'AOCSIM - what-if dial simulation'
           accept WS-SYS-DATE from date yyyymmdd
           move WS-SYS-DATE to WS-RUN-DATE
           perform A-READ-CONTROL
           perform A-GET-REPLAY-SOURCE
           if WS-MAX-RC >= 8
              move WS-MAX-RC to return-code
              goback
           end-if
           perform A-CHECK-INPUT
           if WS-MAX-RC >= 8
              move WS-MAX-RC to return-code
              goback
           end-if
           if WS-FROM-TRACE
              perform A-READ-AS-RUN-SIZE
              perform A-DERIVE-RUN-START
           end-if
           perform A-READ-OFFICIAL
           perform A-LOAD-SCENARIOS
           perform varying WS-SCN-INDEX from 1 by 1
                     until WS-SCN-INDEX > WS-SCN-COUNT
              perform A-REPLAY-SCENARIO
           end-perform
           perform A-WRITE-REPORT
           move WS-MAX-RC to return-code
           goback
           .

       A-GET-REPLAY-SOURCE section.
      *    SIMGEN names a cataloged trace generation as yyyymmdd
      *    (the newest trace generation of that day) or
      *    yyyymmdd.nnn (that sequence); the replay then takes its
      *    run date from the generation. Otherwise SIMIN names a
      *    raw instruction file (default input.txt), dated by
      *    BUSDATE the way the answer programs date a rerun, else
      *    by the system date.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIMGEN'
           if WS-ENV-VALUE not = spaces
              set WS-FROM-TRACE to true
              if WS-ENV-VALUE(1:8) is not numeric
                 display 'AOCSIM - SIMGEN MUST BE YYYYMMDD OR '
                         'YYYYMMDD.NNN: ' WS-ENV-VALUE(1:12)
                 move 8 to WS-MAX-RC
              else
                 move WS-ENV-VALUE(1:8) to WS-GEN-DATE
                 move WS-GEN-DATE to WS-RUN-DATE
                 if WS-ENV-VALUE(9:1) = '.'
                       and WS-ENV-VALUE(10:3) is numeric
                    move WS-ENV-VALUE(10:3) to WS-GEN-SEQ
                 end-if
                 perform A-FIND-GENERATION
              end-if
           else
              set WS-FROM-FILE to true
              move spaces to WS-ENV-VALUE
              accept WS-ENV-VALUE from environment 'SIMIN'
              if WS-ENV-VALUE not = spaces
                 move WS-ENV-VALUE to WS-INFILE-NAME
              end-if
              move spaces to WS-ENV-VALUE
              accept WS-ENV-VALUE from environment 'BUSDATE'
              if WS-ENV-VALUE(1:8) is numeric
                 move WS-ENV-VALUE(1:8) to WS-RUN-DATE
              end-if
           end-if
           .

       A-FIND-GENERATION section.
      *    The catalog is read, never written: the trace generation
      *    asked for, or the highest sequence of that day that AOC1A
      *    wrote. Only AOC1A's trace carries each instruction's full
      *    CLICKS - AOC1B takes the whole revolutions off before it
      *    traces the line - so an AOC1B generation cannot be
      *    replayed faithfully and is never picked.
           move zero to WS-GEN-BEST
           open input GDGCAT
           if GDG-FS = '00'
              perform until V-GDG-EOF
                 read GDGCAT at end set V-GDG-EOF to true
                    not at end
                       if GD-BASE-NAME = 'trace'
                             and GD-RUN-DATE = WS-GEN-DATE
                             and GD-SEQUENCE is numeric
                             and (WS-GEN-SEQ = 0
                                  or GD-SEQUENCE = WS-GEN-SEQ)
                             and GD-SEQUENCE > WS-GEN-BEST
                          perform A-TAKE-GENERATION
                       end-if
                 end-read
              end-perform
           end-if
           close GDGCAT
           if WS-GEN-BEST = 0
              display 'AOCSIM - NO AOC1A TRACE GENERATION CATALOGED '
                      'FOR ' WS-GEN-DATE
              move 8 to WS-MAX-RC
           else
              move WS-GEN-BEST to WS-GEN-SEQ
              move WS-GEN-FILE to WS-TRCFILE-NAME
           end-if
           .

       A-TAKE-GENERATION section.
      *    A candidate counts only if its first line is AOC1A's.
           move spaces to WS-REPLAY-PGM
           move GD-FILE-NAME to WS-TRCFILE-NAME
           open input TRCFIL
           if TRC-FS = '00'
              read TRCFIL
                 not at end move TR-PROGRAM-ID to WS-REPLAY-PGM
              end-read
           end-if
           close TRCFIL
           evaluate true
              when WS-REPLAY-PGM = 'AOC1A'
                 move GD-SEQUENCE to WS-GEN-BEST
                 move GD-FILE-NAME to WS-GEN-FILE
                 move GD-RUN-ID to WS-GEN-RUN-ID
              when WS-GEN-SEQ not = 0 and WS-REPLAY-PGM not = spaces
                 display 'AOCSIM - GENERATION ' GD-SEQUENCE
                         ' IS A ' WS-REPLAY-PGM ' TRACE, ONLY AN '
                         'AOC1A TRACE CAN BE REPLAYED'
           end-evaluate
           .

       A-CHECK-INPUT section.
      *    Nothing to replay is RC 8 before any scenario is tried.
      *    A trace generation replays the lines of the AOC1A run
      *    that wrote it, named by its first line.
           if WS-FROM-TRACE
              open input TRCFIL
              if TRC-FS = '00'
                 read TRCFIL
                    at end
                       display 'AOCSIM - TRACE GENERATION IS '
                               'EMPTY: ' WS-TRCFILE-NAME(1:60)
                       move 8 to WS-MAX-RC
                    not at end
                       move TR-PROGRAM-ID to WS-REPLAY-PGM
                 end-read
              else
                 display 'AOCSIM - TRACE GENERATION NOT FOUND: '
                         WS-TRCFILE-NAME(1:60)
                 move 8 to WS-MAX-RC
              end-if
              close TRCFIL
           else
              open input INFIL
              if INPUT-FS = '00'
                 read INFIL
                    at end
                       display 'AOCSIM - EMPTY INPUT FILE: '
                               WS-INFILE-NAME(1:60)
                       move 8 to WS-MAX-RC
                 end-read
              else
                 display 'AOCSIM - INPUT FILE NOT FOUND: '
                         WS-INFILE-NAME(1:60)
                 move 8 to WS-MAX-RC
              end-if
              close INFIL
           end-if
           .

       A-READ-AS-RUN-SIZE section.
      *    The dial size the replayed run worked under is on its
      *    run-audit record (same run id as the generation); an
      *    older generation without one falls back to the control
      *    profile's size.
           move WS-DIAL-SIZE to WS-RUN-DIAL-SIZE
           open input AUDFIL
           if AUD-FS = '00'
              perform until V-AUD-EOF
                 read AUDFIL at end set V-AUD-EOF to true
                    not at end
                       if AU-RUN-ID = WS-GEN-RUN-ID
                             and AU-RUN-ID not = spaces
                             and AU-PROGRAM-ID = WS-REPLAY-PGM
                             and AU-DIAL-SIZE is numeric
                             and AU-DIAL-SIZE > 0
                          move AU-DIAL-SIZE to WS-RUN-DIAL-SIZE
                       end-if
                 end-read
              end-perform
           end-if
           close AUDFIL
           .

       A-DERIVE-RUN-START section.
      *    Each trace line shows where its dial stood after the
      *    instruction, so the first line on a dial, wound back by
      *    its own clicks, is where that dial started - the saved
      *    position the real run picked up, which the position file
      *    has long since overwritten. A dial the run never turned
      *    keeps the half-dial start.
           perform varying A-DIAL-SUB from 1 by 1
                     until A-DIAL-SUB > 4
              compute WS-RUN-START(A-DIAL-SUB) = WS-RUN-DIAL-SIZE / 2
              move space to WS-START-SEEN(A-DIAL-SUB)
           end-perform
           set V-TRC-RUN to true
           open input TRCFIL
           if TRC-FS = '00'
              perform until V-TRC-EOF
                 read TRCFIL at end set V-TRC-EOF to true
                    not at end
                       if TR-PROGRAM-ID = WS-REPLAY-PGM
                          perform A-TAKE-TRACE-LINE
                          if V-RECORD-VALID
                             and WS-START-SEEN(A-DIAL-SUB) not = 'Y'
                             perform A-TAKE-START-LINE
                          end-if
                       end-if
                 end-read
              end-perform
           end-if
           close TRCFIL
           .

       A-TAKE-START-LINE section.
           move 'Y' to WS-START-SEEN(A-DIAL-SUB)
           compute A-TRACE-ARROW = numval(TR-ARROW)
           if L-RIGHT
              compute WS-RUN-START(A-DIAL-SUB) =
                 mod(A-TRACE-ARROW - CLICKS9, WS-RUN-DIAL-SIZE)
           else
              compute WS-RUN-START(A-DIAL-SUB) =
                 mod(A-TRACE-ARROW + CLICKS9, WS-RUN-DIAL-SIZE)
           end-if
           .

       A-READ-OFFICIAL section.
      *    The official answers the scenarios are measured against:
      *    the newest AOC1A and AOC1B history rows for the replayed
      *    day. The history is opened for input only.
           open input HISTFIL
           if HIST-FS = '00'
              perform until V-HIST-EOF
                 read HISTFIL at end set V-HIST-EOF to true
                    not at end
                       if HR-RUN-DATE = WS-RUN-DATE
                          evaluate HR-PROGRAM-ID
                             when 'AOC1A'
                                perform A-TAKE-HIST-ANSWER
                                move WS-DELTA to WS-OFF-A
                                move 'Y' to WS-OFF-A-SW
                             when 'AOC1B'
                                perform A-TAKE-HIST-ANSWER
                                move WS-DELTA to WS-OFF-B
                                move 'Y' to WS-OFF-B-SW
                          end-evaluate
                       end-if
                 end-read
              end-perform
           end-if
           close HISTFIL
           if not WS-OFF-A-FOUND or not WS-OFF-B-FOUND
              display 'AOCSIM - NO OFFICIAL AOC1A/AOC1B ANSWER ON '
                      'THE RUN HISTORY FOR ' WS-RUN-DATE
              if 4 > WS-MAX-RC
                 move 4 to WS-MAX-RC
              end-if
           end-if
           .

       A-TAKE-HIST-ANSWER section.
           if HR-WIDE-ANSWER not = spaces
              compute WS-DELTA = numval(HR-WIDE-ANSWER)
           else
              compute WS-DELTA = numval(HR-FINAL-ANSWER)
           end-if
           .

       A-LOAD-SCENARIOS section.
      *    CURRENT first - the control profile's dial size, the
      *    as-run start, the input's own layout - so the page shows
      *    the replay agreeing with the official answer before any
      *    alternative is read off it. A scenario line with a bad
      *    dial size, start, or layout is refused and named, never
      *    guessed at.
           move 1 to WS-SCN-COUNT
           move 'CURRENT' to WN-ID(1)
           move WS-DIAL-SIZE to WN-DIAL-SIZE(1)
           move spaces to WN-START-X(1)
           move space to WN-LAYOUT(1)
           move 'CONTROL PROFILE AS CONFIGURED' to WN-DESC(1)
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIMCTL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SIMFILE-NAME
           end-if
           open input SIMFIL
           if SIM-FS = '00'
              perform until V-SIM-EOF
                 read SIMFIL at end set V-SIM-EOF to true
                    not at end
                       if SIM-RECORD not = spaces
                          perform A-TAKE-SCENARIO
                       end-if
                 end-read
              end-perform
           end-if
           close SIMFIL
           .

       A-TAKE-SCENARIO section.
           evaluate true
              when WS-SCN-COUNT >= WS-SCN-MAX
                 display 'AOCSIM - SCENARIO FILE EXCEEDS 20-ENTRY '
                         'CAP, IGNORED: ' SM-SCENARIO-ID
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
              when SM-DIAL-SIZE not = spaces
                    and SM-DIAL-SIZE is not numeric
                 display 'AOCSIM - SCENARIO ' SM-SCENARIO-ID
                         ' DIAL SIZE NOT NUMERIC, IGNORED'
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
              when SM-START-POS not = spaces
                    and SM-START-POS not = 'HALF'
                    and SM-START-POS is not numeric
                 display 'AOCSIM - SCENARIO ' SM-SCENARIO-ID
                         ' START MUST BE BLANK, HALF OR A '
                         'POSITION, IGNORED'
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
              when not SM-SINGLE-DIAL and not SM-MULTI-DIAL
                    and not SM-AS-INPUT
                 display 'AOCSIM - SCENARIO ' SM-SCENARIO-ID
                         ' LAYOUT MUST BE S, M OR BLANK, IGNORED'
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
              when other
                 add 1 to WS-SCN-COUNT
                 move SM-SCENARIO-ID to WN-ID(WS-SCN-COUNT)
                 if SM-DIAL-SIZE = spaces or SM-DIAL-SIZE = 0
                    move WS-DIAL-SIZE to WN-DIAL-SIZE(WS-SCN-COUNT)
                 else
                    move SM-DIAL-SIZE to WN-DIAL-SIZE(WS-SCN-COUNT)
                 end-if
                 move SM-START-POS to WN-START-X(WS-SCN-COUNT)
                 move SM-LAYOUT to WN-LAYOUT(WS-SCN-COUNT)
                 move SM-DESCRIPTION to WN-DESC(WS-SCN-COUNT)
           end-evaluate
           .

       A-REPLAY-SCENARIO section.
      *    One full pass over the instructions per scenario, with
      *    both rules turning their own copy of the dials.
           move WN-DIAL-SIZE(WS-SCN-INDEX) to WS-SIM-SIZE
           move zero to WN-ANS-A(WS-SCN-INDEX) WN-ANS-B(WS-SCN-INDEX)
           move zero to WS-REC-COUNT WS-REJ-COUNT
           perform varying A-DIAL-SUB from 1 by 1
                     until A-DIAL-SUB > 4
              evaluate true
                 when WN-START-X(WS-SCN-INDEX) = 'HALF'
                    compute A-ARROW(A-DIAL-SUB) = WS-SIM-SIZE / 2
                 when WN-START-X(WS-SCN-INDEX) is numeric
                    compute A-ARROW(A-DIAL-SUB) =
                       mod(numval(WN-START-X(WS-SCN-INDEX)),
                           WS-SIM-SIZE)
                 when WS-FROM-TRACE
                    compute A-ARROW(A-DIAL-SUB) =
                       mod(WS-RUN-START(A-DIAL-SUB), WS-SIM-SIZE)
                 when other
                    compute A-ARROW(A-DIAL-SUB) = WS-SIM-SIZE / 2
              end-evaluate
              move A-ARROW(A-DIAL-SUB) to B-ARROW(A-DIAL-SUB)
           end-perform
           if WS-FROM-TRACE
              set V-TRC-RUN to true
              open input TRCFIL
              if TRC-FS = '00'
                 perform until V-TRC-EOF
                    read TRCFIL at end set V-TRC-EOF to true
                       not at end
                          if TR-PROGRAM-ID = WS-REPLAY-PGM
                             perform A-TAKE-TRACE-LINE
                             perform A-COUNT-INSTRUCTION
                          end-if
                    end-read
                 end-perform
              end-if
              close TRCFIL
           else
              set V-INIT to true
              open input INFIL
              if INPUT-FS = '00'
                 perform until V-INPUT-EOF
                    read INFIL at end set V-INPUT-EOF to true
                       not at end
                          perform A-VALIDATE-RECORD
                          perform A-COUNT-INSTRUCTION
                    end-read
                 end-perform
              end-if
              close INFIL
           end-if
           move WN-ANS-A(WS-SCN-INDEX) to WS-DSP-ANSWER
           display 'SCENARIO ' WN-ID(WS-SCN-INDEX) ' LANDING '
                   WS-DSP-ANSWER with no advancing
           move WN-ANS-B(WS-SCN-INDEX) to WS-DSP-ANSWER
           display ' PASS-THROUGH ' WS-DSP-ANSWER
           .

       A-COUNT-INSTRUCTION section.
           if V-RECORD-VALID
              add 1 to WS-REC-COUNT
              if WN-LAYOUT(WS-SCN-INDEX) = 'S'
                 move 1 to A-DIAL-SUB
              end-if
              perform A-APPLY-LANDING
              perform A-APPLY-PASS-THROUGH
           else
              add 1 to WS-REJ-COUNT
           end-if
           .

       A-TAKE-TRACE-LINE section.
      *    A trace line is an instruction the run already accepted;
      *    its dial is TR-DIAL (1 on traces from before multi-dial
      *    support).
           set V-RECORD-VALID to true
           move TR-LETTER to LETTER
           compute CLICKS9 = numval(TR-CLICKS)
           if TR-DIAL is numeric and TR-DIAL >= 1 and TR-DIAL <= 4
              move TR-DIAL to A-DIAL-SUB
           else
              move 1 to A-DIAL-SUB
           end-if
           if not L-LEFT and not L-RIGHT
              set V-RECORD-INVALID to true
           end-if
           .

       A-APPLY-LANDING section.
      *    AOC1A's rule: a crossing is counted only when an
      *    instruction leaves the arrow on zero.
           if L-RIGHT
              compute A-ARROW(A-DIAL-SUB) =
                 mod(A-ARROW(A-DIAL-SUB) + CLICKS9, WS-SIM-SIZE)
           else
              compute A-ARROW(A-DIAL-SUB) =
                 mod(A-ARROW(A-DIAL-SUB) - CLICKS9, WS-SIM-SIZE)
           end-if
           if A-ARROW(A-DIAL-SUB) = 0
              add 1 to WN-ANS-A(WS-SCN-INDEX)
           end-if
           .

       A-APPLY-PASS-THROUGH section.
      *    AOC1B's rule: every full revolution, every pass through
      *    zero from a non-zero start, and every landing on zero.
      *    The revolutions are divided out rather than subtracted
      *    one at a time - the same count, without a million-turn
      *    loop when a scenario shrinks the dial to a handful of
      *    positions.
           compute A-REVOLUTIONS = CLICKS9 / WS-SIM-SIZE
           add A-REVOLUTIONS to WN-ANS-B(WS-SCN-INDEX)
           compute A-WORK-CLICKS = mod(CLICKS9, WS-SIM-SIZE)
           if L-RIGHT
              compute A-ANS = B-ARROW(A-DIAL-SUB) + A-WORK-CLICKS
              if A-ANS > WS-SIM-SIZE and B-ARROW(A-DIAL-SUB) not = 0
                 add 1 to WN-ANS-B(WS-SCN-INDEX)
              end-if
           else
              compute A-ANS = B-ARROW(A-DIAL-SUB) - A-WORK-CLICKS
              if A-ANS < 0 and B-ARROW(A-DIAL-SUB) not = 0
                 add 1 to WN-ANS-B(WS-SCN-INDEX)
              end-if
           end-if
           compute B-ARROW(A-DIAL-SUB) = mod(A-ANS, WS-SIM-SIZE)
           if B-ARROW(A-DIAL-SUB) = 0
              add 1 to WN-ANS-B(WS-SCN-INDEX)
           end-if
           .

       A-PARSE-RECORD section.
      *    Same field picking as the dial programs: classic input
      *    always lands on dial 1.
           if WS-MULTI-DIAL
              move INDATA(1:1) to A-DIAL-X
              move INDATA(2:1) to LETTER
              move 3 to A-CLICK-POS
           else
              move '1' to A-DIAL-X
              move INDATA(1:1) to LETTER
              move 2 to A-CLICK-POS
           end-if
           .

       A-VALIDATE-RECORD section.
      *    The dial programs' own validation, so a record they
      *    would reject is left out of every scenario as well.
           perform A-PARSE-RECORD
           set V-RECORD-VALID to true
           evaluate true
              when A-DIAL-X < '1' or A-DIAL-X > '4'
                 set V-RECORD-INVALID to true
              when not L-LEFT and not L-RIGHT
                 set V-RECORD-INVALID to true
              when other
                 compute A-DIAL-SUB = numval(A-DIAL-X)
                 perform A-TAKE-CLICKS
           end-evaluate
           .

       A-TAKE-CLICKS section.
           if WS-FREE-FORMAT
              perform A-SCAN-CLICKS
           else
              move INDATA(A-CLICK-POS:3) to CLICKS
              if CLICKS is numeric
                 move CLICKS to CLICKS9
              else
                 set V-RECORD-INVALID to true
              end-if
           end-if
           .

       A-SCAN-CLICKS section.
           move zero to A-DIGIT-COUNT
           perform varying A-SCAN-POS from A-CLICK-POS by 1
                     until A-SCAN-POS > 8
                        or INDATA(A-SCAN-POS:1) < '0'
                        or INDATA(A-SCAN-POS:1) > '9'
              add 1 to A-DIGIT-COUNT
           end-perform
           compute A-REM-LEN = 8 - A-SCAN-POS + 1
           evaluate true
              when A-DIGIT-COUNT < 1 or A-DIGIT-COUNT > 6
                 set V-RECORD-INVALID to true
              when A-REM-LEN > 0
                    and INDATA(A-SCAN-POS:A-REM-LEN) not = spaces
                 set V-RECORD-INVALID to true
              when other
                 compute CLICKS9 =
                    numval(INDATA(A-CLICK-POS:A-DIGIT-COUNT))
           end-evaluate
           .

       A-WRITE-REPORT section.
      *    The side-by-side page: what was replayed, the official
      *    answers, then one line per scenario with each rule's
      *    answer and its difference from the official one.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIMRPT'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-PRTFILE-NAME
           end-if
           open output PRTFIL
           if PRT-FS = '00' or PRT-FS = '05'
              perform A-WRITE-REPORT-HEAD
              perform varying WS-SCN-INDEX from 1 by 1
                        until WS-SCN-INDEX > WS-SCN-COUNT
                 perform A-WRITE-SCENARIO-LINE
              end-perform
           end-if
           close PRTFIL
           .

       A-WRITE-REPORT-HEAD section.
           move spaces to PRT-LINE
           string 'AOCSIM - WHAT-IF DIAL SIMULATION' delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string '(SIMULATION ONLY - NO HISTORY, MASTER, POSITION '
                  delimited by size
                  'OR CATALOG RECORD WRITTEN)' delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'RUN DATE ..........: ' delimited by size
                  WS-RUN-DATE delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           if WS-FROM-TRACE
              move WS-GEN-SEQ to WS-DSP-SEQ
              string 'REPLAYED ..........: TRACE GENERATION G'
                     delimited by size
                     WS-DSP-SEQ delimited by size
                     ' (' delimited by size
                     WS-REPLAY-PGM delimited by space
                     ') ' delimited by size
                     WS-TRCFILE-NAME delimited by space
                     into PRT-LINE
              write PRT-LINE
              move WS-RUN-DIAL-SIZE to WS-DSP-SIZE
              move spaces to PRT-LINE
              string 'AS-RUN DIAL SIZE ..: ' delimited by size
                     WS-DSP-SIZE delimited by size
                     into PRT-LINE
           else
              string 'REPLAYED ..........: INSTRUCTION FILE '
                     delimited by size
                     WS-INFILE-NAME delimited by space
                     into PRT-LINE
           end-if
           write PRT-LINE
           move WS-REC-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'INSTRUCTIONS ......: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move WS-REJ-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'REJECTED ..........: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           if WS-OFF-A-FOUND
              move WS-OFF-A to WS-DSP-OFFICIAL
              string 'OFFICIAL AOC1A ....: ' delimited by size
                     WS-DSP-OFFICIAL delimited by size
                     into PRT-LINE
           else
              string 'OFFICIAL AOC1A ....: NOT ON RUN HISTORY'
                     delimited by size into PRT-LINE
           end-if
           write PRT-LINE
           move spaces to PRT-LINE
           if WS-OFF-B-FOUND
              move WS-OFF-B to WS-DSP-OFFICIAL
              string 'OFFICIAL AOC1B ....: ' delimited by size
                     WS-DSP-OFFICIAL delimited by size
                     into PRT-LINE
           else
              string 'OFFICIAL AOC1B ....: NOT ON RUN HISTORY'
                     delimited by size into PRT-LINE
           end-if
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           move 'LANDING RULE (AOC1A)' to PRT-LINE(38:20)
           move 'PASS-THROUGH (AOC1B)' to PRT-LINE(65:20)
           write PRT-LINE
           move spaces to PRT-LINE
           move 'SCENARIO  DIAL SIZE  START   LAYOUT' to PRT-LINE
           move 'ANSWER' to PRT-LINE(44:6)
           move 'VS OFFICIAL' to PRT-LINE(52:11)
           move 'ANSWER' to PRT-LINE(71:6)
           move 'VS OFFICIAL' to PRT-LINE(79:11)
           move 'DESCRIPTION' to PRT-LINE(92:11)
           write PRT-LINE
           move spaces to PRT-LINE
           move '--------  ---------  ------  ------' to PRT-LINE
           move '------------ ------------' to PRT-LINE(38:25)
           move '------------ ------------' to PRT-LINE(65:25)
           move all '-' to PRT-LINE(92:30)
           write PRT-LINE
           .

       A-WRITE-SCENARIO-LINE section.
           move spaces to PRT-LINE
           move WN-ID(WS-SCN-INDEX) to PRT-LINE(1:8)
           move WN-DIAL-SIZE(WS-SCN-INDEX) to WS-DSP-SIZE
           move WS-DSP-SIZE to PRT-LINE(14:6)
           evaluate true
              when WN-START-X(WS-SCN-INDEX) not = spaces
                 move WN-START-X(WS-SCN-INDEX) to PRT-LINE(22:6)
              when WS-FROM-TRACE
                 move 'AS RUN' to PRT-LINE(22:6)
              when other
                 move 'HALF' to PRT-LINE(22:6)
           end-evaluate
           evaluate WN-LAYOUT(WS-SCN-INDEX)
              when 'S' move 'SINGLE' to PRT-LINE(30:6)
              when 'M' move 'MULTI' to PRT-LINE(30:6)
              when other move 'INPUT' to PRT-LINE(30:6)
           end-evaluate
           move WN-ANS-A(WS-SCN-INDEX) to WS-DSP-ANSWER
           move WS-DSP-ANSWER to PRT-LINE(38:12)
           if WS-OFF-A-FOUND
              compute WS-DELTA = WN-ANS-A(WS-SCN-INDEX) - WS-OFF-A
              move WS-DELTA to WS-DSP-DELTA
              move WS-DSP-DELTA to PRT-LINE(51:12)
           end-if
           move WN-ANS-B(WS-SCN-INDEX) to WS-DSP-ANSWER
           move WS-DSP-ANSWER to PRT-LINE(65:12)
           if WS-OFF-B-FOUND
              compute WS-DELTA = WN-ANS-B(WS-SCN-INDEX) - WS-OFF-B
              move WS-DELTA to WS-DSP-DELTA
              move WS-DSP-DELTA to PRT-LINE(78:12)
           end-if
           move WN-DESC(WS-SCN-INDEX) to PRT-LINE(92:30)
           write PRT-LINE
           .

       A-READ-CONTROL section.
      *    The control profile for the feed (SRCSYS override, else
      *    the edit gate's record), the default profile covering a
      *    feed without its own - the same choice the dial programs
      *    make, read only for the CURRENT scenario and the raw
      *    input's layout.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SRCSYS'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SOURCE-SYSTEM
           else
              open input GATEFIL
              if GATE-FS = '00'
                 read GATEFIL
                 if GATE-FS = '00'
                    move EC-SOURCE-SYSTEM to WS-SOURCE-SYSTEM
                 end-if
              end-if
              close GATEFIL
           end-if
           open input CTLFIL
           if CTL-FS = '00'
              perform until V-CTL-EOF
                 read CTLFIL at end set V-CTL-EOF to true
                    not at end
                       evaluate true
                          when WS-SOURCE-SYSTEM not = spaces
                                and CTL-SOURCE-SYSTEM =
                                    WS-SOURCE-SYSTEM
                                and not V-PROF-MATCHED
                             set V-PROF-MATCHED to true
                             perform A-APPLY-CONTROL-FIELDS
                          when CTL-SOURCE-SYSTEM = spaces
                                and not V-PROF-MATCHED
                             perform A-APPLY-CONTROL-FIELDS
                       end-evaluate
                 end-read
              end-perform
           end-if
           close CTLFIL
           .

       A-APPLY-CONTROL-FIELDS section.
           if CTL-DIAL-SIZE is numeric and CTL-DIAL-SIZE > 0
              move CTL-DIAL-SIZE to WS-DIAL-SIZE
           end-if
           if CTL-MULTI-MODE
              move 'M' to WS-MULTI-SW
           end-if
           if CTL-FREE-MODE
              move 'F' to WS-FREE-SW
           end-if
           .
