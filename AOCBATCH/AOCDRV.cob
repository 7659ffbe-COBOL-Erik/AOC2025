      *    Batch driver: runs the day's AOC-day programs in one pass
      *    and prints a single consolidated summary, instead of an
      *    operator invoking each one by hand and screen-scraping the
      *    job log for three separate DISPLAY lines. The job stream
      *    itself - which programs, in what order, against which
      *    input, and under what conditions on the earlier steps'
      *    return codes - is read from the step definition file
      *    (CPYSTD), so the edit gate, the cross-checks and the
      *    reconciliations run in the same pass as the answer
      *    programs instead of as separately sequenced scheduler
      *    jobs, and a new step is a new definition line.

       environment division.
       configuration section.
           organization is line sequential
           file status is CHK-FS.

           select optional STEPFIL assign to dynamic WS-STEPFILE-NAME
           organization is line sequential
           file status is STEP-FS.

           select optional CRTFIL assign to dynamic WS-CRTFILE-NAME
           organization is line sequential
           file status is CRT-FS.

           select optional PCHFIL assign to dynamic WS-PCHFILE-NAME
           organization is line sequential
           file status is PCH-FS.

       data division.
       file section.
       FD  AUDFIL.
           05 DC-LEG-NAME      pic X(8).
           05 FILLER           pic X.
           05 DC-INPUT-FILE    pic X(100).
      *    The completed leg's outcome, so a rerun still knows the
      *    return code, record count and answer of a leg it skips -
      *    the later steps' conditions and the reconciliations
      *    depend on them; appended last so readers of the earlier
      *    columns keep working.
           05 FILLER           pic X.
           05 DC-RETURN-CODE   pic 9(4).
           05 FILLER           pic X.
           05 DC-RECORD-COUNT  pic 9(6).
           05 FILLER           pic X.
           05 DC-FINAL-ANSWER  pic -(17)9.

       FD  STEPFIL.
           copy CPYSTD.

       FD  CRTFIL.
           copy CPYCRT.

       FD  PCHFIL.
           copy CPYPCH.

       working-storage section.
       01 AUD-FS                  pic XX.
          05 FILLER               pic 99.
       01 WS-ELAPSED-SEC          pic S9(8) comp-4 value ZERO.
       01 WS-SUMMARY-LINE.
          05 WS-SUM-STEP-NAME    pic X(8).
          05 FILLER              pic X(2) value spaces.
          05 WS-SUM-PROGRAM-ID   pic X(8).
          05 FILLER              pic X(2) value spaces.
          05 WS-SUM-STATUS       pic X(20).
          05 FILLER              pic X(2) value spaces.
          05 WS-SUM-RC           pic X(4).
          05 FILLER              pic X(2) value spaces.
          05 WS-SUM-RECORD-COUNT pic X(7).
          05 FILLER              pic X(2) value spaces.
          05 WS-SUM-FINAL-ANSWER pic X(18).
          05 FILLER              pic X(2) value spaces.
          05 WS-SUM-REASON       pic X(16).
       01 WS-DSP-RC               pic ZZZ9.
       01 WS-DSP-COUNT            pic ZZZ,ZZ9.
       01 WS-DSP-ANSWER           pic -(17)9.
       01 WS-DSP-LINE             pic ZZ9.
       01 WS-DSP-COND-RC          pic 99.
       01 WS-DRV-MAX-RC           pic S9(4) comp-4 value ZERO.
      *    AOC1A/AOC1B share one LETTER+CLICKS input, same as the
      *    reconciliation check assumes; AOC3A reads a differently
      *    repointed when operations override it explicitly.
       01 WS-AOC2-INFILE          pic X(100) value 'input.txt'.
       01 WS-AOC3-INFILE          pic X(100) value 'input3.txt'.
      *    The raw framed transmission the edit gate verifies and
      *    strips into the AOC1 input.
       01 WS-TRANS-INFILE         pic X(100) value 'transmit.txt'.
       01 WS-ENV-VALUE            pic X(100).
       01 LCK-FS                  pic XX.
       01 WS-LCKFILE-NAME         pic X(100) value 'aocrun.lck'.
          88 WS-LOCK-TAKEN        value 'T'.
       01 CHK-FS                  pic XX.
       01 WS-CHKFILE-NAME         pic X(100) value 'aocdrv.chk'.
       01 STEP-FS                 pic XX.
       01 WS-STEPFILE-NAME        pic X(100) value 'aocstep.ctl'.
       01 WS-LEG-SUB              pic S9(4) comp-4 value ZERO.
       01 WS-REF-SUB              pic S9(4) comp-4 value ZERO.
       01 WS-COND-SUB             pic S9(4) comp-4 value ZERO.
       01 WS-RSLT-SUB             pic S9(4) comp-4 value ZERO.
       01 WS-LINE-NUMBER          pic S9(4) comp-4 value ZERO.
       01 WS-DONE-COUNT           pic S9(4) comp-4 value ZERO.
       01 WS-INPUT-COUNT          pic S9(4) comp-4 value ZERO.
       01 WS-STEP-RC              pic S9(4) comp-4 value ZERO.
       01 WS-STOP-REASON          pic X(16) value spaces.
       01 CRT-FS                  pic XX.
       01 WS-CRTFILE-NAME         pic X(100) value 'aoccert.log'.
       01 PCH-FS                  pic XX.
       01 WS-PCHFILE-NAME         pic X(100) value 'parmhist.txt'.
       01 WS-CERT-DATE            pic 9(8) value ZERO.
       01 WS-CERT-TIME            pic 9(8) value ZERO.
       01 WS-CERT-RESULT          pic X(4) value spaces.
       01 WS-PARM-DATE            pic 9(8) value ZERO.
       01 WS-PARM-TIME            pic 9(8) value ZERO.
      *    The batch's steps in execution order, as the step
      *    definition file lists them, each with the input it is
      *    accountable for, its conditions, whether this date's
      *    checkpoint already shows it complete, and how it fared
      *    in this pass.
       01 WS-STEP-MAX             pic S9(4) comp-4 value 30.
       01 WS-STEP-COUNT           pic S9(4) comp-4 value ZERO.
       01 WS-LEG-TABLE.
          05 WS-LEG-ENTRY occurs 30 times.
             10 WL-LEG-NAME       pic X(8).
             10 WL-PROGRAM-ID     pic X(8).
             10 WL-LEG-GROUP      pic X(8).
             10 WL-INPUT-DD       pic X(8).
             10 WL-LEG-INPUT      pic X(100).
             10 WL-COND-ENTRY occurs 2 times.
                15 WL-COND-REF    pic X(8).
                15 WL-COND-OP     pic X(2).
                15 WL-COND-RC     pic S9(4) comp-4.
                15 WL-COND-ACTION pic X(4).
             10 WL-DONE-SW        pic X.
                88 WL-DONE        value 'Y'.
             10 WL-STATUS-SW      pic X.
                88 WL-RUN         value 'R'.
                88 WL-SKIP-COND   value 'C'.
                88 WL-SKIP-RESTART value 'K'.
             10 WL-RESULT-SW      pic X.
                88 WL-HAS-RESULT  value 'Y'.
             10 WL-RETURN-CODE    pic S9(4) comp-4.
             10 WL-RECORD-COUNT   pic S9(6) comp-4.
             10 WL-FINAL-ANSWER   pic S9(18) comp-4.
             10 WL-SKIP-REASON    pic X(16).

       01 V-CHKFLAG.
          05 FILLER pic X value ' '.
             88 V-CHK-EOF value 'E'.

       01 V-STEPFLAG.
          05 FILLER pic X value ' '.
             88 V-STEP-EOF value 'E'.

       01 V-STEPDEFFLAG.
          05 FILLER pic X value ' '.
             88 V-STEP-DEF-BAD value 'B'.

       01 V-CRTFLAG.
          05 FILLER pic X value ' '.
             88 V-CRT-EOF value 'E'.

       01 V-PCHFLAG.
          05 FILLER pic X value ' '.
             88 V-PCH-EOF value 'E'.

       01 V-CERTFLAG.
          05 FILLER pic X value ' '.
             88 V-CERT-REFUSED value 'R'.

       01 V-STOPFLAG.
          05 FILLER pic X value ' '.
             88 V-STREAM-STOPPED value 'S'.

       01 V-CONDFLAG.
          05 FILLER pic X value ' '.
             88 V-COND-FALSE value ' '.
             88 V-COND-TRUE  value 'T'.

           copy CPYRSLT.

           copy CPYSTP.

       procedure division.
       A-MAIN section.
           display 'AOCDRV - consolidated AOC batch run'
              move WS-ENV-VALUE(1:8) to WS-RUN-DATE
           end-if
           perform A-GET-DRIVER-INFILES
           perform A-CHECK-CERTIFICATION
           perform A-TAKE-RUN-LOCK
           perform A-INIT-LEG-TABLE
           if V-STEP-DEF-BAD
              display 'AOCDRV - STEP DEFINITION FILE IN ERROR, '
                      'RUN REFUSED: ' WS-STEPFILE-NAME(1:40)
              perform A-FREE-RUN-LOCK
              move 16 to return-code
              goback
           end-if
           move zero to WT-RESULT-COUNT
           perform A-READ-LEG-CHECKPOINT
      *    Marks the run unit's environment so a reconciliation
      *    step takes its legs' results from the step result table
      *    instead of CALLing the legs again, the same way the run
      *    lock is marked as the driver's own.
           display 'AOCSTEPRUN' upon environment-name
           display 'Y' upon environment-value

           perform varying WS-LEG-SUB from 1 by 1
                     until WS-LEG-SUB > WS-STEP-COUNT
              evaluate true
                 when V-STREAM-STOPPED
                    set WL-SKIP-COND(WS-LEG-SUB) to true
                    move WS-STOP-REASON to WL-SKIP-REASON(WS-LEG-SUB)
                 when WL-DONE(WS-LEG-SUB)
                    perform A-SKIP-LEG
                 when other
                    perform A-TEST-CONDITIONS
                    if not WL-SKIP-COND(WS-LEG-SUB)
                       perform A-RUN-STEP
                    end-if
              end-evaluate
           end-perform

           if WS-DONE-COUNT >= WS-STEP-COUNT
              perform A-CLEAR-LEG-CHECKPOINT
           end-if
           perform A-DISPLAY-SUMMARY
           perform A-WRITE-AUDIT
           perform A-FREE-RUN-LOCK
           move WS-DRV-MAX-RC to return-code
           goback
           .

       A-CHECK-CERTIFICATION section.
      *    Production runs only on parameters and programs the
      *    golden-answer library has certified (AOCCERT): the last
      *    certification must have passed and must be no older
      *    than the latest control change on the parameter history.
      *    No certification at all proves nothing and is refused
      *    the same way. Refused RC 8, before the lock is taken,
      *    so nothing is touched; CERTLOG repoints the log as it
      *    does for AOCCERT.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CERTLOG'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-CRTFILE-NAME
           end-if
           open input CRTFIL
           if CRT-FS = '00'
              read CRTFIL at end set V-CRT-EOF to true end-read
              perform until V-CRT-EOF
                 if CT-CERT-DATE is numeric
                       and CT-CERT-TIME is numeric
                    move CT-CERT-DATE to WS-CERT-DATE
                    move CT-CERT-TIME to WS-CERT-TIME
                    move CT-RESULT to WS-CERT-RESULT
                 end-if
                 read CRTFIL at end set V-CRT-EOF to true end-read
              end-perform
           end-if
           close CRTFIL
           open input PCHFIL
           if PCH-FS = '00'
              read PCHFIL at end set V-PCH-EOF to true end-read
              perform until V-PCH-EOF
                 if PC-CHANGE-DATE is numeric
                       and PC-CHANGE-TIME is numeric
                    if PC-CHANGE-DATE > WS-PARM-DATE
                          or (PC-CHANGE-DATE = WS-PARM-DATE
                              and PC-CHANGE-TIME > WS-PARM-TIME)
                       move PC-CHANGE-DATE to WS-PARM-DATE
                       move PC-CHANGE-TIME to WS-PARM-TIME
                    end-if
                 end-if
                 read PCHFIL at end set V-PCH-EOF to true end-read
              end-perform
           end-if
           close PCHFIL
           evaluate true
              when WS-CERT-DATE = 0
                 display 'AOCDRV - NO GOLDEN-ANSWER CERTIFICATION ON '
                         WS-CRTFILE-NAME(1:40) ', RUN REFUSED'
                 set V-CERT-REFUSED to true
              when WS-CERT-RESULT not = 'PASS'
                 display 'AOCDRV - LAST CERTIFICATION OF '
                         WS-CERT-DATE ' ' WS-CERT-TIME(1:6)
                         ' FAILED, RUN REFUSED'
                 set V-CERT-REFUSED to true
              when WS-PARM-DATE > WS-CERT-DATE
                    or (WS-PARM-DATE = WS-CERT-DATE
                        and WS-PARM-TIME > WS-CERT-TIME)
                 display 'AOCDRV - PARAMETERS CHANGED ' WS-PARM-DATE
                         ' ' WS-PARM-TIME(1:6) ' AFTER LAST '
                         'CERTIFICATION OF ' WS-CERT-DATE ' '
                         WS-CERT-TIME(1:6) ', RUN REFUSED'
                 set V-CERT-REFUSED to true
              when other
                 display 'AOCDRV - CERTIFIED ' WS-CERT-DATE ' '
                         WS-CERT-TIME(1:6)
           end-evaluate
           if V-CERT-REFUSED
              display 'AOCDRV - RUN AOCCERT AND RESOLVE ANY FAILED '
                      'CASE BEFORE STARTING PRODUCTION'
              move 8 to return-code
              goback
           end-if
           .

       A-TAKE-RUN-LOCK section.
      *    The driver holds the active-run lock for the whole
      *    consolidated batch, and marks the run unit's
           .

       A-INIT-LEG-TABLE section.
      *    The steps in execution order, each with the input it is
      *    accountable for - the pair a completion record must
      *    match before a rerun may skip the step. STEPFIL
      *    repoints the definition file. Without one the driver
      *    runs the classic five legs it has always run, so an
      *    installation that has not yet written its definitions
      *    sees no change; a definition file that is present but
      *    wrong refuses the run rather than running part of it.
           move zero to WS-STEP-COUNT WS-DONE-COUNT
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'STEPFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-STEPFILE-NAME
           end-if
           open input STEPFIL
           if STEP-FS = '00'
              perform A-LOAD-STEP-DEFINITIONS
              close STEPFIL
           else
              close STEPFIL
              perform A-LOAD-CLASSIC-STREAM
           end-if
           if WS-STEP-COUNT = 0 and not V-STEP-DEF-BAD
              display 'AOCDRV - STEP DEFINITION FILE LISTS NO STEPS'
              set V-STEP-DEF-BAD to true
           end-if
           .

       A-LOAD-STEP-DEFINITIONS section.
           move zero to WS-LINE-NUMBER
           read STEPFIL at end set V-STEP-EOF to true end-read
           perform until V-STEP-EOF
              add 1 to WS-LINE-NUMBER
              if STD-RECORD not = spaces
                    and SD-STEP-NAME(1:1) not = '*'
                 perform A-TAKE-STEP-DEFINITION
              end-if
              read STEPFIL at end set V-STEP-EOF to true end-read
           end-perform
           .

       A-TAKE-STEP-DEFINITION section.
      *    A step without its own name is known by its program.
      *    Names must be unique - the checkpoint and the
      *    conditions find steps by name.
           if WS-STEP-COUNT >= WS-STEP-MAX
              move WS-LINE-NUMBER to WS-DSP-LINE
              display 'AOCDRV - STEP DEFINITION LINE ' WS-DSP-LINE
                      ': MORE THAN 30 STEPS'
              set V-STEP-DEF-BAD to true
           else
              add 1 to WS-STEP-COUNT
              move WS-STEP-COUNT to WS-LEG-SUB
              move SD-STEP-NAME to WL-LEG-NAME(WS-LEG-SUB)
              if SD-STEP-NAME = spaces
                 move SD-PROGRAM-ID to WL-LEG-NAME(WS-LEG-SUB)
              end-if
              move SD-PROGRAM-ID to WL-PROGRAM-ID(WS-LEG-SUB)
              move SD-STEP-GROUP to WL-LEG-GROUP(WS-LEG-SUB)
              move SD-INPUT-DD to WL-INPUT-DD(WS-LEG-SUB)
              perform A-RESOLVE-STEP-INPUT
              perform varying WS-COND-SUB from 1 by 1
                        until WS-COND-SUB > 2
                 perform A-TAKE-STEP-CONDITION
              end-perform
              if SD-PROGRAM-ID = spaces
                 move WS-LINE-NUMBER to WS-DSP-LINE
                 display 'AOCDRV - STEP DEFINITION LINE '
                         WS-DSP-LINE ': NO PROGRAM NAMED'
                 set V-STEP-DEF-BAD to true
              end-if
              perform varying WS-REF-SUB from 1 by 1
                        until WS-REF-SUB >= WS-LEG-SUB
                 if WL-LEG-NAME(WS-REF-SUB) = WL-LEG-NAME(WS-LEG-SUB)
                    move WS-LINE-NUMBER to WS-DSP-LINE
                    display 'AOCDRV - STEP DEFINITION LINE '
                            WS-DSP-LINE ': STEP NAME '
                            WL-LEG-NAME(WS-LEG-SUB) ' REPEATED'
                    set V-STEP-DEF-BAD to true
                 end-if
              end-perform
              move space to WL-DONE-SW(WS-LEG-SUB)
              move space to WL-STATUS-SW(WS-LEG-SUB)
              move space to WL-RESULT-SW(WS-LEG-SUB)
              move spaces to WL-SKIP-REASON(WS-LEG-SUB)
           end-if
           .

       A-RESOLVE-STEP-INPUT section.
      *    A symbolic input follows the driver's own overrides, so
      *    AOC1_INFIL still repoints every step fed from the AOC1
      *    input in one place.
           if SD-INPUT-FILE(1:1) = '&'
              evaluate SD-INPUT-FILE
                 when '&TRANS'
                    move WS-TRANS-INFILE to WL-LEG-INPUT(WS-LEG-SUB)
                 when '&AOC1'
                    move WS-AOC1-INFILE to WL-LEG-INPUT(WS-LEG-SUB)
                 when '&AOC2'
                    move WS-AOC2-INFILE to WL-LEG-INPUT(WS-LEG-SUB)
                 when '&AOC3'
                    move WS-AOC3-INFILE to WL-LEG-INPUT(WS-LEG-SUB)
                 when other
                    move WS-LINE-NUMBER to WS-DSP-LINE
                    display 'AOCDRV - STEP DEFINITION LINE '
                            WS-DSP-LINE ': UNKNOWN SYMBOLIC INPUT '
                            SD-INPUT-FILE(1:20)
                    set V-STEP-DEF-BAD to true
              end-evaluate
           else
              move SD-INPUT-FILE to WL-LEG-INPUT(WS-LEG-SUB)
           end-if
           if WL-LEG-INPUT(WS-LEG-SUB) not = spaces
                 and SD-INPUT-DD = spaces
              move WS-LINE-NUMBER to WS-DSP-LINE
              display 'AOCDRV - STEP DEFINITION LINE ' WS-DSP-LINE
                      ': INPUT GIVEN WITHOUT A DD NAME'
              set V-STEP-DEF-BAD to true
           end-if
           .

       A-TAKE-STEP-CONDITION section.
           move SD-COND-REF(WS-COND-SUB)
             to WL-COND-REF(WS-LEG-SUB, WS-COND-SUB)
           move SD-COND-OP(WS-COND-SUB)
             to WL-COND-OP(WS-LEG-SUB, WS-COND-SUB)
           move SD-COND-ACTION(WS-COND-SUB)
             to WL-COND-ACTION(WS-LEG-SUB, WS-COND-SUB)
           move zero to WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
           if SD-COND-REF(WS-COND-SUB) not = spaces
              if SD-COND-RC(WS-COND-SUB) is numeric
                 move SD-COND-RC(WS-COND-SUB)
                   to WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
              end-if
              if SD-COND-RC(WS-COND-SUB) is not numeric
                    or (SD-COND-OP(WS-COND-SUB) not = 'GE'
                    and SD-COND-OP(WS-COND-SUB) not = 'GT'
                    and SD-COND-OP(WS-COND-SUB) not = 'EQ'
                    and SD-COND-OP(WS-COND-SUB) not = 'NE'
                    and SD-COND-OP(WS-COND-SUB) not = 'LE'
                    and SD-COND-OP(WS-COND-SUB) not = 'LT')
                    or (not SD-COND-SKIP(WS-COND-SUB)
                    and not SD-COND-STOP(WS-COND-SUB))
                 move WS-LINE-NUMBER to WS-DSP-LINE
                 display 'AOCDRV - STEP DEFINITION LINE '
                         WS-DSP-LINE ': CONDITION '
                         SD-COND-REF(WS-COND-SUB) ' '
                         SD-COND-OP(WS-COND-SUB) ' '
                         SD-COND-RC(WS-COND-SUB) ' '
                         SD-COND-ACTION(WS-COND-SUB) ' NOT VALID'
                 set V-STEP-DEF-BAD to true
              end-if
           end-if
           .

       A-LOAD-CLASSIC-STREAM section.
      *    The five legs the driver ran before the job stream was
      *    defined in a file: the three answer programs and the
      *    dial cross-check, then the interface extract, which
      *    works off the history file, not an input of its own.
           display 'AOCDRV - NO STEP DEFINITION FILE, CLASSIC '
                   'FIVE-LEG STREAM RUN'
           move 5 to WS-STEP-COUNT
           move 'AOC1A' to WL-LEG-NAME(1)
           move WS-AOC1-INFILE to WL-LEG-INPUT(1)
           move 'AOC1B' to WL-LEG-NAME(2)
           move spaces to WL-LEG-INPUT(5)
           perform varying WS-LEG-SUB from 1 by 1
                     until WS-LEG-SUB > 5
              move WL-LEG-NAME(WS-LEG-SUB)
                to WL-PROGRAM-ID(WS-LEG-SUB)
              move spaces to WL-LEG-GROUP(WS-LEG-SUB)
              move 'INFIL' to WL-INPUT-DD(WS-LEG-SUB)
              perform varying WS-COND-SUB from 1 by 1
                        until WS-COND-SUB > 2
                 move spaces to WL-COND-REF(WS-LEG-SUB, WS-COND-SUB)
                                WL-COND-OP(WS-LEG-SUB, WS-COND-SUB)
                            WL-COND-ACTION(WS-LEG-SUB, WS-COND-SUB)
                 move zero to WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
              end-perform
              move space to WL-DONE-SW(WS-LEG-SUB)
              move space to WL-STATUS-SW(WS-LEG-SUB)
              move space to WL-RESULT-SW(WS-LEG-SUB)
              move spaces to WL-SKIP-REASON(WS-LEG-SUB)
           end-perform
           move spaces to WL-INPUT-DD(5)
           .

       A-READ-LEG-CHECKPOINT section.
                 perform until V-CHK-EOF
                    if DC-RUN-DATE = WS-RUN-DATE
                       perform varying WS-LEG-SUB from 1 by 1
                                 until WS-LEG-SUB > WS-STEP-COUNT
                          if DC-LEG-NAME
                                = WL-LEG-NAME(WS-LEG-SUB)
                                and DC-INPUT-FILE
                                    = WL-LEG-INPUT(WS-LEG-SUB)
                                and not WL-DONE(WS-LEG-SUB)
                             perform A-TAKE-CHECKPOINT-RESULT
                          end-if
                       end-perform
                    end-if
           end-if
           .

       A-TAKE-CHECKPOINT-RESULT section.
      *    A record written before the outcome columns existed
      *    reads as a clean, result-less completion.
           set WL-DONE(WS-LEG-SUB) to true
           add 1 to WS-DONE-COUNT
           move zero to WL-RETURN-CODE(WS-LEG-SUB)
                        WL-RECORD-COUNT(WS-LEG-SUB)
                        WL-FINAL-ANSWER(WS-LEG-SUB)
           if DC-RETURN-CODE is numeric
              move DC-RETURN-CODE to WL-RETURN-CODE(WS-LEG-SUB)
           end-if
           if DC-RECORD-COUNT is numeric
              move DC-RECORD-COUNT to WL-RECORD-COUNT(WS-LEG-SUB)
              compute WL-FINAL-ANSWER(WS-LEG-SUB) =
                 numval(DC-FINAL-ANSWER)
              set WL-HAS-RESULT(WS-LEG-SUB) to true
           end-if
           perform A-POST-STEP-RESULT
           .

       A-SKIP-LEG section.
           set WL-SKIP-RESTART(WS-LEG-SUB) to true
           display 'AOCDRV - ' WL-LEG-NAME(WS-LEG-SUB)
                   ' ALREADY COMPLETED FOR THIS DATE AND INPUT, '
                   'LEG SKIPPED'
           .

       A-TEST-CONDITIONS section.
      *    SKIP bypasses this step only; STOP also bypasses every
      *    step after it, which are shown skipped by the same
      *    condition.
           perform varying WS-COND-SUB from 1 by 1
                     until WS-COND-SUB > 2
                        or WL-SKIP-COND(WS-LEG-SUB)
              if WL-COND-REF(WS-LEG-SUB, WS-COND-SUB) not = spaces
                 perform A-TEST-ONE-CONDITION
                 if V-COND-TRUE
                    set WL-SKIP-COND(WS-LEG-SUB) to true
                    move spaces to WL-SKIP-REASON(WS-LEG-SUB)
                    move WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                      to WS-DSP-COND-RC
                    string WL-COND-REF(WS-LEG-SUB, WS-COND-SUB)
                              delimited by space
                           ' ' delimited by size
                           WL-COND-OP(WS-LEG-SUB, WS-COND-SUB)
                              delimited by size
                           ' ' delimited by size
                           WS-DSP-COND-RC delimited by size
                           ' ' delimited by size
                           WL-COND-ACTION(WS-LEG-SUB, WS-COND-SUB)
                              delimited by size
                           into WL-SKIP-REASON(WS-LEG-SUB)
                    display 'AOCDRV - ' WL-LEG-NAME(WS-LEG-SUB)
                            ' SKIPPED BY CONDITION '
                            WL-SKIP-REASON(WS-LEG-SUB)
                    if WL-COND-ACTION(WS-LEG-SUB, WS-COND-SUB)
                          = 'STOP'
                       set V-STREAM-STOPPED to true
                       move WL-SKIP-REASON(WS-LEG-SUB)
                         to WS-STOP-REASON
                       display 'AOCDRV - JOB STREAM STOPPED, '
                               'REMAINING STEPS NOT RUN'
                    end-if
                 end-if
              end-if
           end-perform
           .

       A-TEST-ONE-CONDITION section.
      *    True when any earlier step of that name or group has a
      *    return code comparing as stated; a step that never ran
      *    in this pass or an earlier one has none.
           set V-COND-FALSE to true
           perform varying WS-REF-SUB from 1 by 1
                     until WS-REF-SUB >= WS-LEG-SUB
              if (WL-LEG-NAME(WS-REF-SUB)
                       = WL-COND-REF(WS-LEG-SUB, WS-COND-SUB)
                    or WL-LEG-GROUP(WS-REF-SUB)
                       = WL-COND-REF(WS-LEG-SUB, WS-COND-SUB))
                    and (WL-RUN(WS-REF-SUB) or WL-DONE(WS-REF-SUB))
                 evaluate WL-COND-OP(WS-LEG-SUB, WS-COND-SUB)
                    when 'GE'
                       if WL-RETURN-CODE(WS-REF-SUB)
                             >= WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                          set V-COND-TRUE to true
                       end-if
                    when 'GT'
                       if WL-RETURN-CODE(WS-REF-SUB)
                             > WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                          set V-COND-TRUE to true
                       end-if
                    when 'EQ'
                       if WL-RETURN-CODE(WS-REF-SUB)
                             = WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                          set V-COND-TRUE to true
                       end-if
                    when 'NE'
                       if WL-RETURN-CODE(WS-REF-SUB)
                             not = WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                          set V-COND-TRUE to true
                       end-if
                    when 'LE'
                       if WL-RETURN-CODE(WS-REF-SUB)
                             <= WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                          set V-COND-TRUE to true
                       end-if
                    when 'LT'
                       if WL-RETURN-CODE(WS-REF-SUB)
                             < WL-COND-RC(WS-LEG-SUB, WS-COND-SUB)
                          set V-COND-TRUE to true
                       end-if
                 end-evaluate
              end-if
           end-perform
           .

       A-RUN-STEP section.
      *    The step's DD is pointed at its input immediately
      *    before the CALL - blank when the step names none, so
      *    the program falls back on its own default instead of
      *    inheriting the previous step's file. Completion is
      *    judged on the RETURN-CODE register, cleared first, and
      *    on the CPYRSLT area only when the step's own program
      *    filled it: the area is stale when a step refuses before
      *    processing, or belongs to another program altogether
      *    for a step that does not report through it.
           if WL-INPUT-DD(WS-LEG-SUB) not = spaces
              move WL-LEG-INPUT(WS-LEG-SUB) to WS-ENV-VALUE
              display WL-INPUT-DD(WS-LEG-SUB)
                 upon environment-name
              display WS-ENV-VALUE upon environment-value
           end-if
           move spaces to WR-PROGRAM-ID
           move zero to WR-RECORD-COUNT WR-FINAL-ANSWER
                        WR-RETURN-CODE
           move zero to return-code
           call WL-PROGRAM-ID(WS-LEG-SUB)
              on exception
                 display 'AOCDRV - PROGRAM '
                         WL-PROGRAM-ID(WS-LEG-SUB)
                         ' COULD NOT BE LOADED'
                 move 16 to return-code
           end-call
           move return-code to WS-STEP-RC
      *    The program is released once its step is over, so a
      *    later CALL - another step of the same program, or the
      *    next business day when the catch-up driver runs the
      *    batch again - starts it afresh instead of on the
      *    working storage this step left behind.
           cancel WL-PROGRAM-ID(WS-LEG-SUB)
           set WL-RUN(WS-LEG-SUB) to true
           move zero to WL-RECORD-COUNT(WS-LEG-SUB)
                        WL-FINAL-ANSWER(WS-LEG-SUB)
           if WR-PROGRAM-ID = WL-PROGRAM-ID(WS-LEG-SUB)
              set WL-HAS-RESULT(WS-LEG-SUB) to true
              move WR-RECORD-COUNT to WL-RECORD-COUNT(WS-LEG-SUB)
              move WR-FINAL-ANSWER to WL-FINAL-ANSWER(WS-LEG-SUB)
              if WR-RETURN-CODE > WS-STEP-RC
                 move WR-RETURN-CODE to WS-STEP-RC
              end-if
           end-if
           move WS-STEP-RC to WL-RETURN-CODE(WS-LEG-SUB)
           if WS-STEP-RC not = zero
              display 'AOCDRV - ' WL-LEG-NAME(WS-LEG-SUB)
                      ' RETURNED CODE ' WS-STEP-RC
           end-if
           if WS-STEP-RC > WS-DRV-MAX-RC
              move WS-STEP-RC to WS-DRV-MAX-RC
           end-if
           if WL-INPUT-DD(WS-LEG-SUB) not = spaces
              add 1 to WS-INPUT-COUNT
           end-if
           perform A-POST-STEP-RESULT
           if WS-STEP-RC <= 4
              perform A-MARK-LEG-DONE
           end-if
           .

       A-POST-STEP-RESULT section.
      *    The step result table holds the latest outcome per
      *    program, which is what a reconciliation step asks for.
           move zero to WS-RSLT-SUB
           perform varying WS-REF-SUB from 1 by 1
                     until WS-REF-SUB > WT-RESULT-COUNT
              if WT-PROGRAM-ID(WS-REF-SUB) = WL-PROGRAM-ID(WS-LEG-SUB)
                 move WS-REF-SUB to WS-RSLT-SUB
              end-if
           end-perform
           if WS-RSLT-SUB = 0 and WT-RESULT-COUNT < 30
              add 1 to WT-RESULT-COUNT
              move WT-RESULT-COUNT to WS-RSLT-SUB
           end-if
           if WS-RSLT-SUB > 0
              move WL-PROGRAM-ID(WS-LEG-SUB)
                to WT-PROGRAM-ID(WS-RSLT-SUB)
              move WL-RECORD-COUNT(WS-LEG-SUB)
                to WT-RECORD-COUNT(WS-RSLT-SUB)
              move WL-FINAL-ANSWER(WS-LEG-SUB)
                to WT-FINAL-ANSWER(WS-RSLT-SUB)
              move WL-RETURN-CODE(WS-LEG-SUB)
                to WT-RETURN-CODE(WS-RSLT-SUB)
           end-if
           .

       A-MARK-LEG-DONE section.
      *    Completion is recorded the moment the leg finishes, not
      *    at end of batch, so a crash on the next leg still finds
           move WS-RUN-DATE to DC-RUN-DATE
           move WL-LEG-NAME(WS-LEG-SUB) to DC-LEG-NAME
           move WL-LEG-INPUT(WS-LEG-SUB) to DC-INPUT-FILE
           move WL-RETURN-CODE(WS-LEG-SUB) to DC-RETURN-CODE
           if WL-HAS-RESULT(WS-LEG-SUB)
              move WL-RECORD-COUNT(WS-LEG-SUB) to DC-RECORD-COUNT
              move WL-FINAL-ANSWER(WS-LEG-SUB) to DC-FINAL-ANSWER
           end-if
           open extend CHKFIL
           if CHK-FS = '00' or CHK-FS = '05'
              write DCHK-RECORD
           close CHKFIL
           .

       A-DISPLAY-SUMMARY section.
      *    Every step of the stream, as run, skipped by a
      *    condition, or skipped because the checkpoint shows it
      *    already complete for this date and input.
           display ' '
           display 'STEP      PROGRAM   STATUS                  RC'
                   '  RECORDS  FINAL-ANSWER        CONDITION'
           display '--------  --------  --------------------  ----'
                   '  -------  ------------------  ----------------'
           perform varying WS-LEG-SUB from 1 by 1
                     until WS-LEG-SUB > WS-STEP-COUNT
              move spaces to WS-SUMMARY-LINE
              move WL-LEG-NAME(WS-LEG-SUB) to WS-SUM-STEP-NAME
              move WL-PROGRAM-ID(WS-LEG-SUB) to WS-SUM-PROGRAM-ID
              evaluate true
                 when WL-RUN(WS-LEG-SUB)
                    move 'RUN' to WS-SUM-STATUS
                 when WL-SKIP-RESTART(WS-LEG-SUB)
                    move 'SKIPPED BY RESTART' to WS-SUM-STATUS
                 when other
                    move 'SKIPPED BY CONDITION' to WS-SUM-STATUS
                    move WL-SKIP-REASON(WS-LEG-SUB) to WS-SUM-REASON
              end-evaluate
              if WL-RUN(WS-LEG-SUB) or WL-SKIP-RESTART(WS-LEG-SUB)
                 move WL-RETURN-CODE(WS-LEG-SUB) to WS-DSP-RC
                 move WS-DSP-RC to WS-SUM-RC
                 if WL-HAS-RESULT(WS-LEG-SUB)
                    move WL-RECORD-COUNT(WS-LEG-SUB) to WS-DSP-COUNT
                    move WS-DSP-COUNT to WS-SUM-RECORD-COUNT
                    move WL-FINAL-ANSWER(WS-LEG-SUB) to WS-DSP-ANSWER
                    move WS-DSP-ANSWER to WS-SUM-FINAL-ANSWER
                 end-if
              end-if
              display WS-SUMMARY-LINE
           end-perform
           .

       A-WRITE-AUDIT section.
      *    One run-audit record for the whole consolidated batch, on
      *    top of the records each CALLed program writes for itself,
           move WS-ELAPSED-SEC to AU-ELAPSED-SEC
           move ZERO to AU-DIAL-SIZE
           move ZERO to AU-ROOF
           move WS-INPUT-COUNT to AU-FILE-COUNT
           move WS-DRV-MAX-RC to AU-RETURN-CODE
           move WS-AOC1-INFILE to AU-INPUT-FILE
      *    The login the batch was submitted under, which the
      *    four-eyes sign-off will not accept as the approver.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to AU-OPERATOR-ID
           open extend AUDFIL
           if AUD-FS = '00' or AUD-FS = '05'
              write AUD-RECORD
      *    recompiling, the same JCL-DD-override convention each
      *    program already uses for its own INFIL. The range-check
      *    leg follows the AOC1 input unless overridden in its own
      *    right - the two legs read the same upstream feed. The
      *    edit gate's transmission follows TRANSFIL, the name the
      *    gate itself answers to when run standalone.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AOC1_INFIL'
           if WS-ENV-VALUE not = spaces
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AOC3-INFILE
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'TRANSFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-TRANS-INFILE
           end-if
           .
