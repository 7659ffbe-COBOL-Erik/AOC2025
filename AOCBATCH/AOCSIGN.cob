       identification division.
       program-id. AOCSIGN.

      *    Four-eyes sign-off dialogue for a run date's answers.
      *    Until now an answer reached the answers master and went
      *    out through AOCXFER the same night with nobody having
      *    formally approved it. A supervisor names the run date
      *    and is shown what is to be signed for: the current
      *    answers-master version of every answer the day's runs
      *    produced, what the reconciliations raised, the day's
      *    other open exceptions, who ran the batch (from the
      *    run-audit log) and the day's standing so far. The
      *    supervisor then approves the day for transmission or
      *    holds it with a stated reason. Approval is refused when
      *    the approver is an operator who ran the day's batch -
      *    the second person must be a second person - or when
      *    there is no current answer on the master to approve.
      *    Every decision is appended to the sign-off history
      *    (CPYSGN), whose newest record for a date is what
      *    AOCXFER and AOCMORN go by. Runs as a line-mode console
      *    dialogue, the same ACCEPT/DISPLAY conversation AOCPARMM
      *    uses, with the same explicit Y confirmation before
      *    anything is written.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional HISTFIL assign to dynamic WS-HISTFILE-NAME
           organization is line sequential
           file status is HIST-FS.

           select ANSMAST assign to dynamic WS-MSTFILE-NAME
           organization is indexed
           access is dynamic
           record key is MST-KEY
           file status is MST-FS.

           select optional AUDFIL assign to dynamic WS-AUDFILE-NAME
           organization is line sequential
           file status is AUD-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

           select optional SGNFIL assign to dynamic WS-SGNFILE-NAME
           organization is line sequential
           file status is SGN-FS.

       data division.
       file section.
       FD  HISTFIL.
           copy CPYHIST.

       FD  ANSMAST.
           copy CPYMST.

       FD  AUDFIL.
           copy CPYAUD.

       FD  EVTFIL.
           copy CPYEVT.

       FD  SGNFIL.
           copy CPYSGN.

       working-storage section.
       01 A-ARB.
          05 HIST-FS          pic XX.
          05 MST-FS           pic XX.
          05 AUD-FS           pic XX.
          05 EVT-FS           pic XX.
          05 SGN-FS           pic XX.
          05 WS-HISTFILE-NAME pic X(100) value 'runhist.txt'.
          05 WS-MSTFILE-NAME  pic X(100) value 'answers.mst'.
          05 WS-AUDFILE-NAME  pic X(100) value 'runaudit.txt'.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-SGNFILE-NAME  pic X(100) value 'aocsign.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-SYS-DATE      pic 9(8).
          05 WS-SYS-TIME      pic 9(8).
          05 WS-SIGN-DATE     pic 9(8) value ZERO.
          05 WS-USER-ID       pic X(8) value spaces.
          05 WS-LOGIN-ID      pic X(8) value spaces.
          05 WS-INPUT         pic X(40) value spaces.
          05 WS-DECISION      pic X value space.
             88 WS-APPROVE    value 'A'.
             88 WS-HOLD       value 'H'.
          05 WS-REASON        pic X(40) value spaces.
          05 WS-VERSION       pic S9(4) comp-4 value ZERO.
          05 WS-ANS-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-ANS-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-OPR-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-OPR-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-CURRENT-COUNT pic S9(4) comp-4 value ZERO.
          05 WS-REC-COUNT     pic S9(4) comp-4 value ZERO.
          05 WS-EXC-COUNT     pic S9(4) comp-4 value ZERO.
          05 WS-STANDING      pic X value space.
          05 WS-STAND-USER    pic X(8) value spaces.
          05 WS-STAND-DATE    pic 9(8) value ZERO.
          05 WS-STAND-REASON  pic X(40) value spaces.
          05 WS-SEV-TEXT      pic X(7) value spaces.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-ANSWER    pic -(17)9.
          05 WS-DSP-RC        pic Z(3)9.
          05 WS-DSP-VERSION   pic ZZ9.

      *    The day's answers, one entry per program and input file
      *    on the run history, with the master's current version of
      *    each; the 50-entry cap is far above the handful of runs
      *    a day produces.
       01 WS-ANS-MAX pic S9(4) comp-4 value 50.
       01 WS-ANS-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-ANS-TABLE.
          05 WS-ANS-ENTRY occurs 50 times.
             10 WA-PROGRAM-ID   pic X(8).
             10 WA-INPUT-FILE   pic X(100).
             10 WA-VERSION      pic S9(4) comp-4.
             10 WA-RECORD-COUNT pic 9(6).
             10 WA-ANSWER       pic S9(18).
             10 WA-RETURN-CODE  pic 9(4).
             10 WA-STATUS       pic X.

      *    The operators the day's batch ran under, per the
      *    run-audit log.
       01 WS-OPR-MAX pic S9(4) comp-4 value 20.
       01 WS-OPR-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-OPR-TABLE.
          05 WS-OPR-ID pic X(8) occurs 20 times.

       01 V-HISTFLAG.
          05 FILLER pic X value ' '.
             88 V-HIST-EOF value 'E'.

       01 V-AUDFLAG.
          05 FILLER pic X value ' '.
             88 V-AUD-EOF value 'E'.

       01 V-EVTFLAG.
          05 FILLER pic X value ' '.
             88 V-EVT-EOF value 'E'.

       01 V-SGNFLAG.
          05 FILLER pic X value ' '.
             88 V-SGN-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCSIGN - daily answer sign-off'
           accept WS-SYS-DATE from date yyyymmdd
           accept WS-SYS-TIME from time
           perform A-GET-FILE-NAMES
           perform A-PROMPT-DATE
           perform A-LOAD-ANSWERS
           if return-code not = 0
              goback
           end-if
           perform A-LOAD-OPERATORS
           perform A-LOAD-STANDING
           perform A-SHOW-ANSWERS
           perform A-SHOW-EXCEPTIONS
           perform A-SHOW-STANDING
           perform A-GET-USER-ID
           perform A-CHECK-LOGIN
           if return-code not = 0
              goback
           end-if
           perform A-PROMPT-DECISION
           evaluate true
              when WS-APPROVE
                 perform A-CHECK-APPROVAL
              when WS-HOLD
                 perform A-PROMPT-REASON
              when other
                 display 'NO DECISION TAKEN, SIGN-OFF HISTORY LEFT '
                         'AS IS'
                 move 4 to return-code
           end-evaluate
           if return-code = 0
              perform A-CONFIRM-AND-APPLY
           end-if
           goback
           .

       A-GET-FILE-NAMES section.
      *    The same overrides the batch programs answer to.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'HISTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-HISTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'ANSMAST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-MSTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AUDFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AUDFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIGNFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SGNFILE-NAME
           end-if
           .

       A-PROMPT-DATE section.
      *    Normally yesterday's business date, but the dialogue
      *    never guesses: an entry that is not a date re-prompts,
      *    and a blank entry takes today.
           display 'RUN DATE TO SIGN OFF, YYYYMMDD '
                   '(ENTER FOR ' WS-SYS-DATE '): '
           move spaces to WS-INPUT
           accept WS-INPUT
           move WS-SYS-DATE to WS-SIGN-DATE
           perform until WS-INPUT = spaces
              if WS-INPUT(1:8) is numeric
                    and WS-INPUT(9:1) = space
                    and test-date-yyyymmdd(numval(WS-INPUT(1:8)))
                        = 0
                 move WS-INPUT(1:8) to WS-SIGN-DATE
                 move spaces to WS-INPUT
              else
                 display 'NOT A VALID DATE, TRY AGAIN '
                         '(ENTER FOR TODAY): '
                 move spaces to WS-INPUT
                 accept WS-INPUT
              end-if
           end-perform
           .

       A-LOAD-ANSWERS section.
      *    Every program and input file the day's runs wrote to
      *    the history, then - the same way AOCINQ and AOCBAL read
      *    the master - the versions of each in ascending key
      *    order, keeping the one flagged current.
           move zero to WS-ANS-COUNT
           open input HISTFIL
           if HIST-FS = '00'
              read HISTFIL at end set V-HIST-EOF to true end-read
              perform until V-HIST-EOF
                 if HR-RUN-DATE = WS-SIGN-DATE
                    perform A-TAKE-HISTORY-KEY
                 end-if
                 read HISTFIL at end set V-HIST-EOF to true
                 end-read
              end-perform
           end-if
           close HISTFIL
           if WS-ANS-COUNT > 0
              open input ANSMAST
              if MST-FS not = '00'
                 display 'AOCSIGN - ANSWERS MASTER NOT AVAILABLE: '
                         WS-MSTFILE-NAME(1:40) ' STATUS=' MST-FS
                 display 'AOCSIGN - NOTHING CAN BE SIGNED OFF '
                         'WITHOUT THE MASTER'
                 move 16 to return-code
              else
                 perform varying WS-ANS-INDEX from 1 by 1
                           until WS-ANS-INDEX > WS-ANS-COUNT
                    perform A-READ-CURRENT-VERSION
                 end-perform
                 close ANSMAST
              end-if
           end-if
           .

       A-TAKE-HISTORY-KEY section.
           move zero to WS-ANS-FOUND
           perform varying WS-ANS-INDEX from 1 by 1
                     until WS-ANS-INDEX > WS-ANS-COUNT
              if WA-PROGRAM-ID(WS-ANS-INDEX) = HR-PROGRAM-ID
                    and WA-INPUT-FILE(WS-ANS-INDEX) = HR-INPUT-FILE
                 move WS-ANS-INDEX to WS-ANS-FOUND
              end-if
           end-perform
           if WS-ANS-FOUND = 0 and WS-ANS-COUNT < WS-ANS-MAX
              add 1 to WS-ANS-COUNT
              move HR-PROGRAM-ID to WA-PROGRAM-ID(WS-ANS-COUNT)
              move HR-INPUT-FILE to WA-INPUT-FILE(WS-ANS-COUNT)
              move zero to WA-VERSION(WS-ANS-COUNT)
              move space to WA-STATUS(WS-ANS-COUNT)
           end-if
           .

       A-READ-CURRENT-VERSION section.
      *    Versions are written densely from 1, so ascending keyed
      *    reads until the first not-found see them all.
           move zero to WS-VERSION
           perform until WS-VERSION >= 999
              move spaces to MST-RECORD
              move WS-SIGN-DATE to MK-RUN-DATE
              move WA-PROGRAM-ID(WS-ANS-INDEX) to MK-PROGRAM-ID
              move WA-INPUT-FILE(WS-ANS-INDEX) to MK-INPUT-FILE
              compute MK-VERSION = WS-VERSION + 1
              read ANSMAST
              if MST-FS = '00'
                 add 1 to WS-VERSION
                 if MST-CURRENT
                    move WS-VERSION to WA-VERSION(WS-ANS-INDEX)
                    move MST-RECORD-COUNT
                      to WA-RECORD-COUNT(WS-ANS-INDEX)
                    if MST-WIDE-ANSWER is numeric
                       move MST-WIDE-ANSWER
                         to WA-ANSWER(WS-ANS-INDEX)
                    else
                       move MST-FINAL-ANSWER
                         to WA-ANSWER(WS-ANS-INDEX)
                    end-if
                    move MST-RETURN-CODE
                      to WA-RETURN-CODE(WS-ANS-INDEX)
                    move 'C' to WA-STATUS(WS-ANS-INDEX)
                 end-if
              else
                 move 999 to WS-VERSION
              end-if
           end-perform
           .

       A-LOAD-OPERATORS section.
      *    Who ran the day's batch: every operator on an audit
      *    record for the date. A lock override is not a batch
      *    run, and records written before the operator column
      *    existed name nobody.
           move zero to WS-OPR-COUNT
           open input AUDFIL
           if AUD-FS = '00'
              read AUDFIL at end set V-AUD-EOF to true end-read
              perform until V-AUD-EOF
                 if AU-RUN-DATE = WS-SIGN-DATE
                       and AU-PROGRAM-ID not = 'AOCUNLK'
                       and AU-OPERATOR-ID not = spaces
                    move zero to WS-OPR-FOUND
                    perform varying WS-OPR-INDEX from 1 by 1
                              until WS-OPR-INDEX > WS-OPR-COUNT
                       if WS-OPR-ID(WS-OPR-INDEX) = AU-OPERATOR-ID
                          move WS-OPR-INDEX to WS-OPR-FOUND
                       end-if
                    end-perform
                    if WS-OPR-FOUND = 0 and WS-OPR-COUNT < WS-OPR-MAX
                       add 1 to WS-OPR-COUNT
                       move AU-OPERATOR-ID to WS-OPR-ID(WS-OPR-COUNT)
                    end-if
                 end-if
                 read AUDFIL at end set V-AUD-EOF to true end-read
              end-perform
           end-if
           close AUDFIL
           .

       A-LOAD-STANDING section.
      *    The newest decision on file for the date, if any.
           move space to WS-STANDING
           open input SGNFIL
           if SGN-FS = '00'
              read SGNFIL at end set V-SGN-EOF to true end-read
              perform until V-SGN-EOF
                 if SG-RUN-DATE = WS-SIGN-DATE
                    move SG-DECISION to WS-STANDING
                    move SG-USER-ID to WS-STAND-USER
                    move SG-SIGN-DATE to WS-STAND-DATE
                    move SG-REASON to WS-STAND-REASON
                 end-if
                 read SGNFIL at end set V-SGN-EOF to true end-read
              end-perform
           end-if
           close SGNFIL
           .

       A-SHOW-ANSWERS section.
           display ' '
           display 'RUN DATE ..........: ' WS-SIGN-DATE
           display ' '
           display 'CURRENT ANSWERS ON THE MASTER'
           display 'PROGRAM   VER  RECORDS          FINAL-ANSWER'
                   '    RC  INPUT FILE'
           move zero to WS-CURRENT-COUNT
           perform varying WS-ANS-INDEX from 1 by 1
                     until WS-ANS-INDEX > WS-ANS-COUNT
              if WA-STATUS(WS-ANS-INDEX) = 'C'
                 add 1 to WS-CURRENT-COUNT
                 move WA-VERSION(WS-ANS-INDEX) to WS-DSP-VERSION
                 move WA-RECORD-COUNT(WS-ANS-INDEX) to WS-DSP-COUNT
                 move WA-ANSWER(WS-ANS-INDEX) to WS-DSP-ANSWER
                 move WA-RETURN-CODE(WS-ANS-INDEX) to WS-DSP-RC
                 display WA-PROGRAM-ID(WS-ANS-INDEX) '  '
                         WS-DSP-VERSION '   ' WS-DSP-COUNT '  '
                         WS-DSP-ANSWER '  ' WS-DSP-RC '  '
                         WA-INPUT-FILE(WS-ANS-INDEX)(1:30)
              else
                 display WA-PROGRAM-ID(WS-ANS-INDEX)
                         '  NOT LOADED TO THE MASTER          '
                         '        '
                         WA-INPUT-FILE(WS-ANS-INDEX)(1:30)
              end-if
           end-perform
           if WS-ANS-COUNT = 0
              display '  (NO RUNS ON THE HISTORY FOR THIS DATE)'
           end-if
           .

       A-SHOW-EXCEPTIONS section.
      *    What the reconciliations raised comes first - silence
      *    from them means the cross-checks agreed - then every
      *    other exception the date's runs raised.
           display ' '
           display 'RECONCILIATIONS'
           move zero to WS-REC-COUNT WS-EXC-COUNT
           open input EVTFIL
           if EVT-FS = '00'
              read EVTFIL at end set V-EVT-EOF to true end-read
              perform until V-EVT-EOF
                 if EV-RUN-DATE = WS-SIGN-DATE
                       and (EV-PROGRAM-ID = 'AOC1REC'
                         or EV-PROGRAM-ID = 'AOC2REC'
                         or EV-PROGRAM-ID = 'AOC3REC')
                    add 1 to WS-REC-COUNT
                    perform A-SHOW-ONE-EVENT
                 end-if
                 read EVTFIL at end set V-EVT-EOF to true end-read
              end-perform
           end-if
           close EVTFIL
           if WS-REC-COUNT = 0
              display '  NO RECONCILIATION RAISED A DISCREPANCY'
           end-if
           display ' '
           display 'OPEN EXCEPTIONS'
           move space to V-EVTFLAG
           open input EVTFIL
           if EVT-FS = '00'
              read EVTFIL at end set V-EVT-EOF to true end-read
              perform until V-EVT-EOF
                 if EV-RUN-DATE = WS-SIGN-DATE
                       and EV-PROGRAM-ID not = 'AOC1REC'
                       and EV-PROGRAM-ID not = 'AOC2REC'
                       and EV-PROGRAM-ID not = 'AOC3REC'
                       and EV-PROGRAM-ID not = 'AOCSIGN'
                    add 1 to WS-EXC-COUNT
                    perform A-SHOW-ONE-EVENT
                 end-if
                 read EVTFIL at end set V-EVT-EOF to true end-read
              end-perform
           end-if
           close EVTFIL
           if WS-EXC-COUNT = 0
              display '  NONE'
           end-if
           .

       A-SHOW-ONE-EVENT section.
           evaluate true
              when EV-ERROR
                 move 'ERROR' to WS-SEV-TEXT
              when EV-WARNING
                 move 'WARNING' to WS-SEV-TEXT
              when other
                 move EV-SEVERITY to WS-SEV-TEXT
           end-evaluate
           display '  ' EV-PROGRAM-ID '  ' WS-SEV-TEXT '  '
                   EV-DESCRIPTION
           .

       A-SHOW-STANDING section.
           display ' '
           if WS-OPR-COUNT = 0
              display 'BATCH RUN BY ......: (NOT RECORDED)'
           else
              perform varying WS-OPR-INDEX from 1 by 1
                        until WS-OPR-INDEX > WS-OPR-COUNT
                 display 'BATCH RUN BY ......: '
                         WS-OPR-ID(WS-OPR-INDEX)
              end-perform
           end-if
           evaluate WS-STANDING
              when 'A'
                 display 'STANDING ..........: APPROVED BY '
                         WS-STAND-USER ' ON ' WS-STAND-DATE
              when 'H'
                 display 'STANDING ..........: HELD BY '
                         WS-STAND-USER ' ON ' WS-STAND-DATE
                 display 'HOLD REASON .......: ' WS-STAND-REASON
              when other
                 display 'STANDING ..........: AWAITING SIGN-OFF'
           end-evaluate
           display ' '
           .

       A-GET-USER-ID section.
      *    The decision needs a who; the login name is offered
      *    and anything else typed here is refused by
      *    A-CHECK-LOGIN.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-USER-ID
           end-if
           display 'APPROVER ID (ENTER FOR ' WS-USER-ID '): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT not = spaces
              move WS-INPUT to WS-USER-ID
           end-if
           if WS-USER-ID = spaces
              move 'UNKNOWN' to WS-USER-ID
           end-if
           .

       A-CHECK-LOGIN section.
      *    Four eyes only works if the second pair is who it says
      *    it is: the approver must be the login the dialogue runs
      *    under. An id typed at the prompt that is not that login,
      *    or a session with no login to check it against, is
      *    refused before any decision is taken - otherwise the
      *    operator who ran the batch could sign off their own day
      *    under a supervisor's id.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to WS-LOGIN-ID
           move spaces to WS-EVT-DESC
           evaluate true
              when WS-LOGIN-ID = spaces
                 display 'SIGN-OFF REFUSED - NO LOGIN TO CHECK '
                         'APPROVER ' WS-USER-ID ' AGAINST'
                 string 'SIGN-OFF REFUSED - NO LOGIN, APPROVER '
                           delimited by size
                        WS-USER-ID delimited by space
                        into WS-EVT-DESC
              when WS-LOGIN-ID not = WS-USER-ID
                 display 'SIGN-OFF REFUSED - APPROVER ' WS-USER-ID
                         ' IS NOT THE LOGIN ' WS-LOGIN-ID
                 string 'SIGN-OFF REFUSED - APPROVER '
                           delimited by size
                        WS-USER-ID delimited by space
                        ' IS NOT THE LOGIN' delimited by size
                        into WS-EVT-DESC
           end-evaluate
           if WS-EVT-DESC not = spaces
              move 'W' to WS-EVT-SEV
              perform A-WRITE-EVENT
              move 8 to return-code
           end-if
           .

       A-PROMPT-DECISION section.
           display 'A TO APPROVE, H TO HOLD (ENTER FOR NO '
                   'DECISION): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces
              evaluate WS-INPUT(1:1)
                 when 'A'
                 when 'a'
                    set WS-APPROVE to true
                    move spaces to WS-INPUT
                 when 'H'
                 when 'h'
                    set WS-HOLD to true
                    move spaces to WS-INPUT
                 when other
                    display 'ENTER A OR H, TRY AGAIN '
                            '(ENTER FOR NO DECISION): '
                    move spaces to WS-INPUT
                    accept WS-INPUT
              end-evaluate
           end-perform
           .

       A-CHECK-APPROVAL section.
      *    The approver must not be anyone who ran the day's
      *    batch, and there must be a current answer to approve.
      *    A refused approval is not a decision, so it is not
      *    put on the sign-off history - but it is an event.
           move zero to WS-OPR-FOUND
           perform varying WS-OPR-INDEX from 1 by 1
                     until WS-OPR-INDEX > WS-OPR-COUNT
              if WS-OPR-ID(WS-OPR-INDEX) = WS-USER-ID
                 move WS-OPR-INDEX to WS-OPR-FOUND
              end-if
           end-perform
           evaluate true
              when WS-OPR-FOUND > 0
                 display 'APPROVAL REFUSED - ' WS-USER-ID
                         ' RAN THE BATCH FOR THIS DATE; A SECOND '
                         'PERSON MUST APPROVE'
                 move 'W' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'SIGN-OFF REFUSED - APPROVER ' delimited
                           by size
                        WS-USER-ID delimited by space
                        ' RAN THE BATCH' delimited by size
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
                 move 8 to return-code
              when WS-CURRENT-COUNT = 0
                 display 'APPROVAL REFUSED - NO CURRENT ANSWER ON '
                         'THE MASTER FOR THIS DATE'
                 move 8 to return-code
              when other
                 display 'COMMENT (OPTIONAL): '
                 move spaces to WS-INPUT
                 accept WS-INPUT
                 move WS-INPUT to WS-REASON
           end-evaluate
           .

       A-PROMPT-REASON section.
      *    A hold always says why; the hold is what the next
      *    shift acts on.
           display 'HOLD REASON: '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT not = spaces
              display 'A HOLD NEEDS A REASON, TRY AGAIN: '
              accept WS-INPUT
           end-perform
           move WS-INPUT to WS-REASON
           .

       A-CONFIRM-AND-APPLY section.
           display ' '
           if WS-APPROVE
              display 'ABOUT TO APPROVE ' WS-SIGN-DATE
                      ' FOR TRANSMISSION AS ' WS-USER-ID
           else
              display 'ABOUT TO HOLD ' WS-SIGN-DATE ' AS '
                      WS-USER-ID
           end-if
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT(1:1) not = 'Y' and WS-INPUT(1:1) not = 'y'
              display 'DECISION CANCELLED, SIGN-OFF HISTORY LEFT '
                      'AS IS'
              move 4 to return-code
           else
              perform A-WRITE-SIGN-OFF
           end-if
           .

       A-WRITE-SIGN-OFF section.
      *    The decision is stamped with the moment it was taken,
      *    so AOCXFER can tell an answer rerun after the approval
      *    from one the approver actually saw.
           accept WS-SYS-TIME from time
           move spaces to SGN-RECORD
           move WS-SIGN-DATE to SG-RUN-DATE
           move WS-DECISION to SG-DECISION
           move WS-USER-ID to SG-USER-ID
           move WS-SYS-DATE to SG-SIGN-DATE
           move WS-SYS-TIME to SG-SIGN-TIME
           move WS-CURRENT-COUNT to SG-ANSWER-COUNT
           compute SG-EXCEPTION-COUNT = WS-REC-COUNT + WS-EXC-COUNT
           move WS-REASON to SG-REASON
           open extend SGNFIL
           if SGN-FS = '00' or SGN-FS = '05'
              write SGN-RECORD
              if WS-APPROVE
                 display 'DAY APPROVED FOR TRANSMISSION'
              else
                 display 'DAY HELD'
              end-if
           else
              display 'AOCSIGN - SIGN-OFF HISTORY WRITE FAILED, '
                      'STATUS=' SGN-FS
              move 16 to return-code
           end-if
           close SGNFIL
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-SIGN-DATE to EV-RUN-DATE
           move 'AOCSIGN' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
