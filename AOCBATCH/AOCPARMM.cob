      *    record, so nobody ever again hand-edits a positional
      *    control file blind (last month's keyed 250 roof only
      *    failed safe because A-READ-CONTROL caps it). Shows the
      *    current CTL-ROOF, CTL-DIAL-SIZE, CTL-PICK-COUNT and
      *    CTL-DRIFT-PCT, prompts for new values (blank keeps the
      *    current one), enforces the same validity rules the
      *    answer programs apply - roof 1-200, dial size greater
      *    than zero, pick count 2-12 and no more than the roof,
      *    drift tolerance 0-100 with 0 for the default - requires
      *    an explicit Y confirmation before rewriting the record,
      *    and appends a change-history record (CPYPCH) of who
      *    changed what, when, and from which old value. All other
      *    control fields (modes, tolerances, top-N, retention,
      *    generation keep, ack days) pass through the rewrite
      *    untouched. The
      *    control file now holds one profile record per source
      *    system (CTL-SOURCE-SYSTEM, blank = the default
      *    profile); the dialogue maintains one chosen profile per
      *    Runs as a line-mode console dialogue, the same
      *    ACCEPT/DISPLAY conversation everything else in this
      *    shop uses.
      *    Each changed field needs its own grant on the operator
      *    authority master (CPYATH: ROOF, DIALSIZE, PICKCNT,
      *    DRIFTPCT); a change without one is refused and logged to
      *    the event file.

       environment division.
       configuration section.
           organization is line sequential
           file status is PCH-FS.

           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  CTLFIL.
       FD  PCHFIL.
           copy CPYPCH.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 CTL-FS           pic XX.
          05 WS-CTLFILE-NAME  pic X(100) value 'aocparm.ctl'.
          05 WS-PCHFILE-NAME  pic X(100) value 'parmhist.txt'.
          05 WS-ENV-VALUE     pic X(100).
          05 ATH-FS           pic XX.
          05 WS-ATHFILE-NAME  pic X(100) value 'aocauth.txt'.
          05 EVT-FS           pic XX.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-AUTH-FUNCTION pic X(8) value spaces.
          05 WS-LOGIN-ID      pic X(8) value spaces.
          05 WS-RUN-DATE      pic 9(8).
          05 WS-RUN-TIME      pic 9(8).
          05 WS-USER-ID       pic X(8) value spaces.
          05 WS-NEW-ROOF      pic 9(3) value ZERO.
          05 WS-OLD-DIAL      pic 9(6) value ZERO.
          05 WS-NEW-DIAL      pic 9(6) value ZERO.
          05 WS-OLD-PICK      pic 9(2) value ZERO.
          05 WS-NEW-PICK      pic 9(2) value ZERO.
          05 WS-OLD-DRIFT     pic 9(3) value ZERO.
          05 WS-NEW-DRIFT     pic 9(3) value ZERO.
          05 WS-WORK-NUM      pic S9(8) comp-4 value ZERO.
          05 WS-OLD-X         pic X(8) value spaces.
          05 WS-NEW-X         pic X(8) value spaces.
          05 FILLER pic X value ' '.
             88 V-CTL-EOF value 'E'.

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCPARMM - control parameter maintenance'
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AUTHFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-ATHFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           perform A-PROMPT-SOURCE
           perform A-READ-CURRENT
           if return-code not = 0
           perform A-GET-USER-ID
           perform A-PROMPT-ROOF
           perform A-PROMPT-DIAL
           perform A-PROMPT-PICK
           perform A-PROMPT-DRIFT
           if not V-ANY-CHANGE
              display 'NO CHANGES ENTERED, CONTROL FILE LEFT AS IS'
              move 4 to return-code
              goback
           end-if
           perform A-CHECK-CHANGES
           if return-code not = 0
              display 'CHANGE REFUSED, CONTROL FILE LEFT AS IS'
              goback
           end-if
           perform A-CONFIRM-AND-APPLY
           goback
           .
           else
              move 100 to WS-OLD-DIAL
           end-if
      *    Zero or spaces is the classic pair, shown as 2.
           if V-REC-FOUND and SV-PICK-COUNT is numeric
                 and SV-PICK-COUNT >= 2 and SV-PICK-COUNT <= 12
              move SV-PICK-COUNT to WS-OLD-PICK
           else
              move 2 to WS-OLD-PICK
           end-if
      *    Zero or spaces is AOCPROF's default tolerance of 10.
           if V-REC-FOUND and SV-DRIFT-PCT is numeric
                 and SV-DRIFT-PCT <= 100
              move SV-DRIFT-PCT to WS-OLD-DRIFT
           else
              move zero to WS-OLD-DRIFT
           end-if
           move WS-OLD-ROOF to WS-NEW-ROOF
           move WS-OLD-DIAL to WS-NEW-DIAL
           move WS-OLD-PICK to WS-NEW-PICK
           move WS-OLD-DRIFT to WS-NEW-DRIFT
           .

       A-SHOW-CURRENT section.
           end-if
           display 'CURRENT ROOF ......: ' WS-OLD-ROOF
           display 'CURRENT DIAL SIZE .: ' WS-OLD-DIAL
           display 'CURRENT PICK COUNT : ' WS-OLD-PICK
           if WS-OLD-DRIFT = 0
              display 'CURRENT DRIFT PCT .: ' WS-OLD-DRIFT
                      ' (DEFAULT 10)'
           else
              display 'CURRENT DRIFT PCT .: ' WS-OLD-DRIFT
           end-if
           display ' '
           .

           end-if
           .

       A-PROMPT-PICK section.
      *    Same rule AOC3A/AOC3B enforce: 2-12 digits per line, and
      *    never more digits than the (new) roof leaves on a line.
           display 'NEW PICK COUNT 2-12 (ENTER TO KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces
              compute WS-WORK-NUM = numval(WS-INPUT)
              if WS-WORK-NUM >= 2 and WS-WORK-NUM <= 12
                    and WS-WORK-NUM <= WS-NEW-ROOF
                 move WS-WORK-NUM to WS-NEW-PICK
                 move spaces to WS-INPUT
              else
                 display 'PICK COUNT MUST BE 2-12 AND NOT OVER THE '
                         'ROOF, TRY AGAIN (ENTER TO KEEP): '
                 move spaces to WS-INPUT
                 accept WS-INPUT
              end-if
           end-perform
           if WS-NEW-PICK not = WS-OLD-PICK
              set V-ANY-CHANGE to true
           end-if
           .

       A-PROMPT-DRIFT section.
      *    AOCPROF's drift tolerance in percentage points, 0-100;
      *    0 leaves AOCPROF on its default of 10. Zero is a valid
      *    entry here, so the input must be a number before its
      *    value is looked at.
           display 'NEW DRIFT PCT 0-100, 0 FOR DEFAULT (ENTER TO '
                   'KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces
              move -1 to WS-WORK-NUM
              if test-numval(WS-INPUT) = 0
                 compute WS-WORK-NUM = numval(WS-INPUT)
              end-if
              if WS-WORK-NUM >= 0 and WS-WORK-NUM <= 100
                 move WS-WORK-NUM to WS-NEW-DRIFT
                 move spaces to WS-INPUT
              else
                 display 'DRIFT PCT MUST BE 0-100, TRY AGAIN '
                         '(ENTER TO KEEP): '
                 move spaces to WS-INPUT
                 accept WS-INPUT
              end-if
           end-perform
           if WS-NEW-DRIFT not = WS-OLD-DRIFT
              set V-ANY-CHANGE to true
           end-if
           .

       A-CHECK-CHANGES section.
      *    Each field the operator changed needs its own authority;
      *    every one refused is logged, and any refusal stops the
      *    whole change.
           if WS-NEW-ROOF not = WS-OLD-ROOF
              move 'ROOF' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
           end-if
           if WS-NEW-DIAL not = WS-OLD-DIAL
              move 'DIALSIZE' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
           end-if
           if WS-NEW-PICK not = WS-OLD-PICK
              move 'PICKCNT' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
           end-if
           if WS-NEW-DRIFT not = WS-OLD-DRIFT
              move 'DRIFTPCT' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
           end-if
           .

       A-CONFIRM-AND-APPLY section.
           display ' '
           display 'ABOUT TO CHANGE:'
              display '  DIAL SIZE ...: ' WS-OLD-DIAL ' -> '
                      WS-NEW-DIAL
           end-if
           if WS-NEW-PICK not = WS-OLD-PICK
              display '  PICK COUNT ..: ' WS-OLD-PICK ' -> '
                      WS-NEW-PICK
           end-if
           if WS-NEW-DRIFT not = WS-OLD-DRIFT
              display '  DRIFT PCT ...: ' WS-OLD-DRIFT ' -> '
                      WS-NEW-DRIFT
           end-if
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
              move SV-RECORD   to CTL-RECORD
              move WS-NEW-ROOF to CTL-ROOF
              move WS-NEW-DIAL to CTL-DIAL-SIZE
              move WS-NEW-PICK to CTL-PICK-COUNT
      *       Only a changed tolerance is written, so a record that
      *       never had one keeps its blank field.
              if WS-NEW-DRIFT not = WS-OLD-DRIFT
                 move WS-NEW-DRIFT to CTL-DRIFT-PCT
              end-if
              move WS-PROF-SOURCE to CTL-SOURCE-SYSTEM
              if WS-CTL-CHOSEN > 0
                 move CTL-RECORD to WS-CTL-IMAGE(WS-CTL-CHOSEN)
                 move WS-PROF-SOURCE to PC-SOURCE-SYSTEM
                 write PCH-RECORD
              end-if
              if WS-NEW-PICK not = WS-OLD-PICK
                 move spaces to PCH-RECORD
                 move WS-RUN-DATE to PC-CHANGE-DATE
                 move WS-RUN-TIME to PC-CHANGE-TIME
                 move WS-USER-ID to PC-USER-ID
                 move 'PICK-COUNT' to PC-FIELD-NAME
                 move WS-OLD-PICK to WS-OLD-X
                 move WS-NEW-PICK to WS-NEW-X
                 move WS-OLD-X to PC-OLD-VALUE
                 move WS-NEW-X to PC-NEW-VALUE
                 move WS-PROF-SOURCE to PC-SOURCE-SYSTEM
                 write PCH-RECORD
              end-if
              if WS-NEW-DRIFT not = WS-OLD-DRIFT
                 move spaces to PCH-RECORD
                 move WS-RUN-DATE to PC-CHANGE-DATE
                 move WS-RUN-TIME to PC-CHANGE-TIME
                 move WS-USER-ID to PC-USER-ID
                 move 'DRIFT-PCT' to PC-FIELD-NAME
                 move WS-OLD-DRIFT to WS-OLD-X
                 move WS-NEW-DRIFT to WS-NEW-X
                 move WS-OLD-X to PC-OLD-VALUE
                 move WS-NEW-X to PC-NEW-VALUE
                 move WS-PROF-SOURCE to PC-SOURCE-SYSTEM
                 write PCH-RECORD
              end-if
           end-if
           close PCHFIL
           .

       A-CHECK-AUTHORITY section.
      *    The operator authority master (CPYATH, kept by AOCAUTHM)
      *    must grant the user the function in WS-AUTH-FUNCTION on
      *    this dialogue, or all of its functions (*), before the
      *    change is accepted, and the user must be the login the
      *    dialogue runs under - an id typed at the prompt borrows
      *    nobody's authority, and a session with no login to
      *    check it against is refused outright. A missing
      *    master grants nothing. A refusal sets RC 8 and is
      *    logged to the event file, so the attempt shows up in
      *    the next morning's summary.
           move space to V-AUTHFLAG
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to WS-LOGIN-ID
           move spaces to WS-EVT-DESC
           if WS-LOGIN-ID = spaces
                 or WS-LOGIN-ID not = WS-USER-ID
              if WS-LOGIN-ID = spaces
                 display 'AOCPARMM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCPARMM - OPERATOR ID ' WS-USER-ID
                         ' IS NOT THE LOGIN ' WS-LOGIN-ID
                         ', CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - OPERATOR ID ' delimited by size
                        WS-USER-ID delimited by space
                        ' IS NOT THE LOGIN' delimited by size
                        into WS-EVT-DESC
              end-if
           else
              open input ATHFIL
              if ATH-FS = '00'
                 read ATHFIL at end set V-ATH-EOF to true end-read
                 perform until V-ATH-EOF
                    if AT-USER-ID = WS-USER-ID
                          and AT-DIALOGUE = 'AOCPARMM'
                          and (AT-FUNCTION = WS-AUTH-FUNCTION
                               or AT-FUNCTION = '*')
                          and AT-ACTIVE
                       set V-AUTHORIZED to true
                    end-if
                    read ATHFIL at end set V-ATH-EOF to true end-read
                 end-perform
              end-if
              close ATHFIL
              move space to V-ATHFLAG
              if not V-AUTHORIZED
                 display 'AOCPARMM - ' WS-USER-ID ' IS NOT AUTHORIZED '
                         'FOR ' WS-AUTH-FUNCTION ', CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - ' delimited by size
                        WS-USER-ID delimited by space
                        ' NOT AUTHORIZED' delimited by size
                        into WS-EVT-DESC
              end-if
           end-if
           if not V-AUTHORIZED
              move 8 to return-code
              move 'W' to WS-EVT-SEV
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-RUN-DATE to EV-RUN-DATE
           move 'AOCPARMM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
