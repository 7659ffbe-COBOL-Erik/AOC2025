      *    the same validated conversation AOCPARMM gives the
      *    control parameters, replacing the ad-hoc holiday list
      *    someone typed up fresh each month.
      *    Adding or removing a date needs the ADD or REMOVE grant
      *    on the operator authority master (CPYATH); a change
      *    without it is refused and logged to the event file.

       environment division.
       configuration section.
           organization is line sequential
           file status is CCH-FS.

           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  CALFIL.
       FD  CCHFIL.
           copy CPYPCH.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 CAL-FS           pic XX.
          05 WS-CALFILE-NAME  pic X(100) value 'aoccal.txt'.
          05 WS-CCHFILE-NAME  pic X(100) value 'calhist.txt'.
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
          05 FILLER pic X value ' '.
             88 V-CAL-EOF value 'E'.

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCCALM - business calendar maintenance'
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
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CALFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-CALFILE-NAME
                 perform A-PROMPT-TYPE
                 perform A-PROMPT-DESC
                 perform A-GET-USER-ID
                 move 'ADD' to WS-AUTH-FUNCTION
                 perform A-CHECK-AUTHORITY
                 if return-code = 0
                    perform A-CONFIRM-AND-APPLY
                 end-if
              when other
                 perform A-GET-USER-ID
                 move 'REMOVE' to WS-AUTH-FUNCTION
                 perform A-CHECK-AUTHORITY
                 if return-code = 0
                    perform A-CONFIRM-AND-APPLY
                 end-if
           end-evaluate
           goback
           .
           end-if
           close CCHFIL
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
                 display 'AOCCALM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCCALM - OPERATOR ID ' WS-USER-ID
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
                          and AT-DIALOGUE = 'AOCCALM'
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
                 display 'AOCCALM - ' WS-USER-ID ' IS NOT AUTHORIZED '
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
           move 'AOCCALM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
