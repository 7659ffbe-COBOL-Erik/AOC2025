      *    the same ACCEPT/DISPLAY conversation AOCPARMM uses, with
      *    the same explicit Y confirmation before anything is
      *    rewritten.
      *    A write-off needs the WRITEOFF grant on the operator
      *    authority master (CPYATH); one without it is refused and
      *    logged to the event file.

       environment division.
       configuration section.
           organization is line sequential
           file status is NLDG-FS.

           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  LEDGFIL.
           copy CPYRLG replacing leading ==RLG== by ==NLDG==,
                                 leading ==RL== by ==NL==.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 LEDG-FS          pic XX.
          05 WS-LEDGFILE-NAME pic X(100) value 'rejledg.txt'.
          05 WS-NEWLEDG-NAME  pic X(100) value 'rejledg.new'.
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
          05 WS-USER-ID       pic X(8) value spaces.
          05 WS-INPUT         pic X(100) value spaces.
             10 WT-NOTE         pic X(30).
             10 WT-REJECT-SEQ   pic 9(6).
             10 WT-REJECT-FILE  pic X(100).
             10 WT-RULE-ID      pic X(8).
             10 WT-SOURCE-SYSTEM pic X(8).

       01 V-LEDGFLAG.
          05 FILLER pic X value ' '.
             88 V-LEDG-EOF value 'E'.

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCREJM - reject ledger write-off'
           accept WS-RUN-DATE from date yyyymmdd
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
           accept WS-ENV-VALUE from environment 'REJLEDG'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-LEDGFILE-NAME
           end-if
           perform A-SHOW-ENTRY
           perform A-GET-USER-ID
           move 'WRITEOFF' to WS-AUTH-FUNCTION
           perform A-CHECK-AUTHORITY
           if return-code not = 0
              goback
           end-if
           perform A-PROMPT-REASON
           perform A-CONFIRM-AND-APPLY
           goback
                      to WT-REJECT-SEQ(WS-LEDG-COUNT)
                    move RL-REJECT-FILE
                      to WT-REJECT-FILE(WS-LEDG-COUNT)
                    move RL-RULE-ID
                      to WT-RULE-ID(WS-LEDG-COUNT)
                    move RL-SOURCE-SYSTEM
                      to WT-SOURCE-SYSTEM(WS-LEDG-COUNT)
                 else
                    display 'AOCREJM - LEDGER EXCEEDS 2000-ENTRY '
                            'CAP, RUN REFUSED'
              move WT-REJECT-SEQ(WS-LEDG-INDEX) to NL-REJECT-SEQ
              move WT-REJECT-FILE(WS-LEDG-INDEX)
                to NL-REJECT-FILE
              move WT-RULE-ID(WS-LEDG-INDEX) to NL-RULE-ID
              move WT-SOURCE-SYSTEM(WS-LEDG-INDEX)
                to NL-SOURCE-SYSTEM
              if NLDG-FS = '00' or NLDG-FS = '05'
                 write NLDG-RECORD
              end-if
           close NEWLEDG
           close LEDGFIL
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
                 display 'AOCREJM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCREJM - OPERATOR ID ' WS-USER-ID
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
                          and AT-DIALOGUE = 'AOCREJM'
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
                 display 'AOCREJM - ' WS-USER-ID ' IS NOT AUTHORIZED '
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
           move 'AOCREJM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
