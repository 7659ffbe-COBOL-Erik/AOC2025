       identification division.
       program-id. AOCWEARM.

      *    Dial service dialogue: records that engineering has
      *    serviced one dial of AOC1A or AOC1B, resetting its wear
      *    counters on the wear ledger (CPYWER) to zero from today,
      *    and optionally sets a new click threshold for the next
      *    service. The dial is validated and its current wear shown
      *    before anything is written, an explicit Y confirmation is
      *    required, and the service, the clicks it cleared and any
      *    threshold change go to the service history in the CPYPCH
      *    layout the other maintenance dialogues use.
      *    Recording a service needs the SERVICE grant on the
      *    operator authority master (CPYATH); an attempt without it
      *    is refused and logged to the event file.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional WERFIL assign to dynamic WS-WERFILE-NAME
           organization is line sequential
           file status is WER-FS.

           select optional WCHFIL assign to dynamic WS-WCHFILE-NAME
           organization is line sequential
           file status is WCH-FS.

           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  WERFIL.
           copy CPYWER.

       FD  WCHFIL.
           copy CPYPCH.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 WER-FS           pic XX.
          05 WCH-FS           pic XX.
          05 WS-WERFILE-NAME  pic X(100) value 'aocwear.txt'.
          05 WS-WCHFILE-NAME  pic X(100) value 'wearhist.txt'.
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
          05 WS-INPUT         pic X(30) value spaces.
          05 WS-PROGRAM-ID    pic X(8) value spaces.
          05 WS-DIAL          pic 9 value ZERO.
      *    Threshold given to a dial serviced before the ledger ever
      *    counted it, the same standard AOC1A/AOC1B start a dial on.
          05 WS-WEAR-LIMIT    pic 9(8) value 5000000.
          05 WS-OLD-SERVICE   pic 9(8) value ZERO.
          05 WS-OLD-THRESHOLD pic 9(8) value ZERO.
          05 WS-NEW-THRESHOLD pic 9(8) value ZERO.
          05 WS-OLD-CLICKS    pic 9(13) value ZERO.
          05 WS-WORK-NUM      pic S9(10) comp-4 value ZERO.
          05 WS-WEAR-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-WEAR-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-WEAR-FOUND    pic S9(4) comp-4 value ZERO.
          05 WS-DSP-CLICKS    pic Z(12)9.
          05 WS-DSP-CROSSINGS pic Z(9)9.
          05 WS-DSP-THRESHOLD pic Z(7)9.
          05 WS-HIST-FIELD    pic X(12) value spaces.
          05 WS-HIST-OLD      pic X(8) value spaces.
          05 WS-HIST-NEW      pic X(8) value spaces.

      *    The whole ledger, loaded for the update and rewritten in
      *    full, with the same 40-entry cap the dial programs use;
      *    a bigger file is refused rather than rewritten from a
      *    partial image.
       01 WS-WEAR-MAX pic S9(4) comp-4 value 40.
       01 WS-WEAR-TABLE.
          05 WS-WEAR-ENTRY occurs 40 times.
             10 WW-PROGRAM-ID   pic X(8).
             10 WW-DIAL         pic 9.
             10 WW-SERVICE-DATE pic 9(8).
             10 WW-LEFT-CLICKS  pic 9(12).
             10 WW-RIGHT-CLICKS pic 9(12).
             10 WW-CROSSINGS    pic 9(10).
             10 WW-THRESHOLD    pic 9(8).
             10 WW-SERVICED-BY  pic X(8).

       01 V-WERFLAG.
          05 FILLER pic X value ' '.
             88 V-WER-EOF value 'E'.

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCWEARM - dial service maintenance'
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
           accept WS-ENV-VALUE from environment 'WEARFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-WERFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'WEARHIST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-WCHFILE-NAME
           end-if
           perform A-LOAD-WEAR
           if return-code not = 0
              goback
           end-if
           perform A-PROMPT-PROGRAM
           perform A-PROMPT-DIAL
           perform A-FIND-DIAL
           perform A-SHOW-WEAR
           if WS-WEAR-FOUND = 0 and WS-WEAR-COUNT >= WS-WEAR-MAX
              display 'AOCWEARM - 40-ENTRY CAP REACHED, SERVICE '
                      'NOT RECORDED, LEDGER LEFT AS IS'
              move 16 to return-code
           else
              perform A-PROMPT-THRESHOLD
              perform A-GET-USER-ID
              move 'SERVICE' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
              if return-code = 0
                 perform A-CONFIRM-AND-APPLY
              end-if
           end-if
           goback
           .

       A-LOAD-WEAR section.
           move zero to WS-WEAR-COUNT
           open input WERFIL
           if WER-FS = '00'
              read WERFIL at end set V-WER-EOF to true end-read
              perform until V-WER-EOF
                 if WS-WEAR-COUNT < WS-WEAR-MAX
                    add 1 to WS-WEAR-COUNT
                    move WE-PROGRAM-ID
                      to WW-PROGRAM-ID(WS-WEAR-COUNT)
                    move WE-DIAL to WW-DIAL(WS-WEAR-COUNT)
                    move WE-SERVICE-DATE
                      to WW-SERVICE-DATE(WS-WEAR-COUNT)
                    move WE-LEFT-CLICKS
                      to WW-LEFT-CLICKS(WS-WEAR-COUNT)
                    move WE-RIGHT-CLICKS
                      to WW-RIGHT-CLICKS(WS-WEAR-COUNT)
                    move WE-CROSSINGS to WW-CROSSINGS(WS-WEAR-COUNT)
                    move WE-THRESHOLD to WW-THRESHOLD(WS-WEAR-COUNT)
                    move WE-SERVICED-BY
                      to WW-SERVICED-BY(WS-WEAR-COUNT)
                 else
                    display 'AOCWEARM - WEAR LEDGER EXCEEDS '
                            '40-ENTRY CAP, RUN REFUSED'
                    move 16 to return-code
                    set V-WER-EOF to true
                 end-if
                 if not V-WER-EOF
                    read WERFIL at end set V-WER-EOF to true
                    end-read
                 end-if
              end-perform
           end-if
      *    A brand-new ledger opens with status 05 and is open all
      *    the same; it must be closed here or the rewrite's OPEN
      *    OUTPUT would fail with status 41.
           close WERFIL
           .

       A-PROMPT-PROGRAM section.
           display 'DIAL PROGRAM (AOC1A AOC1B): '
           move spaces to WS-INPUT
           accept WS-INPUT
           move upper-case(WS-INPUT) to WS-INPUT
           perform until WS-INPUT = 'AOC1A' or 'AOC1B'
              display 'ENTER AOC1A OR AOC1B: '
              move spaces to WS-INPUT
              accept WS-INPUT
              move upper-case(WS-INPUT) to WS-INPUT
           end-perform
           move WS-INPUT to WS-PROGRAM-ID
           .

       A-PROMPT-DIAL section.
           display 'DIAL (1-4): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT(1:1) >= '1'
                      and WS-INPUT(1:1) <= '4'
                      and WS-INPUT(2:) = spaces
              display 'DIAL MUST BE 1 TO 4, TRY AGAIN: '
              move spaces to WS-INPUT
              accept WS-INPUT
           end-perform
           move WS-INPUT(1:1) to WS-DIAL
           .

       A-FIND-DIAL section.
           move zero to WS-WEAR-FOUND
           perform varying WS-WEAR-INDEX from 1 by 1
                     until WS-WEAR-INDEX > WS-WEAR-COUNT
              if WW-PROGRAM-ID(WS-WEAR-INDEX) = WS-PROGRAM-ID
                    and WW-DIAL(WS-WEAR-INDEX) = WS-DIAL
                 move WS-WEAR-INDEX to WS-WEAR-FOUND
              end-if
           end-perform
           .

       A-SHOW-WEAR section.
           display ' '
           display 'WEAR LEDGER ......: ' WS-WERFILE-NAME(1:40)
           display 'DIAL .............: ' WS-PROGRAM-ID ' DIAL '
                   WS-DIAL
           if WS-WEAR-FOUND = 0
              move zero to WS-OLD-SERVICE
              move zero to WS-OLD-CLICKS
              move WS-WEAR-LIMIT to WS-OLD-THRESHOLD
              display '(NO WEAR RECORDED YET - A NEW RECORD WILL BE '
                      'CREATED)'
           else
              move WW-SERVICE-DATE(WS-WEAR-FOUND) to WS-OLD-SERVICE
              compute WS-OLD-CLICKS =
                 WW-LEFT-CLICKS(WS-WEAR-FOUND)
                 + WW-RIGHT-CLICKS(WS-WEAR-FOUND)
              move WW-THRESHOLD(WS-WEAR-FOUND) to WS-OLD-THRESHOLD
              if WS-OLD-SERVICE = 0
                 display 'LAST SERVICE .....: NEVER'
              else
                 display 'LAST SERVICE .....: ' WS-OLD-SERVICE ' BY '
                         WW-SERVICED-BY(WS-WEAR-FOUND)
              end-if
              move WW-LEFT-CLICKS(WS-WEAR-FOUND) to WS-DSP-CLICKS
              display 'LEFT CLICKS ......: ' WS-DSP-CLICKS
              move WW-RIGHT-CLICKS(WS-WEAR-FOUND) to WS-DSP-CLICKS
              display 'RIGHT CLICKS .....: ' WS-DSP-CLICKS
              move WS-OLD-CLICKS to WS-DSP-CLICKS
              display 'TOTAL CLICKS .....: ' WS-DSP-CLICKS
              move WW-CROSSINGS(WS-WEAR-FOUND) to WS-DSP-CROSSINGS
              display 'ZERO CROSSINGS ...: ' WS-DSP-CROSSINGS
           end-if
           move WS-OLD-THRESHOLD to WS-DSP-THRESHOLD
           display 'CLICK THRESHOLD ..: ' WS-DSP-THRESHOLD
           display ' '
           .

       A-PROMPT-THRESHOLD section.
      *    The next service interval in clicks; ENTER keeps the
      *    current one. At least one click - a zero threshold would
      *    silence the warning for good.
           move WS-OLD-THRESHOLD to WS-NEW-THRESHOLD
           display 'NEW CLICK THRESHOLD (ENTER TO KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces
              compute WS-WORK-NUM = numval(WS-INPUT)
              if WS-WORK-NUM > 0 and WS-WORK-NUM <= 99999999
                 move WS-WORK-NUM to WS-NEW-THRESHOLD
                 move spaces to WS-INPUT
              else
                 display 'THRESHOLD MUST BE 1 TO 99999999 CLICKS, '
                         'TRY AGAIN (ENTER TO KEEP): '
                 move spaces to WS-INPUT
                 accept WS-INPUT
              end-if
           end-perform
           .

       A-GET-USER-ID section.
      *    The service history needs a who; the login name is taken
      *    unless the operator overrides it at the prompt.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-USER-ID
           end-if
           display 'OPERATOR ID (ENTER FOR ' WS-USER-ID '): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT not = spaces
              move WS-INPUT to WS-USER-ID
           end-if
           if WS-USER-ID = spaces
              move 'UNKNOWN' to WS-USER-ID
           end-if
           .

       A-CONFIRM-AND-APPLY section.
           display ' '
           move WS-NEW-THRESHOLD to WS-DSP-THRESHOLD
           display 'ABOUT TO RECORD A SERVICE OF ' WS-PROGRAM-ID
                   ' DIAL ' WS-DIAL ' ON ' WS-RUN-DATE
                   ', NEXT DUE AT ' WS-DSP-THRESHOLD ' CLICKS'
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT(1:1) not = 'Y' and WS-INPUT(1:1) not = 'y'
              display 'SERVICE CANCELLED, LEDGER LEFT AS IS'
              move 4 to return-code
           else
              if WS-WEAR-FOUND = 0
                 add 1 to WS-WEAR-COUNT
                 move WS-WEAR-COUNT to WS-WEAR-FOUND
                 move WS-PROGRAM-ID to WW-PROGRAM-ID(WS-WEAR-FOUND)
                 move WS-DIAL to WW-DIAL(WS-WEAR-FOUND)
              end-if
              move WS-RUN-DATE to WW-SERVICE-DATE(WS-WEAR-FOUND)
              move zero to WW-LEFT-CLICKS(WS-WEAR-FOUND)
              move zero to WW-RIGHT-CLICKS(WS-WEAR-FOUND)
              move zero to WW-CROSSINGS(WS-WEAR-FOUND)
              move WS-NEW-THRESHOLD to WW-THRESHOLD(WS-WEAR-FOUND)
              move WS-USER-ID to WW-SERVICED-BY(WS-WEAR-FOUND)
              perform A-REWRITE-WEAR
      *       The service history records what actually happened: a
      *       failed rewrite must not leave an audit row claiming
      *       a service that never took effect.
              if return-code = 0
                 perform A-WRITE-SERVICE-HISTORY
                 display 'SERVICE RECORDED'
              end-if
           end-if
           .

       A-REWRITE-WEAR section.
           open output WERFIL
           if WER-FS = '00' or WER-FS = '05'
              perform varying WS-WEAR-INDEX from 1 by 1
                        until WS-WEAR-INDEX > WS-WEAR-COUNT
                 move spaces to WER-RECORD
                 move WW-PROGRAM-ID(WS-WEAR-INDEX) to WE-PROGRAM-ID
                 move WW-DIAL(WS-WEAR-INDEX) to WE-DIAL
                 move WW-SERVICE-DATE(WS-WEAR-INDEX)
                   to WE-SERVICE-DATE
                 move WW-LEFT-CLICKS(WS-WEAR-INDEX) to WE-LEFT-CLICKS
                 move WW-RIGHT-CLICKS(WS-WEAR-INDEX)
                   to WE-RIGHT-CLICKS
                 move WW-CROSSINGS(WS-WEAR-INDEX) to WE-CROSSINGS
                 move WW-THRESHOLD(WS-WEAR-INDEX) to WE-THRESHOLD
                 move WW-SERVICED-BY(WS-WEAR-INDEX)
                   to WE-SERVICED-BY
                 write WER-RECORD
              end-perform
           else
              display 'AOCWEARM - WEAR LEDGER REWRITE FAILED, '
                      'STATUS=' WER-FS
              move 16 to return-code
           end-if
           close WERFIL
           .

       A-WRITE-SERVICE-HISTORY section.
      *    Up to three history records per service, in the CPYPCH
      *    layout: the service date it replaced, the clicks it
      *    cleared (shown as 99999999 past eight digits) and, when
      *    it changed, the threshold. The field name carries the
      *    program and dial, e.g. AOC1A-1-SVC.
           open extend WCHFIL
           if WCH-FS = '00' or WCH-FS = '05'
              move spaces to WS-HIST-FIELD
              string WS-PROGRAM-ID delimited by space
                     '-' WS-DIAL '-SVC' delimited by size
                     into WS-HIST-FIELD
              move WS-OLD-SERVICE to WS-HIST-OLD
              move WS-RUN-DATE to WS-HIST-NEW
              perform A-WRITE-HISTORY-RECORD
              move spaces to WS-HIST-FIELD
              string WS-PROGRAM-ID delimited by space
                     '-' WS-DIAL '-CLK' delimited by size
                     into WS-HIST-FIELD
              if WS-OLD-CLICKS > 99999999
                 move '99999999' to WS-HIST-OLD
              else
                 move WS-OLD-CLICKS(6:8) to WS-HIST-OLD
              end-if
              move '00000000' to WS-HIST-NEW
              perform A-WRITE-HISTORY-RECORD
              if WS-NEW-THRESHOLD not = WS-OLD-THRESHOLD
                 move spaces to WS-HIST-FIELD
                 string WS-PROGRAM-ID delimited by space
                        '-' WS-DIAL '-LIM' delimited by size
                        into WS-HIST-FIELD
                 move WS-OLD-THRESHOLD to WS-HIST-OLD
                 move WS-NEW-THRESHOLD to WS-HIST-NEW
                 perform A-WRITE-HISTORY-RECORD
              end-if
           end-if
           close WCHFIL
           .

       A-WRITE-HISTORY-RECORD section.
           move spaces to PCH-RECORD
           move WS-RUN-DATE to PC-CHANGE-DATE
           move WS-RUN-TIME to PC-CHANGE-TIME
           move WS-USER-ID to PC-USER-ID
           move WS-HIST-FIELD to PC-FIELD-NAME
           move WS-HIST-OLD to PC-OLD-VALUE
           move WS-HIST-NEW to PC-NEW-VALUE
           write PCH-RECORD
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
                 display 'AOCWEARM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCWEARM - OPERATOR ID ' WS-USER-ID
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
                          and AT-DIALOGUE = 'AOCWEARM'
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
                 display 'AOCWEARM - ' WS-USER-ID
                         ' IS NOT AUTHORIZED FOR ' WS-AUTH-FUNCTION
                         ', CHANGE REFUSED'
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
           move 'AOCWEARM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
