       identification division.
       program-id. AOCREADM.

      *    Vault dial reading entry dialogue: the vault team keys the
      *    positions they read off the physical dials of AOC1A or
      *    AOC1B each morning, onto the dial reading file (CPYRDG)
      *    that AOCPOSR reconciles against the positions the dial
      *    programs saved at end of run (CPYPOS). Each reading is
      *    validated against the dial size the positions were saved
      *    under, a dial not read is skipped with ENTER, the readings
      *    are shown back and an explicit Y confirmation is required
      *    before anything is written.
      *    Keying readings needs the READING grant on the operator
      *    authority master (CPYATH); an attempt without it is
      *    refused and logged to the event file.
      *    The position files are found under DIALPOSA (AOC1A,
      *    default aoc1a.pos) and DIALPOSB (AOC1B, default
      *    aoc1b.pos), the same names the dial programs and AOCPOSR
      *    honour, so all of them work on the one file.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional RDGFIL assign to dynamic WS-RDGFILE-NAME
           organization is line sequential
           file status is RDG-FS.

           select optional POSFIL assign to dynamic WS-POSFILE-NAME
           organization is line sequential
           file status is POS-FS.

           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  RDGFIL.
           copy CPYRDG.

       FD  POSFIL.
           copy CPYPOS.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 RDG-FS           pic XX.
          05 POS-FS           pic XX.
          05 WS-RDGFILE-NAME  pic X(100) value 'aocread.txt'.
          05 WS-POSFILE-NAME  pic X(100) value spaces.
          05 WS-POSA-NAME     pic X(100) value 'aoc1a.pos'.
          05 WS-POSB-NAME     pic X(100) value 'aoc1b.pos'.
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
      *    Upper bound for a reading: the dial size the positions
      *    were saved under, or any six-digit value while the
      *    program has saved no positions yet.
          05 WS-DIAL-SIZE     pic 9(6) value ZERO.
          05 WS-READ-LIMIT    pic 9(7) value 1000000.
          05 WS-WORK-NUM      pic S9(10) comp-4 value ZERO.
          05 WS-DIAL-SUB      pic S9(4) comp-4 value ZERO.
          05 WS-READ-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-DSP-READING   pic Z(5)9.
          05 WS-DSP-DIAL      pic 9.

      *    The four readings as keyed; a dial skipped with ENTER is
      *    left unflagged and nothing is written for it.
       01 WS-READ-TABLE.
          05 WS-READ-ENTRY occurs 4 times.
             10 WR-READ-FLAG    pic X.
                88 WR-DIAL-READ value 'Y'.
             10 WR-READING      pic 9(6).

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       01 V-READFLAG.
          05 FILLER pic X value ' '.
             88 V-READING-VALID value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCREADM - vault dial reading entry'
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
           accept WS-ENV-VALUE from environment 'READFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RDGFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'DIALPOSA'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-POSA-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'DIALPOSB'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-POSB-NAME
           end-if
           perform A-PROMPT-PROGRAM
           perform A-LOAD-DIAL-SIZE
           perform varying WS-DIAL-SUB from 1 by 1
                     until WS-DIAL-SUB > 4
              perform A-PROMPT-READING
           end-perform
           if WS-READ-COUNT = 0
              display 'AOCREADM - NO DIAL READ, NOTHING RECORDED'
              move 4 to return-code
           else
              perform A-GET-USER-ID
              move 'READING' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
              if return-code = 0
                 perform A-CONFIRM-AND-APPLY
              end-if
           end-if
           goback
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
           if WS-PROGRAM-ID = 'AOC1A'
              move WS-POSA-NAME to WS-POSFILE-NAME
           else
              move WS-POSB-NAME to WS-POSFILE-NAME
           end-if
           .

       A-LOAD-DIAL-SIZE section.
      *    Only the dial size is taken from the saved positions; the
      *    positions themselves are not shown, so the vault team
      *    keys what the dials say rather than what they expect.
           move zero to WS-DIAL-SIZE
           open input POSFIL
           if POS-FS = '00'
              read POSFIL
              if POS-FS = '00' and PS-DIAL-SIZE is numeric
                 move PS-DIAL-SIZE to WS-DIAL-SIZE
              end-if
           end-if
           close POSFIL
           display ' '
           display 'POSITION FILE ....: ' WS-POSFILE-NAME(1:40)
           if WS-DIAL-SIZE > 0
              move WS-DIAL-SIZE to WS-READ-LIMIT
              move WS-DIAL-SIZE to WS-DSP-READING
              display 'DIAL SIZE ........: ' WS-DSP-READING
           else
              display '(NO POSITIONS SAVED YET - DIAL SIZE UNKNOWN)'
           end-if
           display ' '
           .

       A-PROMPT-READING section.
      *    A reading is a whole number of clicks from zero up to one
      *    less than the dial size; ENTER skips the dial.
           move space to WR-READ-FLAG(WS-DIAL-SUB)
           move zero to WR-READING(WS-DIAL-SUB)
           move space to V-READFLAG
           move WS-DIAL-SUB to WS-DSP-DIAL
           display 'DIAL ' WS-DSP-DIAL
                   ' READING (ENTER TO SKIP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces or V-READING-VALID
              if test-numval(WS-INPUT) = 0
                 compute WS-WORK-NUM = numval(WS-INPUT)
                 if WS-WORK-NUM >= 0 and WS-WORK-NUM < WS-READ-LIMIT
                       and WS-INPUT(1:1) not = '-'
                    set V-READING-VALID to true
                 end-if
              end-if
              if V-READING-VALID
                 move WS-WORK-NUM to WR-READING(WS-DIAL-SUB)
                 set WR-DIAL-READ(WS-DIAL-SUB) to true
                 add 1 to WS-READ-COUNT
              else
                 move WS-READ-LIMIT to WS-WORK-NUM
                 subtract 1 from WS-WORK-NUM
                 move WS-WORK-NUM to WS-DSP-READING
                 display 'READING MUST BE 0 TO ' WS-DSP-READING
                         ', TRY AGAIN (ENTER TO SKIP): '
                 move spaces to WS-INPUT
                 accept WS-INPUT
              end-if
           end-perform
           .

       A-GET-USER-ID section.
      *    The reading file needs a who; the login name is taken
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
           display 'ABOUT TO RECORD THESE ' WS-PROGRAM-ID
                   ' READINGS FOR ' WS-RUN-DATE ':'
           perform varying WS-DIAL-SUB from 1 by 1
                     until WS-DIAL-SUB > 4
              move WS-DIAL-SUB to WS-DSP-DIAL
              if WR-DIAL-READ(WS-DIAL-SUB)
                 move WR-READING(WS-DIAL-SUB) to WS-DSP-READING
                 display '  DIAL ' WS-DSP-DIAL ' ....: '
                         WS-DSP-READING
              else
                 display '  DIAL ' WS-DSP-DIAL ' ....: '
                         'NOT READ'
              end-if
           end-perform
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT(1:1) not = 'Y' and WS-INPUT(1:1) not = 'y'
              display 'READINGS CANCELLED, NOTHING RECORDED'
              move 4 to return-code
           else
              perform A-WRITE-READINGS
           end-if
           .

       A-WRITE-READINGS section.
           open extend RDGFIL
           if RDG-FS = '00' or RDG-FS = '05'
              perform varying WS-DIAL-SUB from 1 by 1
                        until WS-DIAL-SUB > 4
                 if WR-DIAL-READ(WS-DIAL-SUB)
                    move spaces to RDG-RECORD
                    move WS-RUN-DATE to RD-READ-DATE
                    move WS-RUN-TIME to RD-READ-TIME
                    move WS-PROGRAM-ID to RD-PROGRAM-ID
                    move WS-DIAL-SUB to RD-DIAL
                    move WR-READING(WS-DIAL-SUB) to RD-READING
                    move WS-USER-ID to RD-USER-ID
                    write RDG-RECORD
                 end-if
              end-perform
              display 'READINGS RECORDED'
           else
              display 'AOCREADM - READING FILE OPEN FAILED, '
                      'STATUS=' RDG-FS
              move 16 to return-code
           end-if
           close RDGFIL
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
                 display 'AOCREADM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCREADM - OPERATOR ID ' WS-USER-ID
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
                          and AT-DIALOGUE = 'AOCREADM'
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
                 display 'AOCREADM - ' WS-USER-ID
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
           move 'AOCREADM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
