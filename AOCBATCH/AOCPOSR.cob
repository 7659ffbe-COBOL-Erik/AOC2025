       identification division.
       program-id. AOCPOSR.

      *    Dial position reconciliation: compares the positions AOC1A
      *    and AOC1B saved at end of run (CPYPOS) with the readings
      *    the vault team took off the physical dials that morning
      *    and keyed through AOCREADM (CPYRDG), so a dial turned by
      *    hand - during maintenance, say - is caught before the
      *    next run starts its crossings from a position the
      *    hardware no longer holds. Scheduled ahead of the night's
      *    run. Every dial is listed; one whose saved position
      *    differs from its reading is marked DIFFERS, raises an
      *    E event and sets RC 8. A dial not read, or a program
      *    with no saved positions, is listed and sets RC 4.
      *    With POSOVERRIDE=Y the job turns into a console dialogue
      *    once the report is out: an operator holding the OVERRIDE
      *    grant on the operator authority master (CPYATH) may,
      *    after an explicit Y confirmation, have every differing
      *    saved position replaced by its reading. The old and new
      *    positions go to the position history in the CPYPCH
      *    layout the maintenance dialogues use, once the position
      *    file has been rewritten; a history that cannot be opened
      *    leaves the positions as saved. An attempt without the
      *    grant is refused and logged to the event file.
      *    The position files are found under DIALPOSA (AOC1A,
      *    default aoc1a.pos) and DIALPOSB (AOC1B, default
      *    aoc1b.pos), the names the dial programs themselves
      *    honour, so a corrected position is the one the next run
      *    starts from.

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

           select optional PHSFIL assign to dynamic WS-PHSFILE-NAME
           organization is line sequential
           file status is PHS-FS.

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

       FD  PHSFIL.
           copy CPYPCH.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 RDG-FS           pic XX.
          05 POS-FS           pic XX.
          05 PHS-FS           pic XX.
          05 WS-RDGFILE-NAME  pic X(100) value 'aocread.txt'.
          05 WS-POSFILE-NAME  pic X(100) value spaces.
          05 WS-PHSFILE-NAME  pic X(100) value 'poshist.txt'.
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
          05 WS-PGM-SUB       pic S9(4) comp-4 value ZERO.
          05 WS-DIAL-SUB      pic S9(4) comp-4 value ZERO.
          05 WS-DIFF-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-UNREAD-COUNT  pic S9(4) comp-4 value ZERO.
          05 WS-FIXED-COUNT   pic S9(4) comp-4 value ZERO.
          05 WS-DSP-DIAL      pic 9.
          05 WS-DSP-SAVED     pic X(6).
          05 WS-DSP-READING   pic X(6).
          05 WS-DSP-COUNT     pic ZZZ9.
          05 WS-HIST-FIELD    pic X(12) value spaces.
          05 WS-HIST-NUM      pic 9(8) value ZERO.
          05 WS-HIST-OLD      pic X(8) value spaces.
          05 WS-HIST-NEW      pic X(8) value spaces.

      *    Both dial programs side by side: where each keeps its
      *    positions, what it saved, and the day's reading per dial.
       01 WS-REC-TABLE.
          05 WS-REC-PROGRAM occurs 2 times.
             10 WP-PROGRAM-ID    pic X(8).
             10 WP-POSFILE-NAME  pic X(100).
             10 WP-SAVED-FLAG    pic X.
                88 WP-SAVED      value 'Y'.
             10 WP-DIAL-SIZE     pic 9(6).
             10 WP-DIFF-COUNT    pic S9(4) comp-4.
             10 WP-DIAL occurs 4 times.
                15 WD-SAVED-FLAG pic X.
                   88 WD-SAVED   value 'Y'.
                15 WD-ARROW      pic 9(6).
                15 WD-READ-FLAG  pic X.
                   88 WD-READ    value 'Y'.
                15 WD-READING    pic 9(6).
                15 WD-READ-BY    pic X(8).
                15 WD-STATUS     pic X(8).
                   88 WD-DIFFERS value 'DIFFERS'.

       01 V-RDGFLAG.
          05 FILLER pic X value ' '.
             88 V-RDG-EOF value 'E'.

       01 V-OVERFLAG.
          05 FILLER pic X value ' '.
             88 V-OVERRIDE value 'Y'.

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCPOSR - saved dial positions against vault '
                   'readings'
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           move 'AOC1A' to WP-PROGRAM-ID(1)
           move 'aoc1a.pos' to WP-POSFILE-NAME(1)
           move 'AOC1B' to WP-PROGRAM-ID(2)
           move 'aoc1b.pos' to WP-POSFILE-NAME(2)
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RECDATE'
           if WS-ENV-VALUE not = spaces
                 and WS-ENV-VALUE(1:8) is numeric
              move WS-ENV-VALUE(1:8) to WS-RUN-DATE
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'READFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RDGFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'DIALPOSA'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WP-POSFILE-NAME(1)
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'DIALPOSB'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WP-POSFILE-NAME(2)
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'POSHIST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-PHSFILE-NAME
           end-if
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
           accept WS-ENV-VALUE from environment 'POSOVERRIDE'
           if WS-ENV-VALUE(1:1) = 'Y'
              set V-OVERRIDE to true
           end-if
           perform varying WS-PGM-SUB from 1 by 1
                     until WS-PGM-SUB > 2
              perform A-LOAD-POSITIONS
           end-perform
           perform A-LOAD-READINGS
           perform A-REPORT-DIALS
           if WS-DIFF-COUNT > 0 and V-OVERRIDE
              perform A-GET-USER-ID
              move 'OVERRIDE' to WS-AUTH-FUNCTION
              perform A-CHECK-AUTHORITY
              if V-AUTHORIZED
                 perform A-CONFIRM-OVERRIDE
              end-if
           end-if
           evaluate true
              when WS-DIFF-COUNT > WS-FIXED-COUNT
                 move 8 to return-code
              when WS-DIFF-COUNT > 0 or WS-UNREAD-COUNT > 0
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate
           goback
           .

       A-LOAD-POSITIONS section.
      *    The position file for the program in WS-PGM-SUB, as the
      *    dial program left it. A dial whose saved arrow is not
      *    numeric counts as not saved, the same as the dial
      *    program itself treats it.
           move WP-POSFILE-NAME(WS-PGM-SUB) to WS-POSFILE-NAME
           move space to WP-SAVED-FLAG(WS-PGM-SUB)
           move zero to WP-DIAL-SIZE(WS-PGM-SUB)
           move zero to WP-DIFF-COUNT(WS-PGM-SUB)
           perform varying WS-DIAL-SUB from 1 by 1
                     until WS-DIAL-SUB > 4
              move space to WD-SAVED-FLAG(WS-PGM-SUB, WS-DIAL-SUB)
              move zero to WD-ARROW(WS-PGM-SUB, WS-DIAL-SUB)
              move space to WD-READ-FLAG(WS-PGM-SUB, WS-DIAL-SUB)
              move zero to WD-READING(WS-PGM-SUB, WS-DIAL-SUB)
              move spaces to WD-READ-BY(WS-PGM-SUB, WS-DIAL-SUB)
              move spaces to WD-STATUS(WS-PGM-SUB, WS-DIAL-SUB)
           end-perform
           open input POSFIL
           if POS-FS = '00'
              read POSFIL
              if POS-FS = '00'
                 set WP-SAVED(WS-PGM-SUB) to true
                 if PS-DIAL-SIZE is numeric
                    move PS-DIAL-SIZE to WP-DIAL-SIZE(WS-PGM-SUB)
                 end-if
                 perform varying WS-DIAL-SUB from 1 by 1
                           until WS-DIAL-SUB > 4
                    if PS-ARROW(WS-DIAL-SUB) is numeric
                       set WD-SAVED(WS-PGM-SUB, WS-DIAL-SUB) to true
                       move PS-ARROW(WS-DIAL-SUB)
                         to WD-ARROW(WS-PGM-SUB, WS-DIAL-SUB)
                    end-if
                 end-perform
              end-if
           end-if
           close POSFIL
           .

       A-LOAD-READINGS section.
      *    The day's readings for both programs. The file is
      *    appended in the order the readings were keyed, so a dial
      *    read twice keeps the later reading.
           open input RDGFIL
           if RDG-FS = '00'
              read RDGFIL at end set V-RDG-EOF to true end-read
              perform until V-RDG-EOF
                 if RD-READ-DATE = WS-RUN-DATE
                       and RD-DIAL is numeric
                       and RD-DIAL >= 1 and RD-DIAL <= 4
                       and RD-READING is numeric
                    move zero to WS-PGM-SUB
                    if RD-PROGRAM-ID = WP-PROGRAM-ID(1)
                       move 1 to WS-PGM-SUB
                    end-if
                    if RD-PROGRAM-ID = WP-PROGRAM-ID(2)
                       move 2 to WS-PGM-SUB
                    end-if
                    if WS-PGM-SUB > 0
                       set WD-READ(WS-PGM-SUB, RD-DIAL) to true
                       move RD-READING
                         to WD-READING(WS-PGM-SUB, RD-DIAL)
                       move RD-USER-ID
                         to WD-READ-BY(WS-PGM-SUB, RD-DIAL)
                    end-if
                 end-if
                 read RDGFIL at end set V-RDG-EOF to true end-read
              end-perform
           end-if
           close RDGFIL
           .

       A-REPORT-DIALS section.
           display ' '
           display 'RECONCILIATION DATE: ' WS-RUN-DATE
           display ' '
           display 'PROGRAM   DIAL  SAVED   READING  READ-BY   '
                   'STATUS'
           display '--------  ----  ------  -------  --------  '
                   '--------'
           perform varying WS-PGM-SUB from 1 by 1
                     until WS-PGM-SUB > 2
              perform varying WS-DIAL-SUB from 1 by 1
                        until WS-DIAL-SUB > 4
                 perform A-REPORT-DIAL
              end-perform
           end-perform
           display ' '
           move WS-DIFF-COUNT to WS-DSP-COUNT
           display 'DIALS DIFFERING ...: ' WS-DSP-COUNT
           move WS-UNREAD-COUNT to WS-DSP-COUNT
           display 'DIALS UNCHECKED ...: ' WS-DSP-COUNT
           .

       A-REPORT-DIAL section.
      *    One line per dial. A dial that differs is also raised as
      *    an E event: the next run would start its crossings from
      *    a position the vault does not hold.
           move WS-DIAL-SUB to WS-DSP-DIAL
           if WD-SAVED(WS-PGM-SUB, WS-DIAL-SUB)
              move WD-ARROW(WS-PGM-SUB, WS-DIAL-SUB) to WS-DSP-SAVED
           else
              move 'NONE' to WS-DSP-SAVED
           end-if
           if WD-READ(WS-PGM-SUB, WS-DIAL-SUB)
              move WD-READING(WS-PGM-SUB, WS-DIAL-SUB)
                to WS-DSP-READING
           else
              move 'NONE' to WS-DSP-READING
           end-if
           evaluate true
              when not WD-SAVED(WS-PGM-SUB, WS-DIAL-SUB)
                 move 'NO SAVE' to WD-STATUS(WS-PGM-SUB, WS-DIAL-SUB)
                 add 1 to WS-UNREAD-COUNT
              when not WD-READ(WS-PGM-SUB, WS-DIAL-SUB)
                 move 'NOT READ' to WD-STATUS(WS-PGM-SUB, WS-DIAL-SUB)
                 add 1 to WS-UNREAD-COUNT
              when WD-READING(WS-PGM-SUB, WS-DIAL-SUB)
                   = WD-ARROW(WS-PGM-SUB, WS-DIAL-SUB)
                 move 'OK' to WD-STATUS(WS-PGM-SUB, WS-DIAL-SUB)
              when other
                 set WD-DIFFERS(WS-PGM-SUB, WS-DIAL-SUB) to true
                 add 1 to WS-DIFF-COUNT
                 add 1 to WP-DIFF-COUNT(WS-PGM-SUB)
                 move spaces to WS-EVT-DESC
                 string WP-PROGRAM-ID(WS-PGM-SUB) delimited by space
                        ' DIAL ' WS-DSP-DIAL ' SAVED AT '
                        WS-DSP-SAVED ' BUT VAULT READS '
                        WS-DSP-READING delimited by size
                        into WS-EVT-DESC
                 move 'E' to WS-EVT-SEV
                 perform A-WRITE-EVENT
           end-evaluate
           display WP-PROGRAM-ID(WS-PGM-SUB) '     ' WS-DSP-DIAL
                   '  ' WS-DSP-SAVED '  ' WS-DSP-READING '   '
                   WD-READ-BY(WS-PGM-SUB, WS-DIAL-SUB) '  '
                   WD-STATUS(WS-PGM-SUB, WS-DIAL-SUB)
           .

       A-GET-USER-ID section.
      *    The position history needs a who; the login name is
      *    taken unless the operator overrides it at the prompt.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-USER-ID
           end-if
           display ' '
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

       A-CONFIRM-OVERRIDE section.
           display ' '
           move WS-DIFF-COUNT to WS-DSP-COUNT
           display 'ABOUT TO REPLACE ' WS-DSP-COUNT
                   ' SAVED POSITION(S) WITH THE VAULT READING'
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT(1:1) not = 'Y' and WS-INPUT(1:1) not = 'y'
              display 'OVERRIDE CANCELLED, POSITIONS LEFT AS SAVED'
           else
              perform varying WS-PGM-SUB from 1 by 1
                        until WS-PGM-SUB > 2
                 if WP-DIFF-COUNT(WS-PGM-SUB) > 0
                    perform A-REWRITE-POSITIONS
                 end-if
              end-perform
           end-if
           .

       A-REWRITE-POSITIONS section.
      *    The saved record is rebuilt whole: the dial size and the
      *    dials that agreed stay as the dial program saved them,
      *    the dials that differ take the vault reading. No
      *    position is changed without its audit trail, so the
      *    position history is opened first and a history that
      *    cannot be opened leaves the saved positions untouched.
      *    The history rows themselves record what actually
      *    happened, so they are only written once the position
      *    file has been rewritten. A dial only counts as corrected
      *    when both have been written.
           open extend PHSFIL
           if PHS-FS not = '00' and PHS-FS not = '05'
              display 'AOCPOSR - POSITION HISTORY OPEN FAILED, '
                      'STATUS=' PHS-FS ', ' WP-PROGRAM-ID(WS-PGM-SUB)
                      ' POSITIONS LEFT AS SAVED'
              move spaces to WS-EVT-DESC
              string WP-PROGRAM-ID(WS-PGM-SUB) delimited by space
                     ' POSITION OVERRIDE NOT APPLIED - NO HISTORY, '
                     'STATUS=' PHS-FS delimited by size
                     into WS-EVT-DESC
              move 'E' to WS-EVT-SEV
              perform A-WRITE-EVENT
              close PHSFIL
           else
              move WP-POSFILE-NAME(WS-PGM-SUB) to WS-POSFILE-NAME
              move spaces to POS-RECORD
              move WP-DIAL-SIZE(WS-PGM-SUB) to PS-DIAL-SIZE
              perform varying WS-DIAL-SUB from 1 by 1
                        until WS-DIAL-SUB > 4
                 if WD-DIFFERS(WS-PGM-SUB, WS-DIAL-SUB)
                    move WD-READING(WS-PGM-SUB, WS-DIAL-SUB)
                      to PS-ARROW(WS-DIAL-SUB)
                 else
                    move WD-ARROW(WS-PGM-SUB, WS-DIAL-SUB)
                      to PS-ARROW(WS-DIAL-SUB)
                 end-if
              end-perform
              open output POSFIL
              if POS-FS = '00' or POS-FS = '05'
                 write POS-RECORD
              end-if
              if POS-FS = '00' or POS-FS = '05'
                 close POSFIL
                 perform A-WRITE-POSITION-HISTORY
              else
                 close POSFIL
                 display 'AOCPOSR - ' WP-PROGRAM-ID(WS-PGM-SUB)
                         ' POSITION FILE REWRITE FAILED, STATUS='
                         POS-FS
                 move spaces to WS-EVT-DESC
                 string WP-PROGRAM-ID(WS-PGM-SUB) delimited by space
                        ' POSITION OVERRIDE FAILED, STATUS='
                        POS-FS delimited by size
                        into WS-EVT-DESC
                 move 'E' to WS-EVT-SEV
                 perform A-WRITE-EVENT
              end-if
              close PHSFIL
           end-if
           .

       A-WRITE-POSITION-HISTORY section.
      *    One history record per corrected dial, in the CPYPCH
      *    layout, on the history the caller has open; the field
      *    name carries the program and dial, e.g. AOC1A-1-POS.
      *    Each correction is also left on the event file as a
      *    warning, so the morning summary shows that the
      *    positions were overridden and by whom. A row that
      *    cannot be written is an error event, and its dial is
      *    not counted as corrected.
           perform varying WS-DIAL-SUB from 1 by 1
                     until WS-DIAL-SUB > 4
              if WD-DIFFERS(WS-PGM-SUB, WS-DIAL-SUB)
                 move WS-DIAL-SUB to WS-DSP-DIAL
                 move spaces to WS-HIST-FIELD
                 string WP-PROGRAM-ID(WS-PGM-SUB) delimited by space
                        '-' WS-DSP-DIAL '-POS' delimited by size
                        into WS-HIST-FIELD
                 move WD-ARROW(WS-PGM-SUB, WS-DIAL-SUB)
                   to WS-HIST-NUM
                 move WS-HIST-NUM to WS-HIST-OLD
                 move WD-READING(WS-PGM-SUB, WS-DIAL-SUB)
                   to WS-HIST-NUM
                 move WS-HIST-NUM to WS-HIST-NEW
                 perform A-WRITE-HISTORY-RECORD
                 move spaces to WS-EVT-DESC
                 if PHS-FS = '00'
                    add 1 to WS-FIXED-COUNT
                    string WP-PROGRAM-ID(WS-PGM-SUB)
                              delimited by space
                           ' DIAL ' WS-DSP-DIAL
                           ' POSITION SET TO VAULT READING BY '
                              delimited by size
                           WS-USER-ID delimited by space
                           into WS-EVT-DESC
                    move 'W' to WS-EVT-SEV
                 else
                    display 'AOCPOSR - POSITION HISTORY WRITE '
                            'FAILED, STATUS=' PHS-FS
                    string WP-PROGRAM-ID(WS-PGM-SUB)
                              delimited by space
                           ' DIAL ' WS-DSP-DIAL
                           ' POSITION HISTORY WRITE FAILED, STATUS='
                           PHS-FS delimited by size
                           into WS-EVT-DESC
                    move 'E' to WS-EVT-SEV
                 end-if
                 perform A-WRITE-EVENT
              end-if
           end-perform
           display WP-PROGRAM-ID(WS-PGM-SUB)
                   ' SAVED POSITIONS CORRECTED'
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
      *    this program, or all of its functions (*), before the
      *    change is accepted, and the user must be the login the
      *    job runs under - an id typed at the prompt borrows
      *    nobody's authority, and a session with no login to
      *    check it against is refused outright. A missing
      *    master grants nothing. A refusal is logged to the
      *    event file, so the attempt shows up in the next
      *    morning's summary.
           move space to V-AUTHFLAG
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to WS-LOGIN-ID
           move spaces to WS-EVT-DESC
           if WS-LOGIN-ID = spaces
                 or WS-LOGIN-ID not = WS-USER-ID
              if WS-LOGIN-ID = spaces
                 display 'AOCPOSR - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCPOSR - OPERATOR ID ' WS-USER-ID
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
                          and AT-DIALOGUE = 'AOCPOSR'
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
                 display 'AOCPOSR - ' WS-USER-ID
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
           move 'AOCPOSR' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
