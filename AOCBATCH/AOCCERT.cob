       identification division.
       program-id. AOCCERT.

      *    Golden-answer certification: after a control change
      *    through AOCPARMM, or a new load module, nothing proved
      *    the answer programs still gave the right answers until
      *    a real day's output looked odd. This job runs AOC1A,
      *    AOC1B, AOC2A, AOC2B, AOC3A and AOC3B against a library
      *    of reference inputs whose answers have been certified
      *    (CPYCRC), each case under its own parameter profile,
      *    using the current production parameters, and prints a
      *    pass/fail certificate. The runs happen inside the
      *    library directory, so the history, answers master,
      *    generation catalog, ledger, events, audit, dial
      *    positions and wear the programs keep there are the
      *    library's own, cleared before every certification -
      *    production's are never opened. The outcome is appended
      *    to the certification log (CPYCRT), which AOCDRV checks
      *    before it will start production.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional CTLFIL assign to dynamic WS-CTLFILE-NAME
           organization is line sequential
           file status is CTL-FS.

           select optional LCTFIL assign to dynamic WS-LCTFILE-NAME
           organization is line sequential
           file status is LCT-FS.

           select optional PCHFIL assign to dynamic WS-PCHFILE-NAME
           organization is line sequential
           file status is PCH-FS.

           select optional GDGFIL assign to dynamic WS-GDGFILE-NAME
           organization is line sequential
           file status is GDG-FS.

           select optional CRCFIL assign to dynamic WS-CRCFILE-NAME
           organization is line sequential
           file status is CRC-FS.

           select optional CRTFIL assign to dynamic WS-CRTFILE-NAME
           organization is line sequential
           file status is CRT-FS.

           select optional RPTFIL assign to dynamic WS-RPTFILE-NAME
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  CTLFIL.
           copy CPYPARM.

       FD  LCTFIL.
       01  LCT-RECORD          pic X(80).

       FD  PCHFIL.
           copy CPYPCH.

       FD  GDGFIL.
           copy CPYGDG.

       FD  CRCFIL.
           copy CPYCRC.

       FD  CRTFIL.
           copy CPYCRT.

       FD  RPTFIL.
           copy CPYPRT.

       working-storage section.
       01 A-ARB.
          05 CTL-FS           pic XX.
          05 LCT-FS           pic XX.
          05 PCH-FS           pic XX.
          05 GDG-FS           pic XX.
          05 CRC-FS           pic XX.
          05 CRT-FS           pic XX.
          05 RPT-FS           pic XX.
          05 WS-CTLFILE-NAME  pic X(100) value 'aocparm.ctl'.
          05 WS-LCTFILE-NAME  pic X(100) value spaces.
          05 WS-PCHFILE-NAME  pic X(100) value 'parmhist.txt'.
          05 WS-GDGFILE-NAME  pic X(100) value 'aocgdg.cat'.
          05 WS-CRCFILE-NAME  pic X(100) value 'aoccert.ctl'.
          05 WS-CRTFILE-NAME  pic X(100) value 'aoccert.log'.
          05 WS-RPTFILE-NAME  pic X(100) value 'aoccert.rpt'.
          05 WS-LIBRARY-NAME  pic X(100) value 'aoccert'.
          05 WS-HOME-DIR      pic X(256) value spaces.
          05 WS-HOME-LENGTH   pic S9(9) comp-5 value 256.
          05 WS-DIR-FLAGS     pic S9(9) comp-5 value ZERO.
          05 WS-DELETE-NAME   pic X(120) value spaces.
          05 WS-ENV-NAME      pic X(12) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-USER-ID       pic X(8) value spaces.
          05 WS-SYS-DATE      pic 9(8) value ZERO.
          05 WS-START-TIME    pic 9(8) value ZERO.
          05 WS-PARM-DATE     pic 9(8) value ZERO.
          05 WS-PARM-TIME     pic 9(8) value ZERO.
          05 WS-PARM-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-LINE-NUMBER   pic S9(4) comp-4 value ZERO.
          05 WS-CASE-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-PGM-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-FIND-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-PASS-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-FAIL-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-UNCOVERED     pic S9(4) comp-4 value ZERO.
          05 WS-CASE-RC       pic S9(4) comp-4 value ZERO.
          05 WS-DSP-LINE      pic ZZZ9.
          05 WS-DSP-COUNT     pic ZZZ9.

      *    The six answer programs the library must certify; a
      *    program without a single case leaves the library
      *    failed, since nothing then proves its answers.
       01 WS-PROGRAM-LIST.
          05 FILLER           pic X(8) value 'AOC1A'.
          05 FILLER           pic X(8) value 'AOC1B'.
          05 FILLER           pic X(8) value 'AOC2A'.
          05 FILLER           pic X(8) value 'AOC2B'.
          05 FILLER           pic X(8) value 'AOC3A'.
          05 FILLER           pic X(8) value 'AOC3B'.
       01 FILLER redefines WS-PROGRAM-LIST.
          05 WS-PGM-ENTRY occurs 6 times.
             10 WG-PROGRAM-ID pic X(8).
       01 WS-PGM-CASES.
          05 WG-CASE-COUNT    pic S9(4) comp-4 occurs 6 times.

      *    The library's cases as read, each with the outcome of
      *    its run.
       01 WS-CASE-MAX         pic S9(4) comp-4 value 50.
       01 WS-CASE-COUNT       pic S9(4) comp-4 value ZERO.
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY occurs 50 times.
             10 WK-PROGRAM-ID    pic X(8).
             10 WK-SOURCE-SYSTEM pic X(8).
             10 WK-INPUT-FILE    pic X(100).
             10 WK-EXP-COUNT     pic S9(6) comp-4.
             10 WK-EXP-ANSWER    pic S9(18) comp-4.
             10 WK-ACT-COUNT     pic S9(6) comp-4.
             10 WK-ACT-ANSWER    pic S9(18) comp-4.
             10 WK-RETURN-CODE   pic S9(4) comp-4.
             10 WK-RESULT-SW     pic X.
                88 WK-PASSED     value 'P'.
                88 WK-FAILED     value 'F'.
             10 WK-REASON        pic X(14).

       01 WS-CASE-LINE.
          05 WS-CL-PROGRAM-ID    pic X(8).
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-PROFILE       pic X(8).
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-INPUT-FILE    pic X(28).
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-EXP-COUNT     pic Z(5)9.
          05 FILLER              pic X(1) value spaces.
          05 WS-CL-EXP-ANSWER    pic -(17)9.
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-ACT-COUNT     pic Z(5)9.
          05 FILLER              pic X(1) value spaces.
          05 WS-CL-ACT-ANSWER    pic -(17)9.
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-RC            pic ZZZ9.
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-RESULT        pic X(4).
          05 FILLER              pic X(2) value spaces.
          05 WS-CL-REASON        pic X(14).

       01 V-CRCFLAG.
          05 FILLER pic X value ' '.
             88 V-CRC-EOF value 'E'.

       01 V-PCHFLAG.
          05 FILLER pic X value ' '.
             88 V-PCH-EOF value 'E'.

       01 V-CTLFLAG.
          05 FILLER pic X value ' '.
             88 V-CTL-EOF value 'E'.

       01 V-GDGFLAG.
          05 FILLER pic X value ' '.
             88 V-GDG-EOF value 'E'.

       01 V-LIBFLAG.
          05 FILLER pic X value ' '.
             88 V-LIB-OVERFLOW value 'O'.

       01 V-CERTFLAG.
          05 FILLER pic X value ' '.
             88 V-CERT-PASSED value 'P'.
             88 V-CERT-FAILED value 'F'.

           copy CPYRSLT.

       procedure division.
       A-MAIN section.
           display 'AOCCERT - golden-answer certification'
           accept WS-SYS-DATE from date yyyymmdd
           accept WS-START-TIME from time
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CERTLIB'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-LIBRARY-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CERTLOG'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-CRTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CERTRPT'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RPTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to WS-USER-ID
           perform A-GET-LATEST-CHANGE
           perform A-COPY-PARAMETERS
           perform A-ENTER-LIBRARY
           perform A-CLEAR-LIBRARY
           perform A-LOAD-CASES
           perform varying WS-CASE-INDEX from 1 by 1
                     until WS-CASE-INDEX > WS-CASE-COUNT
              if not WK-FAILED(WS-CASE-INDEX)
                 perform A-RUN-CASE
              end-if
              if WK-PASSED(WS-CASE-INDEX)
                 add 1 to WS-PASS-COUNT
              else
                 add 1 to WS-FAIL-COUNT
              end-if
           end-perform
           perform A-LEAVE-LIBRARY
           perform varying WS-PGM-INDEX from 1 by 1
                     until WS-PGM-INDEX > 6
              if WG-CASE-COUNT(WS-PGM-INDEX) = 0
                 add 1 to WS-UNCOVERED
              end-if
           end-perform
           if WS-CASE-COUNT > 0 and WS-FAIL-COUNT = 0
                 and WS-UNCOVERED = 0 and not V-LIB-OVERFLOW
              set V-CERT-PASSED to true
           else
              set V-CERT-FAILED to true
           end-if
           perform A-WRITE-CERTIFICATE
           perform A-WRITE-CERT-LOG
           if V-CERT-PASSED
              move 0 to return-code
           else
              move 8 to return-code
           end-if
           goback
           .

       A-GET-LATEST-CHANGE section.
      *    The newest parameter change already in force, recorded
      *    with the result so the log shows which changes a
      *    certificate covers.
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
           .

       A-COPY-PARAMETERS section.
      *    The library is certified under production's current
      *    parameters - every profile of them - so the control
      *    file is copied into the library as it stands before the
      *    cases run. No production control file leaves the
      *    library without one too, and the programs on their
      *    defaults, exactly as production would run. A library
      *    directory that cannot be written to cannot be certified.
           move spaces to WS-LCTFILE-NAME
           string WS-LIBRARY-NAME delimited by space
                  '/aocparm.ctl' delimited by size
                  into WS-LCTFILE-NAME
           open output LCTFIL
           if LCT-FS not = '00' and LCT-FS not = '05'
              display 'AOCCERT - CERTIFICATION LIBRARY '
                      WS-LIBRARY-NAME(1:40) ' CANNOT BE WRITTEN, '
                      'FILE STATUS ' LCT-FS
              move 16 to return-code
              goback
           end-if
           open input CTLFIL
           if CTL-FS = '00'
              read CTLFIL at end set V-CTL-EOF to true end-read
              perform until V-CTL-EOF
                 move CTL-RECORD to LCT-RECORD
                 write LCT-RECORD
                 add 1 to WS-PARM-COUNT
                 read CTLFIL at end set V-CTL-EOF to true end-read
              end-perform
           end-if
           close CTLFIL
           close LCTFIL
           .

       A-ENTER-LIBRARY section.
      *    The programs keep their files under fixed names relative
      *    to the working directory, so running them from inside
      *    the library keeps every file they write there. The
      *    programs themselves are loaded through the library path,
      *    not the working directory, so the change does not affect
      *    which load modules are certified.
           call 'CBL_GET_CURRENT_DIR' using by value WS-DIR-FLAGS
                                            by value WS-HOME-LENGTH
                                            by reference WS-HOME-DIR
           if return-code not = 0
              display 'AOCCERT - CURRENT DIRECTORY NOT AVAILABLE, '
                      'CERTIFICATION NOT RUN'
              move 16 to return-code
              goback
           end-if
           call 'CBL_CHANGE_DIR' using WS-LIBRARY-NAME
           if return-code not = 0
              display 'AOCCERT - CERTIFICATION LIBRARY '
                      WS-LIBRARY-NAME(1:40) ' NOT AVAILABLE, '
                      'CERTIFICATION NOT RUN'
              move 16 to return-code
              goback
           end-if
           .

       A-LEAVE-LIBRARY section.
           call 'CBL_CHANGE_DIR' using WS-HOME-DIR
           if return-code not = 0
              display 'AOCCERT - COULD NOT RETURN TO '
                      WS-HOME-DIR(1:60) ', NOTHING RECORDED'
              move 16 to return-code
              goback
           end-if
           .

       A-CLEAR-LIBRARY section.
      *    Every certification starts from the same empty state: no
      *    history to deviate from, no saved dial positions or
      *    wear, no checkpoint to resume, no lock. The generations
      *    the previous certification cataloged are deleted first,
      *    the catalog after them, as AOCGDGR rotates them.
           open input GDGFIL
           if GDG-FS = '00'
              read GDGFIL at end set V-GDG-EOF to true end-read
              perform until V-GDG-EOF
                 if GD-FILE-NAME not = spaces
                    move GD-FILE-NAME to WS-DELETE-NAME
                    call 'CBL_DELETE_FILE' using WS-DELETE-NAME
                 end-if
                 read GDGFIL at end set V-GDG-EOF to true end-read
              end-perform
           end-if
           close GDGFIL
           move 'aocgdg.cat' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'runhist.txt' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'answers.mst' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'rejledg.txt' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'runaudit.txt' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'aocevent.txt' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'aocrun.lck' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'aoc1a.pos' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'aoc1b.pos' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'aocwear.txt' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           move 'aoc3a.chk' to WS-DELETE-NAME
           perform A-DELETE-LIBRARY-FILE
           .

       A-DELETE-LIBRARY-FILE section.
      *    A file that is not there is already what is wanted.
           call 'CBL_DELETE_FILE' using WS-DELETE-NAME
           move 0 to return-code
           .

       A-LOAD-CASES section.
           move zero to WS-CASE-COUNT WS-LINE-NUMBER
           perform varying WS-PGM-INDEX from 1 by 1
                     until WS-PGM-INDEX > 6
              move zero to WG-CASE-COUNT(WS-PGM-INDEX)
           end-perform
           open input CRCFIL
           if CRC-FS = '00'
              read CRCFIL at end set V-CRC-EOF to true end-read
              perform until V-CRC-EOF
                 add 1 to WS-LINE-NUMBER
                 if CRC-RECORD not = spaces
                       and CC-PROGRAM-ID(1:1) not = '*'
                    perform A-TAKE-CASE
                 end-if
                 read CRCFIL at end set V-CRC-EOF to true end-read
              end-perform
           else
              display 'AOCCERT - NO CASE FILE '
                      WS-CRCFILE-NAME(1:40) ' IN THE LIBRARY'
           end-if
           close CRCFIL
           .

       A-TAKE-CASE section.
      *    A case that is not runnable as written fails outright,
      *    and with it the certificate - a broken case proves
      *    nothing either way.
           if WS-CASE-COUNT >= WS-CASE-MAX
              move WS-LINE-NUMBER to WS-DSP-LINE
              display 'AOCCERT - CASE LINE ' WS-DSP-LINE
                      ': MORE THAN 50 CASES'
              set V-LIB-OVERFLOW to true
           else
              add 1 to WS-CASE-COUNT
              move WS-CASE-COUNT to WS-CASE-INDEX
              move CC-PROGRAM-ID to WK-PROGRAM-ID(WS-CASE-INDEX)
              move CC-SOURCE-SYSTEM
                to WK-SOURCE-SYSTEM(WS-CASE-INDEX)
              move CC-INPUT-FILE to WK-INPUT-FILE(WS-CASE-INDEX)
              move zero to WK-EXP-COUNT(WS-CASE-INDEX)
                           WK-EXP-ANSWER(WS-CASE-INDEX)
                           WK-ACT-COUNT(WS-CASE-INDEX)
                           WK-ACT-ANSWER(WS-CASE-INDEX)
                           WK-RETURN-CODE(WS-CASE-INDEX)
              move space to WK-RESULT-SW(WS-CASE-INDEX)
              move spaces to WK-REASON(WS-CASE-INDEX)
              move zero to WS-PGM-INDEX
              perform varying WS-FIND-INDEX from 1 by 1
                        until WS-FIND-INDEX > 6
                 if WG-PROGRAM-ID(WS-FIND-INDEX) = CC-PROGRAM-ID
                    move WS-FIND-INDEX to WS-PGM-INDEX
                 end-if
              end-perform
              evaluate true
                 when WS-PGM-INDEX = 0
                    set WK-FAILED(WS-CASE-INDEX) to true
                    move 'UNKNOWN PGM' to WK-REASON(WS-CASE-INDEX)
                 when CC-INPUT-FILE = spaces
                    set WK-FAILED(WS-CASE-INDEX) to true
                    move 'NO INPUT' to WK-REASON(WS-CASE-INDEX)
                 when CC-RECORD-COUNT is not numeric
                    set WK-FAILED(WS-CASE-INDEX) to true
                    move 'BAD COUNT' to WK-REASON(WS-CASE-INDEX)
                 when test-numval(CC-FINAL-ANSWER) not = 0
                    set WK-FAILED(WS-CASE-INDEX) to true
                    move 'BAD ANSWER' to WK-REASON(WS-CASE-INDEX)
                 when other
                    move CC-RECORD-COUNT
                      to WK-EXP-COUNT(WS-CASE-INDEX)
                    compute WK-EXP-ANSWER(WS-CASE-INDEX) =
                       numval(CC-FINAL-ANSWER)
                    add 1 to WG-CASE-COUNT(WS-PGM-INDEX)
              end-evaluate
              if WK-FAILED(WS-CASE-INDEX)
                 move WS-LINE-NUMBER to WS-DSP-LINE
                 display 'AOCCERT - CASE LINE ' WS-DSP-LINE ': '
                         WK-REASON(WS-CASE-INDEX)
              end-if
           end-if
           .

       A-RUN-CASE section.
      *    Every DD a program honours is set explicitly for the
      *    case - the input and profile named, everything else
      *    blank so each program falls back on its default name
      *    inside the library - and the dials start from the
      *    classic half-dial position, so a case's answer depends
      *    on its input and the parameters alone. The program is
      *    cancelled after its run, so the next case starts it
      *    afresh. A case passes only when the program reported
      *    through the result area without refusing and its record
      *    count and answer both match the certified ones.
           move 'INFIL' to WS-ENV-NAME
           move WK-INPUT-FILE(WS-CASE-INDEX) to WS-ENV-VALUE
           perform A-SET-ENV
           move 'SRCSYS' to WS-ENV-NAME
           move WK-SOURCE-SYSTEM(WS-CASE-INDEX) to WS-ENV-VALUE
           perform A-SET-ENV
           move 'DIALRESET' to WS-ENV-NAME
           move 'Y' to WS-ENV-VALUE
           perform A-SET-ENV
           move spaces to WS-ENV-VALUE
           move 'REJFIL' to WS-ENV-NAME
           perform A-SET-ENV
           move 'TRCFIL' to WS-ENV-NAME
           perform A-SET-ENV
           move 'EXTFIL' to WS-ENV-NAME
           perform A-SET-ENV
           move 'FILELIST' to WS-ENV-NAME
           perform A-SET-ENV
           move 'DIALPOS' to WS-ENV-NAME
           perform A-SET-ENV
           move 'DIALPOSA' to WS-ENV-NAME
           perform A-SET-ENV
           move 'DIALPOSB' to WS-ENV-NAME
           perform A-SET-ENV
           move 'WEARFIL' to WS-ENV-NAME
           perform A-SET-ENV
           move 'RUNLOCK' to WS-ENV-NAME
           perform A-SET-ENV
           move 'AOCLOCKHELD' to WS-ENV-NAME
           perform A-SET-ENV
           move 'BUSDATE' to WS-ENV-NAME
           perform A-SET-ENV
           move 'RERUN' to WS-ENV-NAME
           perform A-SET-ENV
           move 'AOCPART' to WS-ENV-NAME
           perform A-SET-ENV
           move 'AOCMERGE' to WS-ENV-NAME
           perform A-SET-ENV
           move 'PARTCTL' to WS-ENV-NAME
           perform A-SET-ENV
           move spaces to WR-PROGRAM-ID
           move zero to WR-RECORD-COUNT WR-FINAL-ANSWER
                        WR-RETURN-CODE
           move zero to return-code
           call WK-PROGRAM-ID(WS-CASE-INDEX)
              on exception
                 display 'AOCCERT - PROGRAM '
                         WK-PROGRAM-ID(WS-CASE-INDEX)
                         ' COULD NOT BE LOADED'
                 move 16 to return-code
                 move 'NOT LOADED' to WK-REASON(WS-CASE-INDEX)
           end-call
           move return-code to WS-CASE-RC
           cancel WK-PROGRAM-ID(WS-CASE-INDEX)
           if WR-PROGRAM-ID = WK-PROGRAM-ID(WS-CASE-INDEX)
              move WR-RECORD-COUNT to WK-ACT-COUNT(WS-CASE-INDEX)
              move WR-FINAL-ANSWER to WK-ACT-ANSWER(WS-CASE-INDEX)
              if WR-RETURN-CODE > WS-CASE-RC
                 move WR-RETURN-CODE to WS-CASE-RC
              end-if
           else
              if WK-REASON(WS-CASE-INDEX) = spaces
                 move 'NO RESULT' to WK-REASON(WS-CASE-INDEX)
              end-if
           end-if
           move WS-CASE-RC to WK-RETURN-CODE(WS-CASE-INDEX)
           evaluate true
              when WK-REASON(WS-CASE-INDEX) not = spaces
                 continue
              when WS-CASE-RC > 4
                 move 'REFUSED' to WK-REASON(WS-CASE-INDEX)
              when WK-ACT-COUNT(WS-CASE-INDEX)
                   not = WK-EXP-COUNT(WS-CASE-INDEX)
                 move 'COUNT DIFFERS' to WK-REASON(WS-CASE-INDEX)
              when WK-ACT-ANSWER(WS-CASE-INDEX)
                   not = WK-EXP-ANSWER(WS-CASE-INDEX)
                 move 'ANSWER DIFFERS' to WK-REASON(WS-CASE-INDEX)
           end-evaluate
           if WK-REASON(WS-CASE-INDEX) = spaces
              set WK-PASSED(WS-CASE-INDEX) to true
           else
              set WK-FAILED(WS-CASE-INDEX) to true
           end-if
           move 0 to return-code
           .

       A-SET-ENV section.
           display WS-ENV-NAME upon environment-name
           display WS-ENV-VALUE upon environment-value
           .

       A-WRITE-CERTIFICATE section.
      *    The certificate goes to the print file and, line for
      *    line, to the job log.
           open output RPTFIL
           move spaces to PRT-LINE
           string 'AOCCERT - GOLDEN-ANSWER CERTIFICATE  DATE '
                  WS-SYS-DATE '  TIME ' WS-START-TIME(1:6)
                  '  BY ' WS-USER-ID
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           string 'LIBRARY ' WS-LIBRARY-NAME
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           move WS-PARM-COUNT to WS-DSP-COUNT
           if WS-PARM-DATE = 0
              string 'PARAMETERS: ' WS-DSP-COUNT
                     ' CONTROL RECORDS, NO CHANGE ON HISTORY'
                     delimited by size into PRT-LINE
           else
              string 'PARAMETERS: ' WS-DSP-COUNT
                     ' CONTROL RECORDS, LATEST CHANGE '
                     WS-PARM-DATE ' ' WS-PARM-TIME(1:6)
                     delimited by size into PRT-LINE
           end-if
           perform A-PUT-LINE
           move spaces to PRT-LINE
           perform A-PUT-LINE
           move 'PROGRAM' to PRT-LINE(1:)
           move 'PROFILE' to PRT-LINE(11:)
           move 'INPUT' to PRT-LINE(21:)
           move 'EXP-CT' to PRT-LINE(51:)
           move 'EXP-ANSWER' to PRT-LINE(66:)
           move 'ACT-CT' to PRT-LINE(78:)
           move 'ACT-ANSWER' to PRT-LINE(93:)
           move 'RC' to PRT-LINE(107:)
           move 'RSLT' to PRT-LINE(111:)
           move 'REASON' to PRT-LINE(117:)
           perform A-PUT-LINE
           perform varying WS-CASE-INDEX from 1 by 1
                     until WS-CASE-INDEX > WS-CASE-COUNT
              move WK-PROGRAM-ID(WS-CASE-INDEX) to WS-CL-PROGRAM-ID
              move WK-SOURCE-SYSTEM(WS-CASE-INDEX) to WS-CL-PROFILE
              if WK-SOURCE-SYSTEM(WS-CASE-INDEX) = spaces
                 move 'DEFAULT' to WS-CL-PROFILE
              end-if
              move WK-INPUT-FILE(WS-CASE-INDEX) to WS-CL-INPUT-FILE
              move WK-EXP-COUNT(WS-CASE-INDEX) to WS-CL-EXP-COUNT
              move WK-EXP-ANSWER(WS-CASE-INDEX) to WS-CL-EXP-ANSWER
              move WK-ACT-COUNT(WS-CASE-INDEX) to WS-CL-ACT-COUNT
              move WK-ACT-ANSWER(WS-CASE-INDEX) to WS-CL-ACT-ANSWER
              move WK-RETURN-CODE(WS-CASE-INDEX) to WS-CL-RC
              if WK-PASSED(WS-CASE-INDEX)
                 move 'PASS' to WS-CL-RESULT
              else
                 move 'FAIL' to WS-CL-RESULT
              end-if
              move WK-REASON(WS-CASE-INDEX) to WS-CL-REASON
              move WS-CASE-LINE to PRT-LINE
              perform A-PUT-LINE
           end-perform
           move spaces to PRT-LINE
           perform A-PUT-LINE
           perform varying WS-PGM-INDEX from 1 by 1
                     until WS-PGM-INDEX > 6
              if WG-CASE-COUNT(WS-PGM-INDEX) = 0
                 move spaces to PRT-LINE
                 string WG-PROGRAM-ID(WS-PGM-INDEX)
                        ' HAS NO CASE IN THE LIBRARY - NOT CERTIFIED'
                        delimited by size into PRT-LINE
                 perform A-PUT-LINE
              end-if
           end-perform
           if V-LIB-OVERFLOW
              move 'CASES BEYOND THE FIFTIETH WERE NOT RUN'
                to PRT-LINE
              perform A-PUT-LINE
           end-if
           move spaces to PRT-LINE
           move WS-CASE-COUNT to WS-DSP-COUNT
           string 'CASES RUN ..: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           move WS-PASS-COUNT to WS-DSP-COUNT
           string 'PASSED .....: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           move WS-FAIL-COUNT to WS-DSP-COUNT
           string 'FAILED .....: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           perform A-PUT-LINE
           if V-CERT-PASSED
              string 'CERTIFICATE: PASS - PRODUCTION MAY RUN ON '
                     'THESE PARAMETERS AND PROGRAMS'
                     delimited by size into PRT-LINE
           else
              string 'CERTIFICATE: FAIL - AOCDRV WILL REFUSE '
                     'PRODUCTION UNTIL A CERTIFICATION PASSES'
                     delimited by size into PRT-LINE
           end-if
           perform A-PUT-LINE
           close RPTFIL
           .

       A-PUT-LINE section.
           write PRT-LINE
           display PRT-LINE
           .

       A-WRITE-CERT-LOG section.
      *    The certificate's time is the moment the parameters were
      *    copied for it, so a change made while the cases ran is
      *    not mistaken for one the certificate covers.
           open extend CRTFIL
           if CRT-FS not = '00' and CRT-FS not = '05'
              display 'AOCCERT - CERTIFICATION LOG '
                      WS-CRTFILE-NAME(1:40) ' NOT WRITTEN, '
                      'FILE STATUS ' CRT-FS
              close CRTFIL
              move 16 to return-code
              goback
           end-if
           move spaces to CRT-RECORD
           move WS-SYS-DATE to CT-CERT-DATE
           move WS-START-TIME to CT-CERT-TIME
           if V-CERT-PASSED
              set CT-PASSED to true
           else
              set CT-FAILED to true
           end-if
           move WS-CASE-COUNT to CT-CASE-COUNT
           move WS-PASS-COUNT to CT-PASS-COUNT
           move WS-FAIL-COUNT to CT-FAIL-COUNT
           move WS-USER-ID to CT-USER-ID
           move WS-PARM-DATE to CT-PARM-DATE
           move WS-PARM-TIME to CT-PARM-TIME
           move WS-LIBRARY-NAME to CT-LIBRARY
           write CRT-RECORD
           close CRTFIL
           .
