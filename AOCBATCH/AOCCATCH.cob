       identification division.
       program-id. AOCCATCH.

      *    Catch-up driver for missed business days: AOCWATCH and
      *    AOCCLOSE say a day was missed, but recovering it meant
      *    an operator working the dates out of the calendar
      *    master, finding each day's transmission and running
      *    AOCDRV by hand under BUSDATE - in date order, or the
      *    dial positions carried from day to day come out wrong.
      *    Given a range (CATCHFROM, CATCHTO), this program takes
      *    the business days in it - Mondays to Fridays not on the
      *    calendar master - that the run history does not show
      *    complete for AOC1A, AOC1B, AOC2A and AOC3A (the programs
      *    the watchdog and the close expect), finds each one's
      *    gated transmission through the transmission register
      *    (CPYXRG) and the generation catalog, where AOCEDIT keeps
      *    a copy of every file it passes, and runs the batch for
      *    it through AOCDRV under that BUSDATE, oldest first.
      *    AOC3A's NUMS input never passes the gate, so the day's
      *    copy must have been kept under its dated name (see
      *    A-FIND-AOC3-INPUT); the current undated file is never
      *    used for a past day. The first day whose input cannot
      *    be found, or whose batch does not complete, stops the
      *    catch-up: running a later day before it would carry the
      *    wrong positions forward. For the same reason a day is
      *    never run once a later day's dial programs have: the
      *    saved positions are the later day's, and recovering the
      *    day would leave its own for the next production run.
      *    A recovery report lists every business day in the range
      *    as skipped (already run), recovered, not recovered or
      *    still outstanding.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional HISTFIL assign to dynamic WS-HISTFILE-NAME
           organization is line sequential
           file status is HIST-FS.

           select optional CALFIL assign to dynamic WS-CALFILE-NAME
           organization is line sequential
           file status is CAL-FS.

           select optional XRGFIL assign to dynamic WS-XRGFILE-NAME
           organization is line sequential
           file status is XRG-FS.

           select optional GDGCAT assign to dynamic WS-GDGFILE-NAME
           organization is line sequential
           file status is GDG-FS.

           select optional GENFIL assign to dynamic WS-GEN-NAME
           organization is line sequential
           file status is GEN-FS.

           select optional AOC3FIL assign to dynamic WS-AOC3-NAME
           organization is line sequential
           file status is AOC3-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

           select optional RPTFIL assign to dynamic WS-RPTFILE-NAME
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  HISTFIL.
           copy CPYHIST.

       FD  CALFIL.
           copy CPYCAL.

       FD  XRGFIL.
           copy CPYXRG.

       FD  GDGCAT.
           copy CPYGDG.

       FD  GENFIL.
       01  GEN-RECORD          pic X(8).

       FD  AOC3FIL.
       01  AOC3-RECORD         pic X(8).

       FD  EVTFIL.
           copy CPYEVT.

       FD  RPTFIL.
           copy CPYPRT.

       working-storage section.
       01 A-ARB.
          05 HIST-FS          pic XX.
          05 CAL-FS           pic XX.
          05 XRG-FS           pic XX.
          05 GDG-FS           pic XX.
          05 GEN-FS           pic XX.
          05 AOC3-FS          pic XX.
          05 EVT-FS           pic XX.
          05 RPT-FS           pic XX.
          05 WS-HISTFILE-NAME pic X(100) value 'runhist.txt'.
          05 WS-CALFILE-NAME  pic X(100) value 'aoccal.txt'.
          05 WS-XRGFILE-NAME  pic X(100) value 'aocxmit.reg'.
          05 WS-GDGFILE-NAME  pic X(100) value 'aocgdg.cat'.
          05 WS-GEN-NAME      pic X(100) value spaces.
          05 WS-AOC3-BASE     pic X(60) value 'input3'.
          05 WS-AOC3-NAME     pic X(100) value spaces.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-RPTFILE-NAME  pic X(100) value 'aoccatch.rpt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-SYS-DATE      pic 9(8) value ZERO.
          05 WS-START-TIME    pic 9(8) value ZERO.
          05 WS-RUN-ID        pic X(16) value spaces.
          05 WS-FROM-DATE     pic 9(8) value ZERO.
          05 WS-TO-DATE       pic 9(8) value ZERO.
          05 WS-FROM-NUMBER   pic S9(8) comp-4 value ZERO.
          05 WS-TO-NUMBER     pic S9(8) comp-4 value ZERO.
          05 WS-DAY-NUMBER    pic S9(8) comp-4 value ZERO.
          05 WS-WEEKDAY       pic S9(4) comp-4 value ZERO.
          05 WS-CAL-SUB       pic S9(4) comp-4 value ZERO.
          05 WS-CAL-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-CALNUM-COUNT  pic S9(4) comp-4 value ZERO.
          05 WS-DAY-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-FIND-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-PGM-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-RSLT-SUB      pic S9(4) comp-4 value ZERO.
          05 WS-SEEN-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-GEN-COUNT     pic S9(4) comp-4 value ZERO.
          05 WS-DRV-RC        pic S9(4) comp-4 value ZERO.
          05 WS-SKIP-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-DONE-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-FAIL-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-OPEN-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic ZZZ9.
          05 WS-DSP-RC        pic ZZZ9.

      *    The business calendar master's dates as integer day
      *    numbers, capped as AOCCALM maintains the master.
       01 WS-CALNUM-TABLE.
          05 WS-CALNUM pic S9(8) comp-4 occurs 200 times.

      *    The programs a business day must show on the run
      *    history to count as run - the same four AOCWATCH and
      *    AOCCLOSE look for.
       01 WS-WATCH-LIST.
          05 FILLER           pic X(8) value 'AOC1A'.
          05 FILLER           pic X(8) value 'AOC1B'.
          05 FILLER           pic X(8) value 'AOC2A'.
          05 FILLER           pic X(8) value 'AOC3A'.
       01 FILLER redefines WS-WATCH-LIST.
          05 WW-PROGRAM-ID    pic X(8) occurs 4 times.

      *    The business days of the range in date order, each with
      *    the watched programs its history shows and how the
      *    catch-up left it.
       01 WS-DAY-MAX          pic S9(4) comp-4 value 200.
       01 WS-DAY-COUNT        pic S9(4) comp-4 value ZERO.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY occurs 200 times.
             10 WD-DATE          pic 9(8).
             10 WD-SEEN-SW       pic X occurs 4 times.
                88 WD-SEEN       value 'Y'.
             10 WD-STATUS-SW     pic X.
                88 WD-ALREADY-RUN value 'S'.
                88 WD-RECOVERED  value 'R'.
                88 WD-NOT-RECOVERED value 'F'.
                88 WD-OUTSTANDING value 'O'.
             10 WD-RAN-SW        pic X.
                88 WD-BATCH-RAN  value 'Y'.
             10 WD-DRV-RC        pic S9(4) comp-4.
             10 WD-INPUT-FILE    pic X(100).
             10 WD-REASON        pic X(30).

       01 WS-DAY-LINE.
          05 WS-DL-DATE          pic 9(8).
          05 FILLER              pic X(2) value spaces.
          05 WS-DL-STATUS        pic X(14).
          05 FILLER              pic X(2) value spaces.
          05 WS-DL-RC            pic X(4).
          05 FILLER              pic X(2) value spaces.
          05 WS-DL-INPUT-FILE    pic X(40).
          05 FILLER              pic X(2) value spaces.
          05 WS-DL-REASON        pic X(30).

       01 V-HISTFLAG.
          05 FILLER pic X value ' '.
             88 V-HIST-EOF value 'E'.

       01 V-CALFLAG.
          05 FILLER pic X value ' '.
             88 V-CAL-EOF value 'E'.

       01 V-XRGFLAG.
          05 FILLER pic X value ' '.
             88 V-XRG-EOF value 'E'.

       01 V-GDGFLAG.
          05 FILLER pic X value ' '.
             88 V-GDG-EOF value 'E'.

       01 V-GATEDFLAG.
          05 FILLER pic X value ' '.
             88 V-GATED-PASSED value 'P'.

       01 V-RANGEFLAG.
          05 FILLER pic X value ' '.
             88 V-RANGE-BAD value 'B'.

       01 V-LATERFLAG.
          05 FILLER pic X value ' '.
             88 V-LATER-DAY-RUN value 'L'.

       01 V-STOPFLAG.
          05 FILLER pic X value ' '.
             88 V-CATCHUP-STOPPED value 'S'.

           copy CPYSTP.

       procedure division.
       A-MAIN section.
           display 'AOCCATCH - catch-up of missed business days'
           accept WS-SYS-DATE from date yyyymmdd
           accept WS-START-TIME from time
           string WS-SYS-DATE delimited by size
                  WS-START-TIME delimited by size
                  into WS-RUN-ID
           perform A-GET-RANGE
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'HISTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-HISTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CATCHRPT'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RPTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CATCH3IN'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AOC3-BASE
           end-if
           perform A-LOAD-CALENDAR-DAYS
           perform A-BUILD-DAY-TABLE
           perform A-READ-HISTORY
           perform varying WS-DAY-INDEX from 1 by 1
                     until WS-DAY-INDEX > WS-DAY-COUNT
              evaluate true
                 when V-CATCHUP-STOPPED
                    set WD-OUTSTANDING(WS-DAY-INDEX) to true
                    add 1 to WS-OPEN-COUNT
                 when other
                    perform A-COUNT-SEEN
                    if WS-SEEN-COUNT = 4
                       set WD-ALREADY-RUN(WS-DAY-INDEX) to true
                       add 1 to WS-SKIP-COUNT
                    else
                       perform A-RECOVER-DAY
                    end-if
              end-evaluate
           end-perform
           perform A-WRITE-REPORT
           if V-CATCHUP-STOPPED
              move 8 to return-code
           else
              move 0 to return-code
           end-if
           goback
           .

       A-GET-RANGE section.
      *    CATCHFROM is required; CATCHTO defaults to yesterday,
      *    the last day that can have been missed. A range that
      *    is not two valid dates in order, reaches past today,
      *    or holds more business days than the day table is
      *    refused before anything runs.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CATCHFROM'
           if WS-ENV-VALUE(1:8) is numeric
              move WS-ENV-VALUE(1:8) to WS-FROM-DATE
           end-if
           compute WS-TO-DATE =
              date-of-integer(integer-of-date(WS-SYS-DATE) - 1)
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CATCHTO'
           if WS-ENV-VALUE not = spaces
              if WS-ENV-VALUE(1:8) is numeric
                 move WS-ENV-VALUE(1:8) to WS-TO-DATE
              else
                 move zero to WS-TO-DATE
              end-if
           end-if
           evaluate true
              when WS-FROM-DATE = 0
                    or test-date-yyyymmdd(WS-FROM-DATE) not = 0
                 display 'AOCCATCH - CATCHFROM MISSING OR NOT A '
                         'VALID yyyymmdd DATE, RUN REFUSED'
                 set V-RANGE-BAD to true
              when WS-TO-DATE = 0
                    or test-date-yyyymmdd(WS-TO-DATE) not = 0
                 display 'AOCCATCH - CATCHTO NOT A VALID yyyymmdd '
                         'DATE, RUN REFUSED'
                 set V-RANGE-BAD to true
              when WS-FROM-DATE > WS-TO-DATE
                 display 'AOCCATCH - CATCHFROM ' WS-FROM-DATE
                         ' IS AFTER CATCHTO ' WS-TO-DATE
                         ', RUN REFUSED'
                 set V-RANGE-BAD to true
              when WS-TO-DATE > WS-SYS-DATE
                 display 'AOCCATCH - CATCHTO ' WS-TO-DATE
                         ' IS IN THE FUTURE, RUN REFUSED'
                 set V-RANGE-BAD to true
           end-evaluate
           if V-RANGE-BAD
              move 16 to return-code
              goback
           end-if
           compute WS-FROM-NUMBER = integer-of-date(WS-FROM-DATE)
           compute WS-TO-NUMBER = integer-of-date(WS-TO-DATE)
           display 'AOCCATCH - RANGE ' WS-FROM-DATE ' TO ' WS-TO-DATE
           .

       A-LOAD-CALENDAR-DAYS section.
      *    The same calendar master, and the same CALFIL override,
      *    the watchdog and the close stay quiet on.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'CALFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-CALFILE-NAME
           end-if
           move zero to WS-CALNUM-COUNT
           open input CALFIL
           if CAL-FS = '00'
              read CALFIL at end set V-CAL-EOF to true end-read
              perform until V-CAL-EOF or WS-CALNUM-COUNT >= 200
                 if CA-DATE is numeric and CA-DATE > 0
                    add 1 to WS-CALNUM-COUNT
                    compute WS-CALNUM(WS-CALNUM-COUNT) =
                       integer-of-date(CA-DATE)
                 end-if
                 read CALFIL at end set V-CAL-EOF to true end-read
              end-perform
           end-if
           close CALFIL
           .

       A-BUILD-DAY-TABLE section.
      *    Day-of-week falls out of the integer date the way
      *    AOCCLOSE computes it: day 1 (1601-01-01) was a Monday,
      *    so mod 7 gives 1-5 for Monday-Friday.
           move zero to WS-DAY-COUNT
           move WS-FROM-NUMBER to WS-DAY-NUMBER
           perform until WS-DAY-NUMBER > WS-TO-NUMBER
              compute WS-WEEKDAY = mod(WS-DAY-NUMBER, 7)
              if WS-WEEKDAY >= 1 and WS-WEEKDAY <= 5
                 move zero to WS-CAL-FOUND
                 perform varying WS-CAL-SUB from 1 by 1
                           until WS-CAL-SUB > WS-CALNUM-COUNT
                    if WS-CALNUM(WS-CAL-SUB) = WS-DAY-NUMBER
                       move WS-CAL-SUB to WS-CAL-FOUND
                    end-if
                 end-perform
                 if WS-CAL-FOUND = 0
                    perform A-ADD-DAY
                 end-if
              end-if
              add 1 to WS-DAY-NUMBER
           end-perform
           .

       A-ADD-DAY section.
           if WS-DAY-COUNT >= WS-DAY-MAX
              display 'AOCCATCH - RANGE HOLDS MORE THAN 200 '
                      'BUSINESS DAYS, RUN REFUSED'
              move 16 to return-code
              goback
           end-if
           add 1 to WS-DAY-COUNT
           compute WD-DATE(WS-DAY-COUNT) =
              date-of-integer(WS-DAY-NUMBER)
           perform varying WS-PGM-INDEX from 1 by 1
                     until WS-PGM-INDEX > 4
              move space to WD-SEEN-SW(WS-DAY-COUNT, WS-PGM-INDEX)
           end-perform
           move space to WD-STATUS-SW(WS-DAY-COUNT)
           move space to WD-RAN-SW(WS-DAY-COUNT)
           move zero to WD-DRV-RC(WS-DAY-COUNT)
           move spaces to WD-INPUT-FILE(WS-DAY-COUNT)
                          WD-REASON(WS-DAY-COUNT)
           .

       A-READ-HISTORY section.
      *    Any history row counts, as it does for the watchdog;
      *    a day is only run again when a watched program has no
      *    row for it at all.
           move space to V-HISTFLAG
           open input HISTFIL
           if HIST-FS = '00'
              read HISTFIL at end set V-HIST-EOF to true end-read
              perform until V-HIST-EOF
                 if HR-RUN-DATE is numeric
                       and HR-RUN-DATE >= WS-FROM-DATE
                       and HR-RUN-DATE <= WS-TO-DATE
                    perform A-MARK-HISTORY-ROW
                 end-if
                 read HISTFIL at end set V-HIST-EOF to true end-read
              end-perform
           end-if
           close HISTFIL
           .

       A-MARK-HISTORY-ROW section.
           move zero to WS-FIND-INDEX
           perform varying WS-RSLT-SUB from 1 by 1
                     until WS-RSLT-SUB > WS-DAY-COUNT
              if WD-DATE(WS-RSLT-SUB) = HR-RUN-DATE
                 move WS-RSLT-SUB to WS-FIND-INDEX
              end-if
           end-perform
           if WS-FIND-INDEX > 0
              perform varying WS-PGM-INDEX from 1 by 1
                        until WS-PGM-INDEX > 4
                 if HR-PROGRAM-ID = WW-PROGRAM-ID(WS-PGM-INDEX)
                    set WD-SEEN(WS-FIND-INDEX, WS-PGM-INDEX) to true
                 end-if
              end-perform
           end-if
           .

       A-COUNT-SEEN section.
           move zero to WS-SEEN-COUNT
           perform varying WS-PGM-INDEX from 1 by 1
                     until WS-PGM-INDEX > 4
              if WD-SEEN(WS-DAY-INDEX, WS-PGM-INDEX)
                 add 1 to WS-SEEN-COUNT
              end-if
           end-perform
           .

       A-RECOVER-DAY section.
      *    The day's batch runs exactly as the overnight one would,
      *    under the day's BUSDATE, with the AOC1 and range-check
      *    legs pointed at its gated copy and AOC3A at its dated
      *    NUMS input; AOCDRV applies its own
      *    certification gate, run lock and leg checkpoint. The day
      *    is recovered when the history then shows every watched
      *    program for it and none of their steps ended RC 8 or
      *    worse - the interface extract holding an unsigned day
      *    back is not a failed recovery.
           perform A-CHECK-LATER-RUNS
           if not V-CATCHUP-STOPPED
              perform A-FIND-GATED-INPUT
           end-if
           if not V-CATCHUP-STOPPED
              perform A-FIND-AOC3-INPUT
           end-if
           if not V-CATCHUP-STOPPED
              perform A-RUN-DAY-BATCH
           end-if
           .

       A-CHECK-LATER-RUNS section.
      *    The whole history, not just the range: an AOC1A or
      *    AOC1B row for any later date means the single position
      *    file per program already holds that day's end positions.
      *    Recovering this day would start its dials from them and
      *    then hand its own back to the next production run, so
      *    the day is refused rather than run out of order.
           move space to V-LATERFLAG
           move space to V-HISTFLAG
           open input HISTFIL
           if HIST-FS = '00'
              read HISTFIL at end set V-HIST-EOF to true end-read
              perform until V-HIST-EOF
                 if HR-RUN-DATE is numeric
                       and HR-RUN-DATE > WD-DATE(WS-DAY-INDEX)
                       and (HR-PROGRAM-ID = 'AOC1A'
                            or HR-PROGRAM-ID = 'AOC1B')
                    set V-LATER-DAY-RUN to true
                 end-if
                 read HISTFIL at end set V-HIST-EOF to true end-read
              end-perform
           end-if
           close HISTFIL
           if V-LATER-DAY-RUN
              move 'LATER DAY ALREADY RUN' to WD-REASON(WS-DAY-INDEX)
              perform A-STOP-CATCHUP
           end-if
           .

       A-FIND-AOC3-INPUT section.
      *    The day's NUMS input is looked for under its dated name,
      *    <base>.D<yyyymmdd>.txt (base input3, or CATCH3IN), kept
      *    alongside the generation files. Without it the day is
      *    not recovered: AOC3A's answer would be filed as the
      *    day's official one from whatever input3 holds today.
           move spaces to WS-AOC3-NAME
           string WS-AOC3-BASE delimited by space
                  '.D' delimited by size
                  WD-DATE(WS-DAY-INDEX) delimited by size
                  '.txt' delimited by size
                  into WS-AOC3-NAME
           open input AOC3FIL
           if AOC3-FS not = '00'
              move 'NO DATED AOC3A INPUT' to WD-REASON(WS-DAY-INDEX)
              perform A-STOP-CATCHUP
           end-if
           close AOC3FIL
           .

       A-RUN-DAY-BATCH section.
           display 'AOCCATCH - RUNNING ' WD-DATE(WS-DAY-INDEX)
                   ' FROM ' WS-GEN-NAME(1:60)
           display 'BUSDATE' upon environment-name
           display WD-DATE(WS-DAY-INDEX) upon environment-value
           display 'AOC1_INFIL' upon environment-name
           display WS-GEN-NAME upon environment-value
           display 'AOC2_INFIL' upon environment-name
           display WS-GEN-NAME upon environment-value
           display 'AOC3A_INFIL' upon environment-name
           display WS-AOC3-NAME upon environment-value
           move zero to WT-RESULT-COUNT
           move zero to return-code
           call 'AOCDRV'
              on exception
                 display 'AOCCATCH - PROGRAM AOCDRV COULD NOT BE '
                         'LOADED'
                 move 16 to return-code
           end-call
           move return-code to WS-DRV-RC
           cancel 'AOCDRV'
           set WD-BATCH-RAN(WS-DAY-INDEX) to true
           move WS-DRV-RC to WD-DRV-RC(WS-DAY-INDEX)
           perform A-READ-HISTORY
           perform A-COUNT-SEEN
           evaluate true
              when WS-SEEN-COUNT < 4
                 move 'BATCH DID NOT COMPLETE THE DAY'
                   to WD-REASON(WS-DAY-INDEX)
              when other
                 perform varying WS-RSLT-SUB from 1 by 1
                           until WS-RSLT-SUB > WT-RESULT-COUNT
                    perform varying WS-PGM-INDEX from 1 by 1
                              until WS-PGM-INDEX > 4
                       if WT-PROGRAM-ID(WS-RSLT-SUB)
                             = WW-PROGRAM-ID(WS-PGM-INDEX)
                             and WT-RETURN-CODE(WS-RSLT-SUB) >= 8
                          move 'ANSWER PROGRAM ENDED RC 8+'
                            to WD-REASON(WS-DAY-INDEX)
                       end-if
                    end-perform
                 end-perform
           end-evaluate
           if WD-REASON(WS-DAY-INDEX) = spaces
              set WD-RECOVERED(WS-DAY-INDEX) to true
              add 1 to WS-DONE-COUNT
           else
              perform A-STOP-CATCHUP
           end-if
           .

       A-FIND-GATED-INPUT section.
      *    The register must show the day's transmission passed
      *    the gate, and the catalog must hold the copy the gate
      *    kept of it - the newest, if the day was gated again -
      *    still on disk.
           move spaces to WS-GEN-NAME
           move space to V-GATEDFLAG
           move space to V-XRGFLAG
           open input XRGFIL
           if XRG-FS = '00'
              read XRGFIL at end set V-XRG-EOF to true end-read
              perform until V-XRG-EOF
                 if XR-PASS
                       and XR-FILE-DATE = WD-DATE(WS-DAY-INDEX)
                    set V-GATED-PASSED to true
                 end-if
                 read XRGFIL at end set V-XRG-EOF to true end-read
              end-perform
           end-if
           close XRGFIL
           if not V-GATED-PASSED
              move 'NO GATED TRANSMISSION' to WD-REASON(WS-DAY-INDEX)
              perform A-STOP-CATCHUP
           else
              perform A-FIND-GATED-COPY
           end-if
           .

       A-FIND-GATED-COPY section.
           move zero to WS-GEN-COUNT
           move space to V-GDGFLAG
           open input GDGCAT
           if GDG-FS = '00'
              read GDGCAT at end set V-GDG-EOF to true end-read
              perform until V-GDG-EOF
                 if GD-BASE-NAME = 'gated'
                       and GD-RUN-DATE = WD-DATE(WS-DAY-INDEX)
                       and GD-SEQUENCE is numeric
                       and GD-SEQUENCE > WS-GEN-COUNT
                    move GD-SEQUENCE to WS-GEN-COUNT
                    move GD-FILE-NAME to WS-GEN-NAME
                 end-if
                 read GDGCAT at end set V-GDG-EOF to true end-read
              end-perform
           end-if
           close GDGCAT
           move WS-GEN-NAME to WD-INPUT-FILE(WS-DAY-INDEX)
           if WS-GEN-NAME = spaces
              move 'NO GATED COPY CATALOGED'
                to WD-REASON(WS-DAY-INDEX)
              perform A-STOP-CATCHUP
           else
              open input GENFIL
              if GEN-FS not = '00'
                 move 'GATED COPY NOT ON DISK'
                   to WD-REASON(WS-DAY-INDEX)
                 perform A-STOP-CATCHUP
              end-if
              close GENFIL
           end-if
           .

       A-STOP-CATCHUP section.
      *    Everything after the day stays outstanding; the stop is
      *    a morning exception against the day it happened on.
           set WD-NOT-RECOVERED(WS-DAY-INDEX) to true
           set V-CATCHUP-STOPPED to true
           add 1 to WS-FAIL-COUNT
           display 'AOCCATCH - ' WD-DATE(WS-DAY-INDEX)
                   ' NOT RECOVERED: ' WD-REASON(WS-DAY-INDEX)
           move 'E' to WS-EVT-SEV
           move spaces to WS-EVT-DESC
           string 'CATCH-UP STOPPED: ' delimited by size
                  WD-REASON(WS-DAY-INDEX) delimited by size
                  into WS-EVT-DESC
           perform A-WRITE-EVENT
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WD-DATE(WS-DAY-INDEX) to EV-RUN-DATE
           move 'AOCCATCH' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-RUN-ID to EV-RUN-ID
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .

       A-WRITE-REPORT section.
      *    The recovery report goes to the print file and, line
      *    for line, to the job log.
           open output RPTFIL
           move spaces to PRT-LINE
           string 'AOCCATCH - RECOVERY REPORT  RANGE '
                  WS-FROM-DATE ' TO ' WS-TO-DATE
                  '  RUN ' WS-SYS-DATE ' ' WS-START-TIME(1:6)
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           perform A-PUT-LINE
           move 'DATE' to PRT-LINE(1:)
           move 'STATUS' to PRT-LINE(11:)
           move 'RC' to PRT-LINE(29:)
           move 'INPUT' to PRT-LINE(33:)
           move 'REASON' to PRT-LINE(75:)
           perform A-PUT-LINE
           perform varying WS-DAY-INDEX from 1 by 1
                     until WS-DAY-INDEX > WS-DAY-COUNT
              move WD-DATE(WS-DAY-INDEX) to WS-DL-DATE
              move spaces to WS-DL-RC
              evaluate true
                 when WD-ALREADY-RUN(WS-DAY-INDEX)
                    move 'SKIPPED' to WS-DL-STATUS
                    move 'ALREADY RUN' to WD-REASON(WS-DAY-INDEX)
                 when WD-RECOVERED(WS-DAY-INDEX)
                    move 'RECOVERED' to WS-DL-STATUS
                 when WD-NOT-RECOVERED(WS-DAY-INDEX)
                    move 'NOT RECOVERED' to WS-DL-STATUS
                 when other
                    move 'OUTSTANDING' to WS-DL-STATUS
              end-evaluate
              if WD-BATCH-RAN(WS-DAY-INDEX)
                 move WD-DRV-RC(WS-DAY-INDEX) to WS-DSP-RC
                 move WS-DSP-RC to WS-DL-RC
              end-if
              move WD-INPUT-FILE(WS-DAY-INDEX) to WS-DL-INPUT-FILE
              move WD-REASON(WS-DAY-INDEX) to WS-DL-REASON
              move WS-DAY-LINE to PRT-LINE
              perform A-PUT-LINE
           end-perform
           move spaces to PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           move WS-DAY-COUNT to WS-DSP-COUNT
           string 'BUSINESS DAYS IN RANGE ..: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           move WS-SKIP-COUNT to WS-DSP-COUNT
           string 'SKIPPED, ALREADY RUN ....: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           move WS-DONE-COUNT to WS-DSP-COUNT
           string 'RECOVERED ...............: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           move spaces to PRT-LINE
           compute WS-DSP-COUNT = WS-FAIL-COUNT + WS-OPEN-COUNT
           string 'STILL OUTSTANDING .......: ' WS-DSP-COUNT
                  delimited by size into PRT-LINE
           perform A-PUT-LINE
           close RPTFIL
           .

       A-PUT-LINE section.
           write PRT-LINE
           display PRT-LINE
           .
