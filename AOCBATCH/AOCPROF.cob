       identification division.
       program-id. AOCPROF.

      *    CLICKS distribution profiling per source system. The
      *    answer programs' quality gate only watches the reject
      *    rate and the final answer's deviation, so a feed whose
      *    instruction mix quietly changes - mostly L turns where
      *    the split used to be even, click sizes creeping toward
      *    the dial size - slips through while the answer happens
      *    to stay close. This step reads the day's gated input and
      *    appends one profile record (CPYPRF) for the feed: L/R
      *    mix, click-size bands as a share of the dial size,
      *    smallest/largest/mean CLICKS, and the share AOC2A would
      *    flag out of range. The day is then compared with the
      *    feed's own trailing 30 business days (weekdays not on
      *    the business calendar master), a drift report is
      *    printed, and every metric that moved further than the
      *    profile's CTL-DRIFT-PCT raises a W event on the central
      *    event file, so AOCMORN shows it the next morning.
      *    Return codes: 0 = profiled, no drift (or too little
      *    history yet to judge), 4 = drift found, 8 = input not
      *    found, empty, or held by the edit gate, 16 = profile
      *    history could not be written.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional INFIL assign to dynamic WS-INFILE-NAME
           organization is line sequential
           file status is INPUT-FS.

           select optional PRFFIL assign to dynamic WS-PRFFILE-NAME
           organization is line sequential
           file status is PRF-FS.

           select optional CTLFIL assign to dynamic WS-CTLFILE-NAME
           organization is line sequential
           file status is CTL-FS.

           select optional GATEFIL assign to dynamic WS-GATEFILE-NAME
           organization is line sequential
           file status is GATE-FS.

           select optional CALFIL assign to dynamic WS-CALFILE-NAME
           organization is line sequential
           file status is CAL-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

           select optional PRTFIL assign to dynamic WS-PRTFILE-NAME
           organization is line sequential
           file status is PRT-FS.

       data division.
       file section.
       FD  INFIL.
       01  INDATA PIC X(8).

       FD  PRFFIL.
           copy CPYPRF.

       FD  CTLFIL.
           copy CPYPARM.

       FD  GATEFIL.
           copy CPYEDC.

       FD  CALFIL.
           copy CPYCAL.

       FD  EVTFIL.
           copy CPYEVT.

       FD  PRTFIL.
           copy CPYPRT.

       working-storage section.
       01 A-ARB.
          05 PRF-FS           pic XX.
          05 CTL-FS           pic XX.
          05 GATE-FS          pic XX.
          05 CAL-FS           pic XX.
          05 EVT-FS           pic XX.
          05 PRT-FS           pic XX.
          05 WS-INFILE-NAME   pic X(100) value 'input.txt'.
          05 WS-PRFFILE-NAME  pic X(100) value 'aocprof.txt'.
          05 WS-CTLFILE-NAME  pic X(100) value 'aocparm.ctl'.
          05 WS-GATEFILE-NAME pic X(100) value 'aocedit.ctl'.
          05 WS-CALFILE-NAME  pic X(100) value 'aoccal.txt'.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-PRTFILE-NAME  pic X(100) value 'aocprof.rpt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-SYS-DATE      pic 9(8).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-START-TIME    pic 9(8).
          05 WS-RUN-ID        pic X(16) value spaces.
          05 WS-SOURCE-SYSTEM pic X(8) value spaces.
          05 WS-SOURCE-DSP    pic X(8) value spaces.
          05 WS-MAX-RC        pic S9(4) comp-4 value ZERO.
          05 WS-DIAL-SIZE     pic 9(6) comp-4 value 100.
          05 WS-DRIFT-PCT     pic S9(4) comp-4 value 10.
          05 WS-MULTI-SW      pic X value ' '.
             88 WS-MULTI-DIAL value 'M'.
          05 WS-FREE-SW       pic X value ' '.
             88 WS-FREE-FORMAT value 'F'.
      *    One instruction, picked apart exactly as the dial and
      *    range programs do it, so a record they would reject is
      *    counted as a reject here too and stays out of the mix.
          05 LETTER           pic X value space.
             88 L-LEFT  value 'L'.
             88 L-RIGHT value 'R'.
          05 CLICKS           pic XXX value spaces.
          05 CLICKS9          pic 9(6) value ZERO.
          05 A-DIAL-X         pic X value '1'.
          05 A-CLICK-POS      pic S9(4) comp-4 value 2.
          05 A-SCAN-POS       pic S9(4) comp-4 value ZERO.
          05 A-DIGIT-COUNT    pic S9(4) comp-4 value ZERO.
          05 A-REM-LEN        pic S9(4) comp-4 value ZERO.
      *    The day's profile as it is counted.
          05 A-COUNT          pic S9(8) comp-4 value ZERO.
          05 A-REJECT-COUNT   pic S9(8) comp-4 value ZERO.
          05 A-LEFT-COUNT     pic S9(8) comp-4 value ZERO.
          05 A-RIGHT-COUNT    pic S9(8) comp-4 value ZERO.
          05 A-RANGE-COUNT    pic S9(8) comp-4 value ZERO.
          05 A-MIN-CLICKS     pic S9(8) comp-4 value ZERO.
          05 A-MAX-CLICKS     pic S9(8) comp-4 value ZERO.
          05 A-SUM-CLICKS     pic S9(14) comp-4 value ZERO.
          05 A-MEAN-CLICKS    pic S9(6)V9(2) comp-4 value ZERO.
          05 A-BAND-SUB       pic S9(4) comp-4 value ZERO.
          05 A-BAND-PCT       pic S9(8) comp-4 value ZERO.
          05 A-BAND-TABLE.
             10 A-BAND-COUNT  pic S9(8) comp-4 occurs 5 times.
      *    Business-day window and the calendar behind it.
          05 WS-DAY-NUMBER    pic S9(8) comp-4 value ZERO.
          05 WS-ROW-NUMBER    pic S9(8) comp-4 value ZERO.
          05 WS-WEEKDAY       pic S9(4) comp-4 value ZERO.
          05 WS-CAL-SUB       pic S9(4) comp-4 value ZERO.
          05 WS-CAL-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-CALNUM-COUNT  pic S9(4) comp-4 value ZERO.
          05 WS-BASE-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-BASE-FOUND    pic S9(4) comp-4 value ZERO.
          05 WS-BASE-DAYS     pic S9(4) comp-4 value ZERO.
          05 WS-MET-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-DRIFT-COUNT   pic S9(4) comp-4 value ZERO.
          05 WS-ROW-TOTAL     pic S9(8) comp-4 value ZERO.
          05 WS-MET-SUM       pic S9(9)V9(2) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(7)9.
          05 WS-DSP-CLICKS    pic Z(5)9.
          05 WS-DSP-MET       pic Z(6)9.99.
          05 WS-DSP-DIFF      pic -(6)9.99.
          05 WS-DSP-DAYS      pic Z9.
          05 WS-DSP-LIMIT     pic ZZ9.

      *    Fewer trailing days than this on file and the day is
      *    profiled and reported but not judged: a handful of days
      *    is not a baseline.
       01 WS-MIN-BASE-DAYS pic S9(4) comp-4 value 5.

      *    The metrics compared, in report order: L share, the five
      *    click-size band shares, the out-of-range share (all in
      *    percent of the day's good instructions), and the mean
      *    CLICKS, whose drift is judged in percent of its own
      *    trailing mean rather than in points.
       01 WS-MET-LABEL-VALUES.
          05 FILLER pic X(20) value 'L SHARE PCT'.
          05 FILLER pic X(20) value 'BAND UNDER 25 PCT'.
          05 FILLER pic X(20) value 'BAND 25-49 PCT'.
          05 FILLER pic X(20) value 'BAND 50-74 PCT'.
          05 FILLER pic X(20) value 'BAND 75-100 PCT'.
          05 FILLER pic X(20) value 'BAND OVER DIAL PCT'.
          05 FILLER pic X(20) value 'OUT OF RANGE PCT'.
          05 FILLER pic X(20) value 'MEAN CLICKS'.
       01 WS-MET-LABELS redefines WS-MET-LABEL-VALUES.
          05 WS-MET-LABEL pic X(20) occurs 8 times.

       01 WS-MET-TABLE.
          05 WS-MET-ENTRY occurs 8 times.
             10 WM-TODAY      pic S9(7)V9(2) comp-4.
             10 WM-BASE       pic S9(7)V9(2) comp-4.
             10 WM-DIFF       pic S9(7)V9(2) comp-4.
             10 WM-DRIFT-SW   pic X.
                88 WM-DRIFTED value 'D'.

      *    The trailing 30 business days, newest first, as integer
      *    day numbers, with the metrics of that day's newest
      *    profile row for this feed (a rerun replaces the day).
       01 WS-BASE-MAX pic S9(4) comp-4 value 30.
       01 WS-BASE-TABLE.
          05 WS-BASE-ENTRY occurs 30 times.
             10 WB-DAY-NUMBER pic S9(8) comp-4.
             10 WB-SW         pic X.
                88 WB-FILLED  value 'Y'.
             10 WB-MET        pic S9(7)V9(2) comp-4 occurs 8 times.

      *    The business calendar master's dates as integer day
      *    numbers; the 200-entry cap matches the cap AOCCALM
      *    maintains the master under.
       01 WS-CALNUM-TABLE.
          05 WS-CALNUM pic S9(8) comp-4 occurs 200 times.

           copy CPYEOF.

       01 V-RECFLAG.
          05 FILLER pic X   value 'V'.
             88 V-RECORD-VALID   value 'V'.
             88 V-RECORD-INVALID value 'I'.

       01 V-PRFFLAG.
          05 FILLER pic X   value ' '.
             88 V-PRF-EOF value 'E'.

       01 V-CALFLAG.
          05 FILLER pic X   value ' '.
             88 V-CAL-EOF value 'E'.

       01 V-CTLFLAG.
          05 FILLER pic X value ' '.
             88 V-CTL-EOF value 'E'.

       01 V-PROFFLAG.
          05 FILLER pic X value ' '.
             88 V-PROF-MATCHED value 'M'.

       procedure division.
       A-MAIN section.
           display 'AOCPROF - CLICKS profile and drift check'
           accept WS-START-TIME from time
           perform A-GET-BUSINESS-DATE
           perform A-GET-SOURCE-SYSTEM
           if WS-MAX-RC >= 8
              move WS-MAX-RC to return-code
              goback
           end-if
           perform A-READ-CONTROL
           perform A-GET-INFILE-NAME
      *    The profile history is both the baseline read below and
      *    the file today's profile is added to, so its override
      *    has to be known before either.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'PRFFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-PRFFILE-NAME
           end-if
           perform A-PROFILE-INPUT
           if WS-MAX-RC >= 8
              move WS-MAX-RC to return-code
              goback
           end-if
           perform A-SET-TODAY-METRICS
           perform A-LOAD-CALENDAR-DAYS
           perform A-SET-BASE-WINDOW
           perform A-LOAD-BASELINE
           perform A-COMPARE-PROFILE
           perform A-WRITE-PROFILE
           perform A-WRITE-REPORT
           move WS-MAX-RC to return-code
           goback
           .

       A-GET-BUSINESS-DATE section.
      *    The profile is dated the way the answer programs date
      *    their rows: a BUSDATE override, else the system date;
      *    the run id is system date plus start time.
           accept WS-SYS-DATE from date yyyymmdd
           move WS-SYS-DATE to WS-RUN-DATE
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'BUSDATE'
           if WS-ENV-VALUE not = spaces
              if WS-ENV-VALUE(1:8) is numeric
                 move WS-ENV-VALUE(1:8) to WS-RUN-DATE
              else
                 display 'AOCPROF - BUSDATE NOT NUMERIC, SYSTEM '
                         'DATE USED: ' WS-ENV-VALUE(1:8)
              end-if
           end-if
           move spaces to WS-RUN-ID
           string WS-SYS-DATE delimited by size
                  WS-START-TIME delimited by size
                  into WS-RUN-ID
           .

       A-GET-SOURCE-SYSTEM section.
      *    An SRCSYS override wins; otherwise the edit gate's
      *    control record names the feed. Only gated input is
      *    profiled: a gate record showing FAIL means the day's
      *    input was held, and profiling it would fold a truncated
      *    transmission into the feed's baseline.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SRCSYS'
           open input GATEFIL
           if GATE-FS = '00'
              read GATEFIL
              if GATE-FS = '00'
                 move EC-SOURCE-SYSTEM to WS-SOURCE-SYSTEM
                 if EC-GATE-FAIL
                    display 'AOCPROF - EDIT GATE HELD THE INPUT ('
                            EC-FAIL-REASON '), NOT PROFILED'
                    move 8 to WS-MAX-RC
                 end-if
              end-if
           end-if
           close GATEFIL
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SOURCE-SYSTEM
           end-if
           if WS-SOURCE-SYSTEM = spaces
              move 'DEFAULT' to WS-SOURCE-DSP
           else
              move WS-SOURCE-SYSTEM to WS-SOURCE-DSP
           end-if
           .

       A-READ-CONTROL section.
      *    The feed's own control profile, else the default: its
      *    dial size draws the bands and the out-of-range line,
      *    its input modes say how to read the records, and its
      *    CTL-DRIFT-PCT is the tolerance.
           open input CTLFIL
           if CTL-FS = '00'
              perform until V-CTL-EOF
                 read CTLFIL at end set V-CTL-EOF to true
                    not at end
                       evaluate true
                          when WS-SOURCE-SYSTEM not = spaces
                                and CTL-SOURCE-SYSTEM =
                                    WS-SOURCE-SYSTEM
                                and not V-PROF-MATCHED
                             set V-PROF-MATCHED to true
                             perform A-APPLY-CONTROL-FIELDS
                          when CTL-SOURCE-SYSTEM = spaces
                                and not V-PROF-MATCHED
                             perform A-APPLY-CONTROL-FIELDS
                       end-evaluate
                 end-read
              end-perform
           end-if
           close CTLFIL
           .

       A-APPLY-CONTROL-FIELDS section.
           if CTL-DIAL-SIZE is numeric and CTL-DIAL-SIZE > 0
              move CTL-DIAL-SIZE to WS-DIAL-SIZE
           end-if
           if CTL-MULTI-MODE
              move 'M' to WS-MULTI-SW
           end-if
           if CTL-FREE-MODE
              move 'F' to WS-FREE-SW
           end-if
           if CTL-DRIFT-PCT is numeric and CTL-DRIFT-PCT > 0
              move CTL-DRIFT-PCT to WS-DRIFT-PCT
           end-if
           .

       A-GET-INFILE-NAME section.
      *    The same INFIL override the answer programs honour.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'INFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-INFILE-NAME
           end-if
           .

       A-PROFILE-INPUT section.
           move zero to A-COUNT A-REJECT-COUNT A-LEFT-COUNT
                        A-RIGHT-COUNT A-RANGE-COUNT A-SUM-CLICKS
                        A-MIN-CLICKS A-MAX-CLICKS
           perform varying A-BAND-SUB from 1 by 1
                     until A-BAND-SUB > 5
              move zero to A-BAND-COUNT(A-BAND-SUB)
           end-perform
           open input INFIL
           if INPUT-FS = '00'
              read INFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 perform A-VALIDATE-RECORD
                 if V-RECORD-VALID
                    perform A-COUNT-INSTRUCTION
                 else
                    add 1 to A-REJECT-COUNT
                 end-if
                 read INFIL at end set V-INPUT-EOF to true end-read
              end-perform
           else
              display 'AOCPROF - INPUT FILE NOT FOUND: '
                      WS-INFILE-NAME(1:60)
              move 8 to WS-MAX-RC
           end-if
           close INFIL
           if WS-MAX-RC < 8 and A-COUNT = 0
              display 'AOCPROF - NO GOOD INSTRUCTIONS TO PROFILE IN: '
                      WS-INFILE-NAME(1:60)
              move 8 to WS-MAX-RC
           end-if
           .

       A-COUNT-INSTRUCTION section.
      *    Out of range is AOC2A's rule: zero clicks, or more than
      *    the dial size. The band is the click size as a share of
      *    the dial size.
           add 1 to A-COUNT
           if L-LEFT
              add 1 to A-LEFT-COUNT
           else
              add 1 to A-RIGHT-COUNT
           end-if
           if CLICKS9 = 0 or CLICKS9 > WS-DIAL-SIZE
              add 1 to A-RANGE-COUNT
           end-if
           add CLICKS9 to A-SUM-CLICKS
           if A-COUNT = 1 or CLICKS9 < A-MIN-CLICKS
              move CLICKS9 to A-MIN-CLICKS
           end-if
           if CLICKS9 > A-MAX-CLICKS
              move CLICKS9 to A-MAX-CLICKS
           end-if
           compute A-BAND-PCT = (CLICKS9 * 100) / WS-DIAL-SIZE
           evaluate true
              when CLICKS9 > WS-DIAL-SIZE move 5 to A-BAND-SUB
              when A-BAND-PCT >= 75 move 4 to A-BAND-SUB
              when A-BAND-PCT >= 50 move 3 to A-BAND-SUB
              when A-BAND-PCT >= 25 move 2 to A-BAND-SUB
              when other move 1 to A-BAND-SUB
           end-evaluate
           add 1 to A-BAND-COUNT(A-BAND-SUB)
           .

       A-PARSE-RECORD section.
           if WS-MULTI-DIAL
              move INDATA(1:1) to A-DIAL-X
              move INDATA(2:1) to LETTER
              move 3 to A-CLICK-POS
           else
              move '1' to A-DIAL-X
              move INDATA(1:1) to LETTER
              move 2 to A-CLICK-POS
           end-if
           .

       A-VALIDATE-RECORD section.
           perform A-PARSE-RECORD
           set V-RECORD-VALID to true
           evaluate true
              when A-DIAL-X < '1' or A-DIAL-X > '4'
                 set V-RECORD-INVALID to true
              when not L-LEFT and not L-RIGHT
                 set V-RECORD-INVALID to true
              when other
                 perform A-TAKE-CLICKS
           end-evaluate
           .

       A-TAKE-CLICKS section.
           if WS-FREE-FORMAT
              perform A-SCAN-CLICKS
           else
              move INDATA(A-CLICK-POS:3) to CLICKS
              if CLICKS is numeric
                 move CLICKS to CLICKS9
              else
                 set V-RECORD-INVALID to true
              end-if
           end-if
           .

       A-SCAN-CLICKS section.
           move zero to A-DIGIT-COUNT
           perform varying A-SCAN-POS from A-CLICK-POS by 1
                     until A-SCAN-POS > 8
                        or INDATA(A-SCAN-POS:1) < '0'
                        or INDATA(A-SCAN-POS:1) > '9'
              add 1 to A-DIGIT-COUNT
           end-perform
           compute A-REM-LEN = 8 - A-SCAN-POS + 1
           evaluate true
              when A-DIGIT-COUNT < 1 or A-DIGIT-COUNT > 6
                 set V-RECORD-INVALID to true
              when A-REM-LEN > 0
                    and INDATA(A-SCAN-POS:A-REM-LEN) not = spaces
                 set V-RECORD-INVALID to true
              when other
                 compute CLICKS9 =
                    numval(INDATA(A-CLICK-POS:A-DIGIT-COUNT))
           end-evaluate
           .

       A-SET-TODAY-METRICS section.
           compute A-MEAN-CLICKS rounded = A-SUM-CLICKS / A-COUNT
           compute WM-TODAY(1) rounded = (A-LEFT-COUNT * 100)
                                         / A-COUNT
           perform varying A-BAND-SUB from 1 by 1
                     until A-BAND-SUB > 5
              compute WM-TODAY(A-BAND-SUB + 1) rounded =
                 (A-BAND-COUNT(A-BAND-SUB) * 100) / A-COUNT
           end-perform
           compute WM-TODAY(7) rounded = (A-RANGE-COUNT * 100)
                                         / A-COUNT
           move A-MEAN-CLICKS to WM-TODAY(8)
           .

       A-LOAD-CALENDAR-DAYS section.
      *    The calendar master's dates as integer day numbers; a
      *    CALFIL override repoints the master, the same
      *    convention AOCEDIT, AOCWATCH and AOCCLOSE honour.
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

       A-SET-BASE-WINDOW section.
      *    Walk back from the day before the run date collecting
      *    the 30 most recent business days - Monday to Friday
      *    (day 1, 1601-01-01, was a Monday, so mod 7 gives 1-5)
      *    and not a holiday or closure on the calendar master.
           move zero to WS-BASE-INDEX
           compute WS-DAY-NUMBER = integer-of-date(WS-RUN-DATE) - 1
           perform until WS-BASE-INDEX >= WS-BASE-MAX
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
                    add 1 to WS-BASE-INDEX
                    move WS-DAY-NUMBER to WB-DAY-NUMBER(WS-BASE-INDEX)
                    move space to WB-SW(WS-BASE-INDEX)
                 end-if
              end-if
              subtract 1 from WS-DAY-NUMBER
           end-perform
           .

       A-LOAD-BASELINE section.
      *    This feed's profile rows falling on a window day; file
      *    order is run order, so a later row for the same day (a
      *    rerun) replaces the earlier one.
           open input PRFFIL
           if PRF-FS = '00'
              perform until V-PRF-EOF
                 read PRFFIL at end set V-PRF-EOF to true
                    not at end
                       if PF-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                             and PF-RUN-DATE is numeric
                             and PF-RUN-DATE < WS-RUN-DATE
                             and PF-RECORD-COUNT is numeric
                             and PF-RECORD-COUNT > 0
                          perform A-TAKE-BASE-ROW
                       end-if
                 end-read
              end-perform
           end-if
           close PRFFIL
           move zero to WS-BASE-DAYS
           perform varying WS-BASE-INDEX from 1 by 1
                     until WS-BASE-INDEX > WS-BASE-MAX
              if WB-FILLED(WS-BASE-INDEX)
                 add 1 to WS-BASE-DAYS
              end-if
           end-perform
           perform varying WS-MET-INDEX from 1 by 1
                     until WS-MET-INDEX > 8
              move zero to WS-MET-SUM
              perform varying WS-BASE-INDEX from 1 by 1
                        until WS-BASE-INDEX > WS-BASE-MAX
                 if WB-FILLED(WS-BASE-INDEX)
                    add WB-MET(WS-BASE-INDEX, WS-MET-INDEX)
                      to WS-MET-SUM
                 end-if
              end-perform
              if WS-BASE-DAYS > 0
                 compute WM-BASE(WS-MET-INDEX) rounded =
                    WS-MET-SUM / WS-BASE-DAYS
              else
                 move zero to WM-BASE(WS-MET-INDEX)
              end-if
           end-perform
           .

       A-TAKE-BASE-ROW section.
           compute WS-ROW-NUMBER = integer-of-date(PF-RUN-DATE)
           move zero to WS-BASE-FOUND
           perform varying WS-BASE-INDEX from 1 by 1
                     until WS-BASE-INDEX > WS-BASE-MAX
              if WB-DAY-NUMBER(WS-BASE-INDEX) = WS-ROW-NUMBER
                 move WS-BASE-INDEX to WS-BASE-FOUND
              end-if
           end-perform
           if WS-BASE-FOUND > 0
              move 'Y' to WB-SW(WS-BASE-FOUND)
              move PF-RECORD-COUNT to WS-ROW-TOTAL
              compute WB-MET(WS-BASE-FOUND, 1) rounded =
                 (PF-LEFT-COUNT * 100) / WS-ROW-TOTAL
              perform varying A-BAND-SUB from 1 by 1
                        until A-BAND-SUB > 5
                 compute WB-MET(WS-BASE-FOUND, A-BAND-SUB + 1)
                    rounded = (PF-BAND-COUNT(A-BAND-SUB) * 100)
                              / WS-ROW-TOTAL
              end-perform
              compute WB-MET(WS-BASE-FOUND, 7) rounded =
                 (PF-RANGE-COUNT * 100) / WS-ROW-TOTAL
              move PF-MEAN-CLICKS to WB-MET(WS-BASE-FOUND, 8)
           end-if
           .

       A-COMPARE-PROFILE section.
      *    Share metrics drift by points; the mean drifts by
      *    percent of its trailing value. Each drifted metric is
      *    its own W event, so the morning page says what moved.
           move zero to WS-DRIFT-COUNT
           perform varying WS-MET-INDEX from 1 by 1
                     until WS-MET-INDEX > 8
              move space to WM-DRIFT-SW(WS-MET-INDEX)
              compute WM-DIFF(WS-MET-INDEX) =
                 WM-TODAY(WS-MET-INDEX) - WM-BASE(WS-MET-INDEX)
              if WS-BASE-DAYS >= WS-MIN-BASE-DAYS
                 perform A-JUDGE-METRIC
              end-if
           end-perform
           if WS-DRIFT-COUNT > 0
              display 'AOCPROF - CLICKS PROFILE DRIFT FOR '
                      WS-SOURCE-DSP
              if 4 > WS-MAX-RC
                 move 4 to WS-MAX-RC
              end-if
           end-if
           .

       A-JUDGE-METRIC section.
           if WS-MET-INDEX = 8
              if WM-BASE(8) > 0
                    and (abs(WM-DIFF(8)) * 100) / WM-BASE(8)
                        > WS-DRIFT-PCT
                 set WM-DRIFTED(8) to true
              end-if
           else
              if abs(WM-DIFF(WS-MET-INDEX)) > WS-DRIFT-PCT
                 set WM-DRIFTED(WS-MET-INDEX) to true
              end-if
           end-if
           if WM-DRIFTED(WS-MET-INDEX)
              add 1 to WS-DRIFT-COUNT
              move 'W' to WS-EVT-SEV
              move spaces to WS-EVT-DESC
              string 'CLICKS PROFILE DRIFT ' delimited by size
                     WS-SOURCE-DSP delimited by space
                     ': ' delimited by size
                     WS-MET-LABEL(WS-MET-INDEX) delimited by '  '
                     into WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-PROFILE section.
      *    Today's row goes on after the comparison, so the
      *    baseline is only ever prior days.
           move spaces to PRF-RECORD
           move WS-RUN-DATE to PF-RUN-DATE
           move WS-SOURCE-SYSTEM to PF-SOURCE-SYSTEM
           move WS-RUN-ID to PF-RUN-ID
           move WS-DIAL-SIZE to PF-DIAL-SIZE
           move A-COUNT to PF-RECORD-COUNT
           move A-REJECT-COUNT to PF-REJECT-COUNT
           move A-LEFT-COUNT to PF-LEFT-COUNT
           move A-RIGHT-COUNT to PF-RIGHT-COUNT
           perform varying A-BAND-SUB from 1 by 1
                     until A-BAND-SUB > 5
              move A-BAND-COUNT(A-BAND-SUB)
                to PF-BAND-COUNT(A-BAND-SUB)
           end-perform
           move A-MIN-CLICKS to PF-MIN-CLICKS
           move A-MAX-CLICKS to PF-MAX-CLICKS
           move A-MEAN-CLICKS to PF-MEAN-CLICKS
           move A-RANGE-COUNT to PF-RANGE-COUNT
           open extend PRFFIL
           if PRF-FS = '00' or PRF-FS = '05'
              write PRF-RECORD
           else
              display 'AOCPROF - PROFILE HISTORY WRITE FAILED, '
                      'STATUS=' PRF-FS
              move 16 to WS-MAX-RC
           end-if
           close PRFFIL
           .

       A-WRITE-EVENT section.
      *    Drift lands on the central event file, so the morning
      *    summary (AOCMORN) shows it with the rest of the night.
           move spaces to EVT-RECORD
           move WS-RUN-DATE to EV-RUN-DATE
           move 'AOCPROF' to EV-PROGRAM-ID
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
           open output PRTFIL
           if PRT-FS = '00' or PRT-FS = '05'
              perform A-WRITE-REPORT-HEAD
              perform varying WS-MET-INDEX from 1 by 1
                        until WS-MET-INDEX > 8
                 perform A-WRITE-METRIC-LINE
              end-perform
              move spaces to PRT-LINE
              write PRT-LINE
              move spaces to PRT-LINE
              evaluate true
                 when WS-BASE-DAYS < WS-MIN-BASE-DAYS
                    string 'TOO FEW TRAILING DAYS ON FILE TO JUDGE '
                           'DRIFT - PROFILE RECORDED ONLY'
                           delimited by size into PRT-LINE
                 when WS-DRIFT-COUNT > 0
                    string '*** DRIFT - MIX HAS MOVED AWAY FROM THE '
                           'TRAILING PROFILE ***'
                           delimited by size into PRT-LINE
                 when other
                    string 'NO DRIFT - MIX IN LINE WITH THE '
                           'TRAILING PROFILE'
                           delimited by size into PRT-LINE
              end-evaluate
              write PRT-LINE
           end-if
           close PRTFIL
           .

       A-WRITE-REPORT-HEAD section.
           move spaces to PRT-LINE
           string 'AOCPROF - CLICKS PROFILE DRIFT REPORT'
                  delimited by size into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'RUN DATE ..........: ' delimited by size
                  WS-RUN-DATE delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'SOURCE SYSTEM .....: ' delimited by size
                  WS-SOURCE-DSP delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'INPUT FILE ........: ' delimited by size
                  WS-INFILE-NAME delimited by space
                  into PRT-LINE
           write PRT-LINE
           move A-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'INSTRUCTIONS ......: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move A-REJECT-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'MALFORMED .........: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move A-MIN-CLICKS to WS-DSP-CLICKS
           move spaces to PRT-LINE
           string 'MIN CLICKS ........: ' delimited by size
                  WS-DSP-CLICKS delimited by size
                  into PRT-LINE
           write PRT-LINE
           move A-MAX-CLICKS to WS-DSP-CLICKS
           move spaces to PRT-LINE
           string 'MAX CLICKS ........: ' delimited by size
                  WS-DSP-CLICKS delimited by size
                  into PRT-LINE
           write PRT-LINE
           move WS-BASE-DAYS to WS-DSP-DAYS
           move spaces to PRT-LINE
           string 'TRAILING DAYS .....: ' delimited by size
                  WS-DSP-DAYS delimited by size
                  ' OF 30 BUSINESS DAYS ON FILE' delimited by size
                  into PRT-LINE
           write PRT-LINE
           move WS-DRIFT-PCT to WS-DSP-LIMIT
           move spaces to PRT-LINE
           string 'DRIFT TOLERANCE ...: ' delimited by size
                  WS-DSP-LIMIT delimited by size
                  ' POINTS (MEAN: PERCENT)' delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'METRIC                     TODAY    TRAILING'
                  delimited by size
                  '        DIFF' delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string '--------------------  ----------  ----------'
                  delimited by size
                  '  ----------' delimited by size
                  into PRT-LINE
           write PRT-LINE
           .

       A-WRITE-METRIC-LINE section.
           move spaces to PRT-LINE
           move WS-MET-LABEL(WS-MET-INDEX) to PRT-LINE(1:20)
           move WM-TODAY(WS-MET-INDEX) to WS-DSP-MET
           move WS-DSP-MET to PRT-LINE(23:10)
           if WS-BASE-DAYS > 0
              move WM-BASE(WS-MET-INDEX) to WS-DSP-MET
              move WS-DSP-MET to PRT-LINE(35:10)
              move WM-DIFF(WS-MET-INDEX) to WS-DSP-DIFF
              move WS-DSP-DIFF to PRT-LINE(47:10)
           end-if
           if WM-DRIFTED(WS-MET-INDEX)
              move 'DRIFT' to PRT-LINE(59:5)
           end-if
           write PRT-LINE
           .
