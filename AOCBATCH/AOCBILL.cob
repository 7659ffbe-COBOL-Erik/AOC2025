       identification division.
       program-id. AOCBILL.

      *    Month-end usage and chargeback statement per source
      *    system. Each feed (CTL-SOURCE-SYSTEM; blank is the
      *    default profile) is charged for what it used in the
      *    month given in BILLMON (yyyymm, CLOSMON when BILLMON is
      *    not set):
      *      RUNS - invocations of the answer programs, from the
      *             run-audit log (CPYAUD);
      *      RECS - records processed, and
      *      REJS - records rejected, from the run history
      *             (CPYHIST);
      *      RPRD - rejects repaired in the month, from the reject
      *             ledger (CPYRLG);
      *      SECS - elapsed seconds of those invocations, from the
      *             run-audit log;
      *      XMIT - warehouse transmissions (CPYXLG) of a date the
      *             feed has history rows on - AOCXFER sends a whole
      *             day at once, so each feed with answers in it is
      *             charged the transmission.
      *    Each total is priced from the rate table (CPYRATE) and
      *    written both as a printed statement and as a billing
      *    interface file aocbill.M<yyyymm>.txt, pipe-delimited and
      *    framed by a header and a trailer carrying the detail
      *    count and the grand total, like the warehouse extract.
      *    A rerun for the same month replaces that month's file.
      *    Only the answer programs are charged: the batch driver's
      *    own audit row spans its legs' elapsed time and would
      *    bill it twice. An item with usage but no rate is
      *    printed unpriced and ends the run RC 4.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional HISTFIL assign to dynamic WS-HISTFILE-NAME
           organization is line sequential
           file status is HIST-FS.

           select optional AUDFIL assign to dynamic WS-AUDFILE-NAME
           organization is line sequential
           file status is AUD-FS.

           select optional LEDGFIL assign to dynamic WS-LEDGFILE-NAME
           organization is line sequential
           file status is LEDG-FS.

           select optional XLGFIL assign to dynamic WS-XLGFILE-NAME
           organization is line sequential
           file status is XLG-FS.

           select optional RATEFIL assign to dynamic WS-RATEFILE-NAME
           organization is line sequential
           file status is RATE-FS.

           select optional BILLFIL assign to dynamic WS-BILLFILE-NAME
           organization is line sequential
           file status is BILL-FS.

           select optional PRTFIL assign to dynamic WS-PRTFILE-NAME
           organization is line sequential
           file status is PRT-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  HISTFIL.
           copy CPYHIST.

       FD  AUDFIL.
           copy CPYAUD.

       FD  LEDGFIL.
           copy CPYRLG.

       FD  XLGFIL.
           copy CPYXLG.

       FD  RATEFIL.
           copy CPYRATE.

       FD  BILLFIL.
       01  BILL-RECORD         pic X(200).

       FD  PRTFIL.
           copy CPYPRT.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 HIST-FS          pic XX.
          05 AUD-FS           pic XX.
          05 LEDG-FS          pic XX.
          05 XLG-FS           pic XX.
          05 RATE-FS          pic XX.
          05 BILL-FS          pic XX.
          05 PRT-FS           pic XX.
          05 EVT-FS           pic XX.
          05 WS-HISTFILE-NAME pic X(100) value 'runhist.txt'.
          05 WS-AUDFILE-NAME  pic X(100) value 'runaudit.txt'.
          05 WS-LEDGFILE-NAME pic X(100) value 'rejledg.txt'.
          05 WS-XLGFILE-NAME  pic X(100) value 'aocxfer.log'.
          05 WS-RATEFILE-NAME pic X(100) value 'aocrate.txt'.
          05 WS-BILLFILE-NAME pic X(100) value spaces.
          05 WS-PRTFILE-NAME  pic X(100) value 'aocbill.rpt'.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-BILL-MONTH    pic 9(6) value ZERO.
          05 FILLER redefines WS-BILL-MONTH.
             10 WS-BILL-YYYY  pic 9(4).
             10 WS-BILL-MM    pic 9(2).
      *    Last possible day of the billing month; a rate is in
      *    force for the month when it is effective by then.
          05 WS-MONTH-END     pic 9(8) value ZERO.
          05 WS-ROW-SOURCE    pic X(8) value spaces.
          05 WS-ROW-DAY       pic S9(4) comp-4 value ZERO.
          05 WS-SRC-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-SRC-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-ITEM-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-RATE-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-BEST-DATE     pic 9(8) value ZERO.
          05 WS-BEST-RATE     pic 9(5)V9(4) value ZERO.
          05 WS-RATE-SW       pic X value space.
             88 WS-RATE-FOUND value 'Y'.
          05 WS-AMOUNT        pic S9(11)V99 comp-3 value ZERO.
          05 WS-SRC-TOTAL     pic S9(11)V99 comp-3 value ZERO.
          05 WS-GRAND-TOTAL   pic S9(11)V99 comp-3 value ZERO.
          05 WS-DETAIL-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-UNPRICED      pic S9(4) comp-4 value ZERO.
          05 WS-MAX-RC        pic S9(4) comp-4 value ZERO.
          05 WS-DSP-QTY       pic Z(11)9.
          05 WS-DSP-RATE      pic Z(4)9.9(4).
          05 WS-DSP-AMOUNT    pic Z(10)9.99.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-SOURCE    pic X(17).

      *    The chargeable items in statement order, with the rate
      *    table code each is priced under.
       01 WS-ITEM-VALUES.
          05 FILLER pic X(34) value
             'RUNSRUNS OF THE ANSWER PROGRAMS'.
          05 FILLER pic X(34) value
             'RECSRECORDS PROCESSED'.
          05 FILLER pic X(34) value
             'REJSRECORDS REJECTED'.
          05 FILLER pic X(34) value
             'RPRDREJECTS REPAIRED'.
          05 FILLER pic X(34) value
             'SECSELAPSED SECONDS'.
          05 FILLER pic X(34) value
             'XMITWAREHOUSE TRANSMISSIONS'.
       01 WS-ITEM-TABLE redefines WS-ITEM-VALUES.
          05 WS-ITEM-ENTRY occurs 6 times.
             10 WI-ITEM        pic X(4).
             10 WI-DESCRIPTION pic X(30).

      *    One entry per source system met in the month's usage,
      *    with its quantity per item and the days of the month it
      *    has history rows on (for the transmission charge).
       01 WS-SRC-MAX pic S9(4) comp-4 value 20.
       01 WS-SRC-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY occurs 20 times.
             10 WS-SRC-ID      pic X(8).
             10 WS-SRC-QTY     pic S9(12) comp-4 occurs 6 times.
             10 WS-SRC-DAY     pic X occurs 31 times.
                88 WS-SRC-RAN  value 'Y'.

      *    The rate table as read; 200 records covers six items for
      *    every feed through several price changes.
       01 WS-RATE-MAX pic S9(4) comp-4 value 200.
       01 WS-RATE-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY occurs 200 times.
             10 WT-SOURCE-SYSTEM  pic X(8).
             10 WT-ITEM           pic X(4).
             10 WT-EFFECTIVE-DATE pic 9(8).
             10 WT-UNIT-RATE      pic 9(5)V9(4).

       01 V-HISTFLAG.
          05 FILLER pic X value ' '.
             88 V-HIST-EOF value 'E'.

       01 V-AUDFLAG.
          05 FILLER pic X value ' '.
             88 V-AUD-EOF value 'E'.

       01 V-LEDGFLAG.
          05 FILLER pic X value ' '.
             88 V-LEDG-EOF value 'E'.

       01 V-XLGFLAG.
          05 FILLER pic X value ' '.
             88 V-XLG-EOF value 'E'.

       01 V-RATEFLAG.
          05 FILLER pic X value ' '.
             88 V-RATE-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCBILL - monthly usage and chargeback statement'
           accept WS-RUN-DATE from date yyyymmdd
      *    The month-end jobs share CLOSMON; BILLMON lets the
      *    statement be rerun for another month on its own.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'BILLMON'
           if WS-ENV-VALUE = spaces
              accept WS-ENV-VALUE from environment 'CLOSMON'
           end-if
           if WS-ENV-VALUE(1:6) is not numeric
              display 'AOCBILL - BILLMON (YYYYMM) MUST BE SUPPLIED'
              move 16 to return-code
              goback
           end-if
           move WS-ENV-VALUE(1:6) to WS-BILL-MONTH
           if WS-BILL-MM < 1 or WS-BILL-MM > 12
              display 'AOCBILL - BILLMON MONTH INVALID: '
                      WS-BILL-MONTH
              move 16 to return-code
              goback
           end-if
           compute WS-MONTH-END = WS-BILL-MONTH * 100 + 31
           perform A-GET-FILE-NAMES
           perform A-LOAD-RATES
           perform A-READ-AUDIT
           perform A-READ-HISTORY
           perform A-READ-LEDGER
           perform A-READ-XFER-LOG
           perform A-WRITE-STATEMENT
           if WS-UNPRICED > 0 and WS-MAX-RC < 4
              move 4 to WS-MAX-RC
           end-if
           move WS-MAX-RC to return-code
           goback
           .

       A-GET-FILE-NAMES section.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'HISTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-HISTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AUDFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AUDFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'REJLEDG'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-LEDGFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'XLGFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-XLGFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RATEFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RATEFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           move spaces to WS-BILLFILE-NAME
           string 'aocbill.M' delimited by size
                  WS-BILL-MONTH delimited by size
                  '.txt' delimited by size
                  into WS-BILLFILE-NAME
           .

       A-LOAD-RATES section.
           move zero to WS-RATE-COUNT
           open input RATEFIL
           if RATE-FS = '00'
              read RATEFIL at end set V-RATE-EOF to true end-read
              perform until V-RATE-EOF
                 evaluate true
                    when RT-EFFECTIVE-DATE not numeric
                          or RT-UNIT-RATE not numeric
                       display 'AOCBILL - RATE RECORD IGNORED, NOT '
                               'NUMERIC: ' RT-SOURCE-SYSTEM ' '
                               RT-ITEM
                       if 4 > WS-MAX-RC
                          move 4 to WS-MAX-RC
                       end-if
                    when WS-RATE-COUNT >= WS-RATE-MAX
                       display 'AOCBILL - RATE TABLE EXCEEDS 200-'
                               'RECORD CAP, RATE IGNORED: '
                               RT-SOURCE-SYSTEM ' ' RT-ITEM
                       if 4 > WS-MAX-RC
                          move 4 to WS-MAX-RC
                       end-if
                    when other
                       add 1 to WS-RATE-COUNT
                       move RT-SOURCE-SYSTEM
                         to WT-SOURCE-SYSTEM(WS-RATE-COUNT)
                       move RT-ITEM to WT-ITEM(WS-RATE-COUNT)
                       move RT-EFFECTIVE-DATE
                         to WT-EFFECTIVE-DATE(WS-RATE-COUNT)
                       move RT-UNIT-RATE
                         to WT-UNIT-RATE(WS-RATE-COUNT)
                 end-evaluate
                 read RATEFIL at end set V-RATE-EOF to true end-read
              end-perform
           end-if
           close RATEFIL
           if WS-RATE-COUNT = 0
              display 'AOCBILL - NO RATES IN ' WS-RATEFILE-NAME(1:40)
           end-if
           .

       A-READ-AUDIT section.
      *    Runs and elapsed seconds, one audit row per invocation
      *    of an answer program.
           open input AUDFIL
           if AUD-FS = '00'
              read AUDFIL at end set V-AUD-EOF to true end-read
              perform until V-AUD-EOF
                 if AU-RUN-DATE(1:6) = WS-BILL-MONTH
                    evaluate AU-PROGRAM-ID
                       when 'AOC1A' when 'AOC1B'
                       when 'AOC2A' when 'AOC2B'
                       when 'AOC3A' when 'AOC3B'
                          move AU-SOURCE-SYSTEM to WS-ROW-SOURCE
                          perform A-FIND-SOURCE
                          if WS-SRC-FOUND > 0
                             add 1 to WS-SRC-QTY(WS-SRC-FOUND, 1)
                             if AU-ELAPSED-SEC is numeric
                                add AU-ELAPSED-SEC
                                 to WS-SRC-QTY(WS-SRC-FOUND, 5)
                             end-if
                          end-if
                    end-evaluate
                 end-if
                 read AUDFIL at end set V-AUD-EOF to true end-read
              end-perform
           end-if
           close AUDFIL
           .

       A-READ-HISTORY section.
      *    Records processed and rejected, and the days each feed
      *    had answers on.
           open input HISTFIL
           if HIST-FS = '00'
              read HISTFIL at end set V-HIST-EOF to true end-read
              perform until V-HIST-EOF
                 if HR-RUN-DATE(1:6) = WS-BILL-MONTH
                    move HR-SOURCE-SYSTEM to WS-ROW-SOURCE
                    perform A-FIND-SOURCE
                    if WS-SRC-FOUND > 0
      *                Edited counts, and the reject count on rows
      *                older than the column, come back through
      *                NUMVAL as clean numbers or zero.
                       compute WS-SRC-QTY(WS-SRC-FOUND, 2) =
                          WS-SRC-QTY(WS-SRC-FOUND, 2)
                          + numval(HR-RECORD-COUNT)
                       compute WS-SRC-QTY(WS-SRC-FOUND, 3) =
                          WS-SRC-QTY(WS-SRC-FOUND, 3)
                          + numval(HR-REJECT-COUNT)
                       move HR-RUN-DATE(7:2) to WS-ROW-DAY
                       if WS-ROW-DAY >= 1 and WS-ROW-DAY <= 31
                          set WS-SRC-RAN(WS-SRC-FOUND, WS-ROW-DAY)
                            to true
                       end-if
                    end-if
                 end-if
                 read HISTFIL at end set V-HIST-EOF to true end-read
              end-perform
           end-if
           close HISTFIL
           .

       A-READ-LEDGER section.
      *    Rejects marked repaired during the month, by the feed
      *    whose run rejected them - by rule or by hand alike.
           open input LEDGFIL
           if LEDG-FS = '00'
              read LEDGFIL at end set V-LEDG-EOF to true end-read
              perform until V-LEDG-EOF
                 if RL-REPAIRED
                       and RL-STATUS-DATE(1:6) = WS-BILL-MONTH
                    move RL-SOURCE-SYSTEM to WS-ROW-SOURCE
                    perform A-FIND-SOURCE
                    if WS-SRC-FOUND > 0
                       add 1 to WS-SRC-QTY(WS-SRC-FOUND, 4)
                    end-if
                 end-if
                 read LEDGFIL at end set V-LEDG-EOF to true end-read
              end-perform
           end-if
           close LEDGFIL
           .

       A-READ-XFER-LOG section.
      *    Every transmission of a date in the month, charged to
      *    each feed with history rows on that date; a resend is
      *    a transmission like any other.
           open input XLGFIL
           if XLG-FS = '00'
              read XLGFIL at end set V-XLG-EOF to true end-read
              perform until V-XLG-EOF
                 if XL-XFER-DATE(1:6) = WS-BILL-MONTH
                    move XL-XFER-DATE(7:2) to WS-ROW-DAY
                    if WS-ROW-DAY >= 1 and WS-ROW-DAY <= 31
                       perform varying WS-SRC-INDEX from 1 by 1
                                 until WS-SRC-INDEX > WS-SRC-COUNT
                          if WS-SRC-RAN(WS-SRC-INDEX, WS-ROW-DAY)
                             add 1 to WS-SRC-QTY(WS-SRC-INDEX, 6)
                          end-if
                       end-perform
                    end-if
                 end-if
                 read XLGFIL at end set V-XLG-EOF to true end-read
              end-perform
           end-if
           close XLGFIL
           .

       A-FIND-SOURCE section.
      *    Locates, or adds, the entry for WS-ROW-SOURCE; a feed
      *    past the cap is reported and its usage left out, which
      *    the RC 4 makes sure someone notices.
           move zero to WS-SRC-FOUND
           perform varying WS-SRC-INDEX from 1 by 1
                     until WS-SRC-INDEX > WS-SRC-COUNT
                        or WS-SRC-FOUND > 0
              if WS-SRC-ID(WS-SRC-INDEX) = WS-ROW-SOURCE
                 move WS-SRC-INDEX to WS-SRC-FOUND
              end-if
           end-perform
           if WS-SRC-FOUND = 0
              if WS-SRC-COUNT < WS-SRC-MAX
                 add 1 to WS-SRC-COUNT
                 move WS-SRC-COUNT to WS-SRC-FOUND
                 move WS-ROW-SOURCE to WS-SRC-ID(WS-SRC-FOUND)
                 perform varying WS-ITEM-INDEX from 1 by 1
                           until WS-ITEM-INDEX > 6
                    move zero to WS-SRC-QTY(WS-SRC-FOUND, WS-ITEM-INDEX)
                 end-perform
                 perform varying WS-ROW-DAY from 1 by 1
                           until WS-ROW-DAY > 31
                    move space to WS-SRC-DAY(WS-SRC-FOUND, WS-ROW-DAY)
                 end-perform
              else
                 display 'AOCBILL - MORE THAN 20 SOURCE SYSTEMS, '
                         'USAGE NOT BILLED FOR: ' WS-ROW-SOURCE
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
              end-if
           end-if
           .

       A-FIND-RATE section.
      *    The feed's own rate for the item if it has one, else
      *    the standard (blank source) rate; in either case the
      *    newest one effective by the end of the month.
           move space to WS-RATE-SW
           move zero to WS-BEST-DATE
           move zero to WS-BEST-RATE
           perform varying WS-RATE-INDEX from 1 by 1
                     until WS-RATE-INDEX > WS-RATE-COUNT
              if WT-SOURCE-SYSTEM(WS-RATE-INDEX)
                    = WS-SRC-ID(WS-SRC-INDEX)
                    and WT-ITEM(WS-RATE-INDEX)
                        = WI-ITEM(WS-ITEM-INDEX)
                    and WT-EFFECTIVE-DATE(WS-RATE-INDEX)
                        <= WS-MONTH-END
                    and WT-EFFECTIVE-DATE(WS-RATE-INDEX)
                        >= WS-BEST-DATE
                 set WS-RATE-FOUND to true
                 move WT-EFFECTIVE-DATE(WS-RATE-INDEX) to WS-BEST-DATE
                 move WT-UNIT-RATE(WS-RATE-INDEX) to WS-BEST-RATE
              end-if
           end-perform
           if not WS-RATE-FOUND
              perform varying WS-RATE-INDEX from 1 by 1
                        until WS-RATE-INDEX > WS-RATE-COUNT
                 if WT-SOURCE-SYSTEM(WS-RATE-INDEX) = spaces
                       and WT-ITEM(WS-RATE-INDEX)
                           = WI-ITEM(WS-ITEM-INDEX)
                       and WT-EFFECTIVE-DATE(WS-RATE-INDEX)
                           <= WS-MONTH-END
                       and WT-EFFECTIVE-DATE(WS-RATE-INDEX)
                           >= WS-BEST-DATE
                    set WS-RATE-FOUND to true
                    move WT-EFFECTIVE-DATE(WS-RATE-INDEX)
                      to WS-BEST-DATE
                    move WT-UNIT-RATE(WS-RATE-INDEX) to WS-BEST-RATE
                 end-if
              end-perform
           end-if
           .

       A-WRITE-STATEMENT section.
           open output PRTFIL
           open output BILLFIL
      *    A billing file finance never receives must not leave a
      *    statement looking complete: RC 16 and nothing priced.
           if BILL-FS not = '00' and BILL-FS not = '05'
              display 'AOCBILL - BILLING FILE OPEN ERROR: '
                      WS-BILLFILE-NAME(1:40) ' STATUS=' BILL-FS
              move 16 to WS-MAX-RC
              move 'E' to WS-EVT-SEV
              move 'BILLING FILE OPEN ERROR' to WS-EVT-DESC
              perform A-WRITE-EVENT
              close PRTFIL
              close BILLFIL
           else
              perform A-WRITE-BODY
           end-if
           .

       A-WRITE-BODY section.
           perform A-WRITE-HEADING
           move spaces to BILL-RECORD
           string 'H|AOCBILL|' delimited by size
                  WS-BILL-MONTH delimited by size
                  '|' delimited by size
                  WS-RUN-DATE delimited by size
                  into BILL-RECORD
           write BILL-RECORD
           perform varying WS-SRC-INDEX from 1 by 1
                     until WS-SRC-INDEX > WS-SRC-COUNT
              perform A-WRITE-ONE-SOURCE
           end-perform
           if WS-SRC-COUNT = 0
              move spaces to PRT-LINE
              string '  NO USAGE RECORDED FOR THE MONTH'
                     delimited by size into PRT-LINE
              write PRT-LINE
           end-if
           move WS-GRAND-TOTAL to WS-DSP-AMOUNT
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'GRAND TOTAL ' delimited by size
                  WS-DSP-AMOUNT delimited by size
                  into PRT-LINE(54:)
           write PRT-LINE
           move WS-DETAIL-COUNT to WS-DSP-COUNT
           move spaces to BILL-RECORD
           string 'T|' delimited by size
                  WS-DSP-COUNT delimited by size
                  '|' delimited by size
                  WS-DSP-AMOUNT delimited by size
                  into BILL-RECORD
           write BILL-RECORD
           if BILL-FS not = '00'
              display 'AOCBILL - BILLING FILE WRITE ERROR, '
                      'STATUS=' BILL-FS
              move 16 to WS-MAX-RC
              move 'E' to WS-EVT-SEV
              move 'BILLING FILE WRITE ERROR' to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           close BILLFIL
           close PRTFIL
           display 'BILLING FILE ......: ' WS-BILLFILE-NAME(1:40)
           move WS-SRC-COUNT to WS-DSP-COUNT
           display 'SOURCE SYSTEMS ....: ' WS-DSP-COUNT
           display 'GRAND TOTAL .......: ' WS-DSP-AMOUNT
           if WS-UNPRICED > 0
              move WS-UNPRICED to WS-DSP-COUNT
              display 'UNPRICED ITEMS ....: ' WS-DSP-COUNT
              move 'W' to WS-EVT-SEV
              move 'CHARGEBACK ITEMS WITH USAGE BUT NO RATE'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-HEADING section.
           move spaces to PRT-LINE
           string 'AOCBILL - MONTHLY USAGE AND CHARGEBACK STATEMENT'
                  delimited by size into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'BILLING MONTH .....: ' delimited by size
                  WS-BILL-MONTH delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'PREPARED ON .......: ' delimited by size
                  WS-RUN-DATE delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'BILLING FILE ......: ' delimited by size
                  WS-BILLFILE-NAME delimited by space
                  into PRT-LINE
           write PRT-LINE
           .

       A-WRITE-ONE-SOURCE section.
           if WS-SRC-ID(WS-SRC-INDEX) = spaces
              move '(DEFAULT PROFILE)' to WS-DSP-SOURCE
           else
              move WS-SRC-ID(WS-SRC-INDEX) to WS-DSP-SOURCE
           end-if
           move zero to WS-SRC-TOTAL
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'SOURCE SYSTEM .....: ' delimited by size
                  WS-DSP-SOURCE delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string '  ITEM  DESCRIPTION' delimited by size
                  into PRT-LINE
           string 'QUANTITY' delimited by size
                  into PRT-LINE(43:)
           string 'UNIT RATE' delimited by size
                  into PRT-LINE(55:)
           string 'AMOUNT' delimited by size
                  into PRT-LINE(74:)
           write PRT-LINE
           perform varying WS-ITEM-INDEX from 1 by 1
                     until WS-ITEM-INDEX > 6
              perform A-WRITE-ONE-ITEM
           end-perform
           move WS-SRC-TOTAL to WS-DSP-AMOUNT
           move spaces to PRT-LINE
           string 'SOURCE TOTAL' delimited by size
                  WS-DSP-AMOUNT delimited by size
                  into PRT-LINE(54:)
           write PRT-LINE
           move spaces to BILL-RECORD
           string 'S|' delimited by size
                  WS-SRC-ID(WS-SRC-INDEX) delimited by space
                  '|' delimited by size
                  WS-DSP-AMOUNT delimited by size
                  into BILL-RECORD
           write BILL-RECORD
           add WS-SRC-TOTAL to WS-GRAND-TOTAL
           .

       A-WRITE-ONE-ITEM section.
      *    Every item is listed, used or not, so a statement always
      *    shows the same six lines per feed.
           perform A-FIND-RATE
           move WS-SRC-QTY(WS-SRC-INDEX, WS-ITEM-INDEX) to WS-DSP-QTY
           move spaces to PRT-LINE
           string '  ' delimited by size
                  WI-ITEM(WS-ITEM-INDEX) delimited by size
                  '  ' delimited by size
                  WI-DESCRIPTION(WS-ITEM-INDEX) delimited by size
                  WS-DSP-QTY delimited by size
                  into PRT-LINE
           if WS-RATE-FOUND
              compute WS-AMOUNT rounded =
                 WS-SRC-QTY(WS-SRC-INDEX, WS-ITEM-INDEX)
                 * WS-BEST-RATE
              add WS-AMOUNT to WS-SRC-TOTAL
              move WS-BEST-RATE to WS-DSP-RATE
              move WS-AMOUNT to WS-DSP-AMOUNT
              string WS-DSP-RATE delimited by size
                     '  ' delimited by size
                     WS-DSP-AMOUNT delimited by size
                     into PRT-LINE(54:)
           else
              move zero to WS-AMOUNT
              move zero to WS-DSP-RATE
              move zero to WS-DSP-AMOUNT
              if WS-SRC-QTY(WS-SRC-INDEX, WS-ITEM-INDEX) > 0
                 add 1 to WS-UNPRICED
                 string '  NO RATE' delimited by size
                        into PRT-LINE(54:)
              end-if
           end-if
           write PRT-LINE
           add 1 to WS-DETAIL-COUNT
           move spaces to BILL-RECORD
           string 'D|' delimited by size
                  WS-SRC-ID(WS-SRC-INDEX) delimited by space
                  '|' delimited by size
                  WI-ITEM(WS-ITEM-INDEX) delimited by size
                  '|' delimited by size
                  WS-DSP-QTY delimited by size
                  '|' delimited by size
                  WS-DSP-RATE delimited by size
                  '|' delimited by size
                  WS-DSP-AMOUNT delimited by size
                  into BILL-RECORD
           write BILL-RECORD
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-RUN-DATE to EV-RUN-DATE
           move 'AOCBILL' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
