       identification division.
       program-id. AOCREST.

      *    Warehouse restatement feed: AOCXFER only ever sends the
      *    day's results, so an answer corrected afterwards - a
      *    rerun that versioned it on the answers master (the old
      *    version flagged MST-SUPERSEDED) or a reject repair that
      *    AOCRESUB amended (CPYAMD) - stayed wrong in the
      *    warehouse until someone phoned them. This extract finds
      *    every such correction not yet restated and sends it:
      *    run date, program, input file, reason (RERUN or REPAIR),
      *    the original and the corrected answer, and the run ids
      *    of both versions. The file uses AOCXFER's framing - a
      *    header, and a trailer with the detail count and a hash
      *    total of the corrected answers - takes the next number
      *    from the same transmission sequence (aocxfer.seq) and is
      *    entered on the same transmission log (CPYXLG), so AOCACK
      *    matches the warehouse's acknowledgments for restatements
      *    exactly as it does for the daily feed. Each correction
      *    sent is entered on the restatement ledger (CPYRST) and
      *    never sent again. Like the daily feed, nothing goes out
      *    for a date whose standing sign-off (AOCSIGN) does not
      *    postdate the corrected answer; such corrections are held
      *    and reported until the day is signed off again. Nothing
      *    to restate takes no sequence number and writes no file.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select ANSMAST assign to dynamic WS-MSTFILE-NAME
           organization is indexed
           access is dynamic
           record key is MST-KEY
           file status is MST-FS.

           select optional AMDFIL assign to dynamic WS-AMDFILE-NAME
           organization is line sequential
           file status is AMD-FS.

           select optional RSTFIL assign to dynamic WS-RSTFILE-NAME
           organization is line sequential
           file status is RST-FS.

           select optional SGNFIL assign to dynamic WS-SGNFILE-NAME
           organization is line sequential
           file status is SGN-FS.

           select optional XFRFIL assign to dynamic WS-XFRFILE-NAME
           organization is line sequential
           file status is XFR-FS.

           select optional SEQFIL assign to dynamic WS-SEQFILE-NAME
           organization is line sequential
           file status is SEQ-FS.

           select optional XLGFIL assign to dynamic WS-XLGFILE-NAME
           organization is line sequential
           file status is XLG-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  ANSMAST.
           copy CPYMST.

       FD  AMDFIL.
           copy CPYAMD.

       FD  RSTFIL.
           copy CPYRST.

       FD  SGNFIL.
           copy CPYSGN.

       FD  XFRFIL.
       01  XFR-RECORD          pic X(250).

       FD  SEQFIL.
       01  SEQ-RECORD.
           05 SQ-LAST-SEQ      pic 9(4).

       FD  XLGFIL.
           copy CPYXLG.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 MST-FS           pic XX.
          05 AMD-FS           pic XX.
          05 RST-FS           pic XX.
          05 SGN-FS           pic XX.
          05 XFR-FS           pic XX.
          05 SEQ-FS           pic XX.
          05 XLG-FS           pic XX.
          05 EVT-FS           pic XX.
          05 WS-MSTFILE-NAME  pic X(100) value 'answers.mst'.
          05 WS-AMDFILE-NAME  pic X(100) value 'aocamend.txt'.
          05 WS-RSTFILE-NAME  pic X(100) value 'aocrest.txt'.
          05 WS-SGNFILE-NAME  pic X(100) value 'aocsign.txt'.
          05 WS-XFRFILE-NAME  pic X(100) value spaces.
          05 WS-SEQFILE-NAME  pic X(100) value 'aocxfer.seq'.
          05 WS-XLGFILE-NAME  pic X(100) value 'aocxfer.log'.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-XFER-DATE     pic 9(8) value ZERO.
          05 WS-XFER-SEQ      pic 9(4) value ZERO.
          05 WS-DETAIL-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-HELD-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-SKIP-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-HASH-TOTAL    pic S9(18) comp-4 value ZERO.
          05 WS-MST-ANSWER    pic S9(18) comp-4 value ZERO.
          05 WS-SIGN-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-SIGN-FOUND    pic S9(4) comp-4 value ZERO.
          05 WS-SENT-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-SENT-FOUND    pic S9(4) comp-4 value ZERO.
          05 WS-CAND-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-HASH      pic -(17)9.
          05 WS-DSP-ORIG      pic -(17)9.
          05 WS-DSP-NEW       pic -(17)9.
          05 WS-DSP-VERSION   pic 9(3).

      *    The version just read from the master, kept so the next
      *    record - the following version of the same key, the
      *    master being read in key order - can be paired with it.
       01 WS-PREV-MASTER.
          05 WP-RUN-DATE      pic 9(8).
          05 WP-PROGRAM-ID    pic X(8).
          05 WP-INPUT-FILE    pic X(100).
          05 WP-STATUS        pic X.
             88 WP-SUPERSEDED value 'S'.
          05 WP-ANSWER        pic S9(18) comp-4.
          05 WP-RUN-ID        pic X(16).

      *    The correction being considered, from either source.
       01 WS-CANDIDATE.
          05 WC-REASON        pic X(6).
          05 WC-RUN-DATE      pic 9(8).
          05 WC-PROGRAM-ID    pic X(8).
          05 WC-INPUT-FILE    pic X(100).
          05 WC-NEW-VERSION   pic 9(3).
          05 WC-ORIG-ANSWER   pic S9(18) comp-4.
          05 WC-NEW-ANSWER    pic S9(18) comp-4.
          05 WC-ORIG-RUN-ID   pic X(16).
          05 WC-NEW-RUN-ID    pic X(16).

      *    Corrections already restated, loaded from the ledger;
      *    2000 is years of reruns and repairs, and a bigger ledger
      *    refuses the run rather than risk sending one twice.
       01 WS-SENT-MAX pic S9(4) comp-4 value 2000.
       01 WS-SENT-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-SENT-TABLE.
          05 WS-SENT-ENTRY occurs 2000 times.
             10 WN-REASON       pic X(6).
             10 WN-RUN-DATE     pic 9(8).
             10 WN-PROGRAM-ID   pic X(8).
             10 WN-INPUT-FILE   pic X(100).
             10 WN-NEW-VERSION  pic 9(3).
             10 WN-NEW-RUN-ID   pic X(16).

      *    Corrections going out in this transmission; 500 at once
      *    is far beyond any week of reruns, and anything past it is
      *    left for the next run.
       01 WS-SEND-MAX pic S9(4) comp-4 value 500.
       01 WS-SEND-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-SEND-TABLE.
          05 WS-SEND-ENTRY occurs 500 times.
             10 WT-REASON       pic X(6).
             10 WT-RUN-DATE     pic 9(8).
             10 WT-PROGRAM-ID   pic X(8).
             10 WT-INPUT-FILE   pic X(100).
             10 WT-NEW-VERSION  pic 9(3).
             10 WT-ORIG-ANSWER  pic S9(18) comp-4.
             10 WT-NEW-ANSWER   pic S9(18) comp-4.
             10 WT-ORIG-RUN-ID  pic X(16).
             10 WT-NEW-RUN-ID   pic X(16).

      *    Standing sign-off per run date - the newest decision on
      *    file - and when it was given.
       01 WS-SIGN-MAX pic S9(4) comp-4 value 1000.
       01 WS-SIGN-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-SIGN-TABLE.
          05 WS-SIGN-ENTRY occurs 1000 times.
             10 WG-RUN-DATE     pic 9(8).
             10 WG-DECISION     pic X.
                88 WG-APPROVED  value 'A'.
             10 WG-SIGNED-AT    pic X(16).

       01 V-MSTFLAG.
          05 FILLER pic X value ' '.
             88 V-MST-EOF value 'E'.

       01 V-AMDFLAG.
          05 FILLER pic X value ' '.
             88 V-AMD-EOF value 'E'.

       01 V-RSTFLAG.
          05 FILLER pic X value ' '.
             88 V-RST-EOF value 'E'.

       01 V-SGNFLAG.
          05 FILLER pic X value ' '.
             88 V-SGN-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCREST - warehouse restatement extract'
           accept WS-XFER-DATE from date yyyymmdd
      *    The transmission is dated the way AOCXFER dates the
      *    daily feed: the business date of a BUSDATE rerun, or an
      *    explicit XFERDATE.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'BUSDATE'
           if WS-ENV-VALUE not = spaces
                 and WS-ENV-VALUE(1:8) is numeric
              move WS-ENV-VALUE(1:8) to WS-XFER-DATE
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'XFERDATE'
           if WS-ENV-VALUE not = spaces
                 and WS-ENV-VALUE(1:8) is numeric
              move WS-ENV-VALUE(1:8) to WS-XFER-DATE
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'ANSMAST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-MSTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AMENDFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AMDFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RESTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RSTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIGNFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SGNFILE-NAME
           end-if
           perform A-LOAD-SENT
           if return-code not = 0
              goback
           end-if
           perform A-LOAD-SIGN-OFFS
           perform A-COLLECT-RERUNS
           if return-code not = 0
              goback
           end-if
           perform A-COLLECT-REPAIRS
           if WS-SEND-COUNT = 0
              display 'AOCREST - NOTHING TO RESTATE, NO '
                      'TRANSMISSION WRITTEN'
           else
              perform A-NEXT-SEQUENCE
              perform A-BUILD-FILE-NAME
              perform A-WRITE-EXTRACT
      *       A file the warehouse cannot trust is neither logged
      *       nor entered on the ledger, so the next run sends the
      *       same corrections again.
              if return-code = 16
                 goback
              end-if
              perform A-WRITE-XFER-LOG
              perform A-RECORD-SENT
           end-if
           move WS-SKIP-COUNT to WS-DSP-COUNT
           display 'ALREADY RESTATED ..: ' WS-DSP-COUNT
           move WS-HELD-COUNT to WS-DSP-COUNT
           display 'HELD, NOT SIGNED ..: ' WS-DSP-COUNT
           if WS-HELD-COUNT > 0
              if return-code < 4
                 move 4 to return-code
              end-if
              move 'W' to WS-EVT-SEV
              move 'RESTATEMENTS HELD - CORRECTED DAYS NOT SIGNED OFF'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           goback
           .

       A-LOAD-SENT section.
           move zero to WS-SENT-COUNT
           open input RSTFIL
           if RST-FS = '00'
              read RSTFIL at end set V-RST-EOF to true end-read
              perform until V-RST-EOF
                 if WS-SENT-COUNT < WS-SENT-MAX
                    add 1 to WS-SENT-COUNT
                    move RN-REASON to WN-REASON(WS-SENT-COUNT)
                    move RN-RUN-DATE to WN-RUN-DATE(WS-SENT-COUNT)
                    move RN-PROGRAM-ID
                      to WN-PROGRAM-ID(WS-SENT-COUNT)
                    move RN-INPUT-FILE
                      to WN-INPUT-FILE(WS-SENT-COUNT)
                    move RN-NEW-VERSION
                      to WN-NEW-VERSION(WS-SENT-COUNT)
                    move RN-NEW-RUN-ID
                      to WN-NEW-RUN-ID(WS-SENT-COUNT)
                    read RSTFIL at end set V-RST-EOF to true
                    end-read
                 else
                    display 'AOCREST - RESTATEMENT LEDGER EXCEEDS '
                            '2000-ENTRY CAP, RUN REFUSED'
                    move 16 to return-code
                    set V-RST-EOF to true
                 end-if
              end-perform
           end-if
           close RSTFIL
           .

       A-LOAD-SIGN-OFFS section.
      *    The newest decision per run date stands, as in AOCXFER;
      *    dates beyond the table simply have no approval here and
      *    their corrections are held.
           open input SGNFIL
           if SGN-FS = '00'
              read SGNFIL at end set V-SGN-EOF to true end-read
              perform until V-SGN-EOF
                 move zero to WS-SIGN-FOUND
                 perform varying WS-SIGN-INDEX from 1 by 1
                           until WS-SIGN-INDEX > WS-SIGN-COUNT
                    if WG-RUN-DATE(WS-SIGN-INDEX) = SG-RUN-DATE
                       move WS-SIGN-INDEX to WS-SIGN-FOUND
                    end-if
                 end-perform
                 if WS-SIGN-FOUND = 0 and WS-SIGN-COUNT < WS-SIGN-MAX
                    add 1 to WS-SIGN-COUNT
                    move WS-SIGN-COUNT to WS-SIGN-FOUND
                    move SG-RUN-DATE to WG-RUN-DATE(WS-SIGN-FOUND)
                 end-if
                 if WS-SIGN-FOUND > 0
                    move SG-DECISION to WG-DECISION(WS-SIGN-FOUND)
                    move SG-SIGN-DATE
                      to WG-SIGNED-AT(WS-SIGN-FOUND)(1:8)
                    move SG-SIGN-TIME
                      to WG-SIGNED-AT(WS-SIGN-FOUND)(9:8)
                 end-if
                 read SGNFIL at end set V-SGN-EOF to true end-read
              end-perform
           end-if
           close SGNFIL
           .

       A-COLLECT-RERUNS section.
      *    One pass over the master in key order. A superseded
      *    version followed by the next version of the same key is
      *    a rerun's correction: the superseded one is the original,
      *    the one that replaced it the corrected answer. A chain of
      *    reruns restates each step in turn. No master yet means no
      *    reruns; a master that cannot be read refuses the run, so
      *    a restatement is never sent with half its corrections.
           open input ANSMAST
           evaluate true
              when MST-FS = '00'
                 move spaces to WS-PREV-MASTER
                 read ANSMAST next record
                    at end set V-MST-EOF to true
                 end-read
                 perform until V-MST-EOF
                    perform A-TAKE-MASTER-RECORD
                    read ANSMAST next record
                       at end set V-MST-EOF to true
                    end-read
                 end-perform
                 close ANSMAST
              when MST-FS = '35'
                 continue
              when other
                 display 'AOCREST - ANSWERS MASTER NOT AVAILABLE: '
                         WS-MSTFILE-NAME(1:40) ' STATUS=' MST-FS
                 move 16 to return-code
                 move 'E' to WS-EVT-SEV
                 move 'ANSWERS MASTER NOT AVAILABLE, NOTHING RESTATED'
                   to WS-EVT-DESC
                 perform A-WRITE-EVENT
           end-evaluate
           .

       A-TAKE-MASTER-RECORD section.
           if MST-WIDE-ANSWER is numeric
              move MST-WIDE-ANSWER to WS-MST-ANSWER
           else
              move MST-FINAL-ANSWER to WS-MST-ANSWER
           end-if
           if WP-SUPERSEDED
                 and WP-RUN-DATE = MK-RUN-DATE
                 and WP-PROGRAM-ID = MK-PROGRAM-ID
                 and WP-INPUT-FILE = MK-INPUT-FILE
              move 'RERUN' to WC-REASON
              move MK-RUN-DATE to WC-RUN-DATE
              move MK-PROGRAM-ID to WC-PROGRAM-ID
              move MK-INPUT-FILE to WC-INPUT-FILE
              move MK-VERSION to WC-NEW-VERSION
              move WP-ANSWER to WC-ORIG-ANSWER
              move WS-MST-ANSWER to WC-NEW-ANSWER
              move WP-RUN-ID to WC-ORIG-RUN-ID
              move MST-RUN-ID to WC-NEW-RUN-ID
              perform A-CONSIDER-CANDIDATE
           end-if
           move MK-RUN-DATE to WP-RUN-DATE
           move MK-PROGRAM-ID to WP-PROGRAM-ID
           move MK-INPUT-FILE to WP-INPUT-FILE
           move MST-STATUS to WP-STATUS
           move WS-MST-ANSWER to WP-ANSWER
           move MST-RUN-ID to WP-RUN-ID
           .

       A-COLLECT-REPAIRS section.
      *    Every amended answer AOCRESUB logged is a repair's
      *    correction, identified by the repair pass's run id.
           open input AMDFIL
           if AMD-FS = '00'
              read AMDFIL at end set V-AMD-EOF to true end-read
              perform until V-AMD-EOF
                 move 'REPAIR' to WC-REASON
                 move AM-RUN-DATE to WC-RUN-DATE
                 move AM-PROGRAM-ID to WC-PROGRAM-ID
                 move AM-INPUT-FILE to WC-INPUT-FILE
                 move zero to WC-NEW-VERSION
                 compute WC-ORIG-ANSWER = numval(AM-ORIG-ANSWER)
                 compute WC-NEW-ANSWER = numval(AM-AMENDED-ANSWER)
                 move AM-ORIG-RUN-ID to WC-ORIG-RUN-ID
                 move AM-AMEND-RUN-ID to WC-NEW-RUN-ID
                 perform A-CONSIDER-CANDIDATE
                 read AMDFIL at end set V-AMD-EOF to true end-read
              end-perform
           end-if
           close AMDFIL
           .

       A-CONSIDER-CANDIDATE section.
      *    Already on the ledger: skipped. Corrected after the day's
      *    standing approval, or on a day never approved: held, so
      *    the warehouse only receives numbers a supervisor has
      *    seen. Otherwise it goes out in this transmission.
           move zero to WS-SENT-FOUND
           perform varying WS-SENT-INDEX from 1 by 1
                     until WS-SENT-INDEX > WS-SENT-COUNT
              if WN-REASON(WS-SENT-INDEX) = WC-REASON
                    and WN-RUN-DATE(WS-SENT-INDEX) = WC-RUN-DATE
                    and WN-PROGRAM-ID(WS-SENT-INDEX) = WC-PROGRAM-ID
                    and WN-INPUT-FILE(WS-SENT-INDEX) = WC-INPUT-FILE
                    and WN-NEW-VERSION(WS-SENT-INDEX) = WC-NEW-VERSION
                    and WN-NEW-RUN-ID(WS-SENT-INDEX) = WC-NEW-RUN-ID
                 move WS-SENT-INDEX to WS-SENT-FOUND
              end-if
           end-perform
           move zero to WS-SIGN-FOUND
           perform varying WS-SIGN-INDEX from 1 by 1
                     until WS-SIGN-INDEX > WS-SIGN-COUNT
              if WG-RUN-DATE(WS-SIGN-INDEX) = WC-RUN-DATE
                 move WS-SIGN-INDEX to WS-SIGN-FOUND
              end-if
           end-perform
           evaluate true
              when WS-SENT-FOUND > 0
                 add 1 to WS-SKIP-COUNT
              when WS-SIGN-FOUND = 0
                 perform A-REPORT-HELD
              when not WG-APPROVED(WS-SIGN-FOUND)
                 perform A-REPORT-HELD
              when WC-NEW-RUN-ID not = spaces
                    and WC-NEW-RUN-ID > WG-SIGNED-AT(WS-SIGN-FOUND)
                 perform A-REPORT-HELD
              when WS-SEND-COUNT >= WS-SEND-MAX
                 display 'AOCREST - 500-ENTRY CAP REACHED, '
                         'CORRECTION LEFT FOR THE NEXT RUN: '
                         WC-PROGRAM-ID ' ' WC-RUN-DATE
                 add 1 to WS-HELD-COUNT
              when other
                 add 1 to WS-SEND-COUNT
                 move WC-REASON to WT-REASON(WS-SEND-COUNT)
                 move WC-RUN-DATE to WT-RUN-DATE(WS-SEND-COUNT)
                 move WC-PROGRAM-ID to WT-PROGRAM-ID(WS-SEND-COUNT)
                 move WC-INPUT-FILE to WT-INPUT-FILE(WS-SEND-COUNT)
                 move WC-NEW-VERSION
                   to WT-NEW-VERSION(WS-SEND-COUNT)
                 move WC-ORIG-ANSWER
                   to WT-ORIG-ANSWER(WS-SEND-COUNT)
                 move WC-NEW-ANSWER to WT-NEW-ANSWER(WS-SEND-COUNT)
                 move WC-ORIG-RUN-ID
                   to WT-ORIG-RUN-ID(WS-SEND-COUNT)
                 move WC-NEW-RUN-ID to WT-NEW-RUN-ID(WS-SEND-COUNT)
           end-evaluate
           .

       A-REPORT-HELD section.
           add 1 to WS-HELD-COUNT
           display 'AOCREST - HELD, ' WC-RUN-DATE
                   ' NOT SIGNED OFF SINCE THE CORRECTION: '
                   WC-REASON ' ' WC-PROGRAM-ID
           .

       A-NEXT-SEQUENCE section.
      *    The daily feed's own sequence file, so restatements and
      *    daily transmissions share one numbering and AOCACK can
      *    match either by sequence number alone.
           move zero to WS-XFER-SEQ
           open input SEQFIL
           if SEQ-FS = '00'
              read SEQFIL
              if SEQ-FS = '00' and SQ-LAST-SEQ is numeric
                 move SQ-LAST-SEQ to WS-XFER-SEQ
              end-if
           end-if
           close SEQFIL
           add 1 to WS-XFER-SEQ
           move WS-XFER-SEQ to SQ-LAST-SEQ
           open output SEQFIL
           if SEQ-FS = '00' or SEQ-FS = '05'
              write SEQ-RECORD
           end-if
           close SEQFIL
           .

       A-BUILD-FILE-NAME section.
           move spaces to WS-XFRFILE-NAME
           string 'aocrest.D' delimited by size
                  WS-XFER-DATE delimited by size
                  '.T' delimited by size
                  WS-XFER-SEQ delimited by size
                  '.txt' delimited by size
                  into WS-XFRFILE-NAME
           .

       A-WRITE-EXTRACT section.
           open output XFRFIL
      *    A restatement the warehouse never receives must not be
      *    logged or entered on the ledger: an interface file that
      *    cannot be opened ends the run with RC 16, and the
      *    corrections are picked up again by the next run.
           if XFR-FS not = '00' and XFR-FS not = '05'
              display 'AOCREST - INTERFACE FILE OPEN ERROR: '
                      WS-XFRFILE-NAME(1:40) ' STATUS=' XFR-FS
              move 16 to return-code
              move 'E' to WS-EVT-SEV
              move 'RESTATEMENT FILE OPEN ERROR' to WS-EVT-DESC
              perform A-WRITE-EVENT
              goback
           end-if
           move spaces to XFR-RECORD
           string 'H|AOCREST|' delimited by size
                  WS-XFER-DATE delimited by size
                  '|' delimited by size
                  WS-XFER-SEQ delimited by size
                  into XFR-RECORD
           write XFR-RECORD
           perform varying WS-CAND-INDEX from 1 by 1
                     until WS-CAND-INDEX > WS-SEND-COUNT
              perform A-WRITE-DETAIL
           end-perform
           move spaces to XFR-RECORD
           move WS-DETAIL-COUNT to WS-DSP-COUNT
           move WS-HASH-TOTAL to WS-DSP-HASH
           string 'T|' delimited by size
                  WS-DSP-COUNT delimited by size
                  '|' delimited by size
                  WS-DSP-HASH delimited by size
                  into XFR-RECORD
           write XFR-RECORD
           if XFR-FS not = '00'
              display 'AOCREST - INTERFACE FILE WRITE ERROR, '
                      'STATUS=' XFR-FS
              move 16 to return-code
              move 'E' to WS-EVT-SEV
              move 'RESTATEMENT FILE WRITE ERROR' to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           close XFRFIL
           display 'INTERFACE FILE ....: ' WS-XFRFILE-NAME(1:40)
           move WS-DETAIL-COUNT to WS-DSP-COUNT
           display 'RESTATED ANSWERS ..: ' WS-DSP-COUNT
           .

       A-WRITE-DETAIL section.
      *    The hash total is the sum of the corrected answers, the
      *    values the warehouse is asked to load.
           add 1 to WS-DETAIL-COUNT
           add WT-NEW-ANSWER(WS-CAND-INDEX) to WS-HASH-TOTAL
           move WT-ORIG-ANSWER(WS-CAND-INDEX) to WS-DSP-ORIG
           move WT-NEW-ANSWER(WS-CAND-INDEX) to WS-DSP-NEW
           move spaces to XFR-RECORD
           string 'D|' delimited by size
                  WT-RUN-DATE(WS-CAND-INDEX) delimited by size
                  '|' delimited by size
                  WT-PROGRAM-ID(WS-CAND-INDEX) delimited by space
                  '|' delimited by size
                  WT-INPUT-FILE(WS-CAND-INDEX) delimited by space
                  '|' delimited by size
                  WT-REASON(WS-CAND-INDEX) delimited by space
                  '|' delimited by size
                  WS-DSP-ORIG delimited by size
                  '|' delimited by size
                  WS-DSP-NEW delimited by size
                  '|' delimited by size
                  WT-ORIG-RUN-ID(WS-CAND-INDEX) delimited by size
                  '|' delimited by size
                  WT-NEW-RUN-ID(WS-CAND-INDEX) delimited by size
                  into XFR-RECORD
           write XFR-RECORD
           display WT-REASON(WS-CAND-INDEX) ' '
                   WT-RUN-DATE(WS-CAND-INDEX) ' '
                   WT-PROGRAM-ID(WS-CAND-INDEX) ' ' WS-DSP-ORIG
                   ' -> ' WS-DSP-NEW
           .

       A-WRITE-XFER-LOG section.
      *    Logged exactly as AOCXFER logs the daily feed, status
      *    SENT until AOCACK matches the acknowledgment; the file
      *    name tells the two kinds of transmission apart.
           move spaces to XLG-RECORD
           move WS-XFER-SEQ to XL-XFER-SEQ
           move WS-XFER-DATE to XL-XFER-DATE
           move WS-DETAIL-COUNT to XL-DETAIL-COUNT
           if WS-HASH-TOTAL >= -999999999999
                 and WS-HASH-TOTAL <= 999999999999
              move WS-HASH-TOTAL to XL-HASH-TOTAL
           end-if
           move WS-HASH-TOTAL to XL-WIDE-HASH
           set XL-SENT to true
           move ZERO to XL-ACK-DATE
           move WS-XFRFILE-NAME to XL-FILE-NAME
           open extend XLGFIL
           if XLG-FS = '00' or XLG-FS = '05'
              write XLG-RECORD
           end-if
           close XLGFIL
           .

       A-RECORD-SENT section.
      *    Only after the file is written are its corrections
      *    entered on the ledger as restated.
           open extend RSTFIL
           if RST-FS = '00' or RST-FS = '05'
              perform varying WS-CAND-INDEX from 1 by 1
                        until WS-CAND-INDEX > WS-SEND-COUNT
                 move spaces to RST-RECORD
                 move WS-XFER-SEQ to RN-XFER-SEQ
                 move WS-XFER-DATE to RN-XFER-DATE
                 move WT-REASON(WS-CAND-INDEX) to RN-REASON
                 move WT-RUN-DATE(WS-CAND-INDEX) to RN-RUN-DATE
                 move WT-PROGRAM-ID(WS-CAND-INDEX) to RN-PROGRAM-ID
                 move WT-NEW-VERSION(WS-CAND-INDEX)
                   to RN-NEW-VERSION
                 move WT-ORIG-RUN-ID(WS-CAND-INDEX)
                   to RN-ORIG-RUN-ID
                 move WT-NEW-RUN-ID(WS-CAND-INDEX) to RN-NEW-RUN-ID
                 move WT-ORIG-ANSWER(WS-CAND-INDEX)
                   to RN-ORIG-ANSWER
                 move WT-NEW-ANSWER(WS-CAND-INDEX) to RN-NEW-ANSWER
                 move WT-INPUT-FILE(WS-CAND-INDEX) to RN-INPUT-FILE
                 write RST-RECORD
              end-perform
           else
              display 'AOCREST - RESTATEMENT LEDGER OPEN ERROR, '
                      'STATUS=' RST-FS
              move 16 to return-code
              move 'E' to WS-EVT-SEV
              move 'RESTATEMENT LEDGER NOT UPDATED' to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           close RSTFIL
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-XFER-DATE to EV-RUN-DATE
           move 'AOCREST' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
