       identification division.
       program-id. AOCMSTCV.

      *    One-time conversion of the indexed answers master to the
      *    current CPYMST record. The master was first built with a
      *    fixed 138-byte record ending at MST-STATUS; the full-width
      *    answer and the producing run id were added after it, and
      *    an indexed file cannot be opened with a record longer
      *    than the one it was built with. Every program that opens
      *    the master (AOCLOAD, AOCINQ, AOCBAL, AOCSIGN, AOCREST)
      *    therefore needs this run once, before it goes live on the
      *    longer record:
      *      1. rename the existing answers.mst to answers.old (or
      *         point ANSOLD at wherever the old master is kept);
      *      2. run AOCMSTCV, which unloads the old master in key
      *         order and reloads every version, status unchanged,
      *         into a new master at ANSMAST (default answers.mst);
      *      3. keep answers.old until the new master has been
      *         checked (AOCINQ, AOCBAL), then delete it.
      *    Each converted record carries MST-WIDE-ANSWER copied from
      *    MST-FINAL-ANSWER - every answer held in the old record
      *    fitted that field - and MST-RUN-ID as spaces, since the
      *    old record never knew its run id. The conversion refuses
      *    to write over a master that already holds records, so it
      *    cannot be run twice over a converted file by mistake.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select OLDMAST assign to dynamic WS-OLDFILE-NAME
           organization is indexed
           access is sequential
           record key is OLD-KEY
           file status is OLD-FS.

           select optional ANSMAST assign to dynamic WS-MSTFILE-NAME
           organization is indexed
           access is sequential
           record key is MST-KEY
           file status is MST-FS.

       data division.
       file section.
      *    The answers-master record as first built: CPYMST up to
      *    and including MST-STATUS.
       FD  OLDMAST.
       01 OLD-RECORD.
          05 OLD-KEY.
             10 OK-RUN-DATE     pic 9(8).
             10 OK-PROGRAM-ID   pic X(8).
             10 OK-INPUT-FILE   pic X(100).
             10 OK-VERSION      pic 9(3).
          05 OLD-RECORD-COUNT   pic 9(6).
          05 OLD-FINAL-ANSWER   pic S9(8).
          05 OLD-RETURN-CODE    pic 9(4).
          05 OLD-STATUS         pic X.

       FD  ANSMAST.
           copy CPYMST.

       working-storage section.
       01 A-ARB.
          05 OLD-FS           pic XX.
          05 MST-FS           pic XX.
          05 WS-OLDFILE-NAME  pic X(100) value 'answers.old'.
          05 WS-MSTFILE-NAME  pic X(100) value 'answers.mst'.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-ROWS-READ     pic S9(8) comp-4 value ZERO.
          05 WS-ROWS-WRITTEN  pic S9(8) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(7)9.

       01 V-OLDFLAG.
          05 FILLER pic X value ' '.
             88 V-OLD-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCMSTCV - answers-master record conversion'
           perform A-GET-FILE-NAMES
           if WS-OLDFILE-NAME = WS-MSTFILE-NAME
              display 'AOCMSTCV - OLD AND NEW MASTER ARE THE SAME '
                      'FILE, RUN REFUSED: ' WS-MSTFILE-NAME
              move 16 to return-code
              goback
           end-if
           perform A-CHECK-NEW-MASTER
           if return-code not = 0
              goback
           end-if
           open input OLDMAST
           if OLD-FS not = '00'
              display 'AOCMSTCV - OLD MASTER OPEN ERROR: '
                      WS-OLDFILE-NAME ' STATUS=' OLD-FS
              move 16 to return-code
              goback
           end-if
           open output ANSMAST
           if MST-FS not = '00' and MST-FS not = '05'
              display 'AOCMSTCV - NEW MASTER OPEN ERROR: '
                      WS-MSTFILE-NAME ' STATUS=' MST-FS
              close OLDMAST
              move 16 to return-code
              goback
           end-if
           read OLDMAST at end set V-OLD-EOF to true end-read
           perform until V-OLD-EOF or return-code not = 0
              perform A-CONVERT-ONE
              read OLDMAST at end set V-OLD-EOF to true end-read
           end-perform
           close ANSMAST
           close OLDMAST
           move WS-ROWS-READ to WS-DSP-COUNT
           display 'OLD RECORDS READ ..: ' WS-DSP-COUNT
           move WS-ROWS-WRITTEN to WS-DSP-COUNT
           display 'RECORDS CONVERTED .: ' WS-DSP-COUNT
           if return-code not = 0
              display 'AOCMSTCV - CONVERSION INCOMPLETE, KEEP '
                      WS-OLDFILE-NAME(1:40) ' AND RERUN'
           end-if
           goback
           .

       A-GET-FILE-NAMES section.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'ANSOLD'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-OLDFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'ANSMAST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-MSTFILE-NAME
           end-if
           .

       A-CHECK-NEW-MASTER section.
      *    The new master must not exist yet, or be empty. A master
      *    that opens and holds records has been converted (or
      *    loaded) already; one that will not open on the current
      *    record is most likely the unconverted file still under
      *    its live name, which step 1 should have renamed.
           open input ANSMAST
           evaluate true
              when MST-FS = '05' or MST-FS = '35'
                 continue
              when MST-FS = '00'
                 read ANSMAST
                    at end continue
                    not at end
                       display 'AOCMSTCV - NEW MASTER ALREADY HOLDS '
                               'RECORDS, RUN REFUSED: '
                               WS-MSTFILE-NAME
                       move 8 to return-code
                 end-read
              when other
                 display 'AOCMSTCV - NEW MASTER NOT USABLE, STATUS='
                         MST-FS ' - RENAME THE OLD MASTER TO '
                         WS-OLDFILE-NAME(1:40) ' FIRST'
                 move 8 to return-code
           end-evaluate
           close ANSMAST
           .

       A-CONVERT-ONE section.
           add 1 to WS-ROWS-READ
           move spaces to MST-RECORD
           move OK-RUN-DATE to MK-RUN-DATE
           move OK-PROGRAM-ID to MK-PROGRAM-ID
           move OK-INPUT-FILE to MK-INPUT-FILE
           move OK-VERSION to MK-VERSION
           move OLD-RECORD-COUNT to MST-RECORD-COUNT
           move OLD-FINAL-ANSWER to MST-FINAL-ANSWER
           move OLD-RETURN-CODE to MST-RETURN-CODE
           move OLD-STATUS to MST-STATUS
           move OLD-FINAL-ANSWER to MST-WIDE-ANSWER
           move spaces to MST-RUN-ID
           write MST-RECORD
           if MST-FS = '00'
              add 1 to WS-ROWS-WRITTEN
           else
              display 'AOCMSTCV - NEW MASTER WRITE ERROR, STATUS='
                      MST-FS ' KEY=' MST-KEY(1:20)
              move 16 to return-code
           end-if
           .
