      *    stamped with the next transmission sequence number (kept
      *    in aocxfer.seq), so a rerun supersedes cleanly instead of
      *    appending to a file the warehouse may already have
      *    loaded. The answer and hash fields are eighteen digits
      *    wide, so a multi-digit AOC3A/AOC3B pick travels whole.
      *    Nothing is transmitted for a date a supervisor has not
      *    approved through AOCSIGN, nor for one whose answers were
      *    rerun after the approval was given; such a run is
      *    refused before it takes a sequence number.

       environment division.
       configuration section.
           organization is line sequential
           file status is EVT-FS.

           select optional SGNFIL assign to dynamic WS-SGNFILE-NAME
           organization is line sequential
           file status is SGN-FS.

       data division.
       file section.
       FD  HISTFIL.
       FD  EVTFIL.
           copy CPYEVT.

       FD  SGNFIL.
           copy CPYSGN.

       working-storage section.
       01 A-ARB.
          05 HIST-FS          pic XX.
          05 WS-EVTFILE-NAME   pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV        pic X value space.
          05 WS-EVT-DESC       pic X(60) value spaces.
          05 SGN-FS            pic XX.
          05 WS-SGNFILE-NAME   pic X(100) value 'aocsign.txt'.
          05 WS-SIGN-DECISION  pic X value space.
             88 WS-DAY-APPROVED value 'A'.
          05 WS-SIGNED-AT      pic X(16) value spaces.
          05 WS-CHANGED-COUNT  pic S9(4) comp-4 value ZERO.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-XFER-DATE     pic 9(8) value ZERO.
          05 WS-XFER-SEQ      pic 9(4) value ZERO.
          05 WS-DETAIL-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-HASH-TOTAL    pic S9(18) comp-4 value ZERO.
          05 WS-ROW-ANSWER    pic S9(18) comp-4 value ZERO.
          05 WS-REJ-9         pic 9(6) value ZERO.
          05 WS-RC-9          pic 9(4) value ZERO.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-HASH      pic -(17)9.
          05 WS-DSP-ANSWER    pic -(17)9.

       01 V-HISTFLAG.
          05 FILLER pic X value ' '.
             88 V-HIST-EOF value 'E'.

       01 V-SGNFLAG.
          05 FILLER pic X value ' '.
             88 V-SGN-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCXFER - warehouse interface extract'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-HISTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIGNFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SGNFILE-NAME
           end-if
           perform A-CHECK-SIGN-OFF
           if return-code not = 0
              goback
           end-if
           perform A-NEXT-SEQUENCE
           perform A-BUILD-FILE-NAME
           perform A-WRITE-EXTRACT
           goback
           .

       A-CHECK-SIGN-OFF section.
      *    The newest sign-off decision for the date governs: a
      *    hold, or no decision at all, refuses the transmission
      *    with RC 8. An approval only covers the answers the
      *    approver saw, so a history row for the date whose run
      *    id (run date and start time) is later than the moment
      *    of approval refuses it too, until the day is signed
      *    off again.
           move space to WS-SIGN-DECISION
           open input SGNFIL
           if SGN-FS = '00'
              read SGNFIL at end set V-SGN-EOF to true end-read
              perform until V-SGN-EOF
                 if SG-RUN-DATE = WS-XFER-DATE
                    move SG-DECISION to WS-SIGN-DECISION
                    move SG-SIGN-DATE to WS-SIGNED-AT(1:8)
                    move SG-SIGN-TIME to WS-SIGNED-AT(9:8)
                 end-if
                 read SGNFIL at end set V-SGN-EOF to true end-read
              end-perform
           end-if
           close SGNFIL
           if not WS-DAY-APPROVED
              display 'AOCXFER - DATE ' WS-XFER-DATE
                      ' NOT SIGNED OFF, NOTHING TRANSMITTED'
              move 8 to return-code
              move 'W' to WS-EVT-SEV
              move 'TRANSMISSION REFUSED - DAY NOT SIGNED OFF'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
           else
              move zero to WS-CHANGED-COUNT
              open input HISTFIL
              if HIST-FS = '00'
                 read HISTFIL at end set V-HIST-EOF to true end-read
                 perform until V-HIST-EOF
                    if HR-RUN-DATE = WS-XFER-DATE
                          and HR-RUN-ID not = spaces
                          and HR-RUN-ID > WS-SIGNED-AT
                       add 1 to WS-CHANGED-COUNT
                    end-if
                    read HISTFIL at end set V-HIST-EOF to true
                    end-read
                 end-perform
              end-if
              close HISTFIL
              move space to V-HISTFLAG
              if WS-CHANGED-COUNT > 0
                 display 'AOCXFER - ANSWERS FOR ' WS-XFER-DATE
                         ' CHANGED SINCE SIGN-OFF, NOTHING '
                         'TRANSMITTED'
                 move 8 to return-code
                 move 'W' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'TRANSMISSION REFUSED - ANSWERS CHANGED '
                           delimited by size
                        'SINCE SIGN-OFF' delimited by size
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
              end-if
           end-if
           .

       A-WRITE-XFER-LOG section.
      *    One log record per transmission actually written, status
      *    SENT until AOCACK matches the warehouse's acknowledgment
           move WS-XFER-SEQ to XL-XFER-SEQ
           move WS-XFER-DATE to XL-XFER-DATE
           move WS-DETAIL-COUNT to XL-DETAIL-COUNT
      *    A hash past twelve digits leaves XL-HASH-TOTAL blank
      *    rather than truncated; XL-WIDE-HASH always carries it.
           if WS-HASH-TOTAL >= -999999999999
                 and WS-HASH-TOTAL <= 999999999999
              move WS-HASH-TOTAL to XL-HASH-TOTAL
           end-if
           move WS-HASH-TOTAL to XL-WIDE-HASH
           set XL-SENT to true
           move ZERO to XL-ACK-DATE
           move WS-XFRFILE-NAME to XL-FILE-NAME

       A-WRITE-DETAIL section.
           add 1 to WS-DETAIL-COUNT
           if HR-WIDE-ANSWER not = spaces
              compute WS-ROW-ANSWER = numval(HR-WIDE-ANSWER)
           else
              compute WS-ROW-ANSWER = numval(HR-FINAL-ANSWER)
           end-if
           add WS-ROW-ANSWER to WS-HASH-TOTAL
           move WS-ROW-ANSWER to WS-DSP-ANSWER
      *    Rows written before the history carried reject counts
