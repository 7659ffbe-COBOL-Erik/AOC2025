       identification division.
       program-id. AOCWEAR.

      *    Dial wear report: reads the wear ledger (CPYWER) that
      *    AOC1A/AOC1B add every run's turning to and reports, per
      *    dial, the clicks turned left and right and the zero
      *    crossings since the dial's last recorded service, against
      *    its click threshold - so the vault dials are serviced by
      *    how hard they have actually worked instead of by the
      *    calendar. A dial at or past its threshold is marked DUE
      *    and sets RC 4; AOCWEARM records the service that resets
      *    it.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional WERFIL assign to dynamic WS-WERFILE-NAME
           organization is line sequential
           file status is WER-FS.

       data division.
       file section.
       FD  WERFIL.
           copy CPYWER.

       working-storage section.
       01 A-ARB.
          05 WER-FS            pic XX.
          05 WS-WERFILE-NAME   pic X(100) value 'aocwear.txt'.
          05 WS-ENV-VALUE      pic X(100).
          05 WS-DIAL-COUNT     pic S9(4) comp-4 value ZERO.
          05 WS-DUE-COUNT      pic S9(4) comp-4 value ZERO.
          05 WS-TOTAL-CLICKS   pic 9(13) value ZERO.
          05 WS-USED-PCT       pic S9(7) comp-4 value ZERO.
          05 WS-DSP-SERVICE    pic X(8).
          05 WS-DSP-LEFT       pic Z(11)9.
          05 WS-DSP-RIGHT      pic Z(11)9.
          05 WS-DSP-TOTAL      pic Z(12)9.
          05 WS-DSP-CROSSINGS  pic Z(9)9.
          05 WS-DSP-THRESHOLD  pic Z(7)9.
          05 WS-DSP-PCT        pic Z(5)9.
          05 WS-DSP-STATUS     pic X(3).
          05 WS-DSP-COUNT      pic ZZZ9.

       01 V-WERFLAG.
          05 FILLER pic X value ' '.
             88 V-WER-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCWEAR - dial wear since last service'
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'WEARFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-WERFILE-NAME
           end-if
           open input WERFIL
           if WER-FS = '00'
              display ' '
              display 'PROGRAM   DIAL  LAST-SVC  SVC-BY    '
                      ' LEFT-CLICKS  RIGHT-CLICKS   TOTAL-CLICKS'
                      '   CROSSINGS  THRESHOLD   USED%  DUE'
              display '--------  ----  --------  --------  '
                      '------------  ------------  -------------'
                      '  ----------  ---------  ------  ---'
              read WERFIL at end set V-WER-EOF to true end-read
              perform until V-WER-EOF
                 perform A-REPORT-DIAL
                 read WERFIL at end set V-WER-EOF to true end-read
              end-perform
           end-if
           close WERFIL
           if WS-DIAL-COUNT = 0
              display 'AOCWEAR - no wear ledger records found, '
                      'nothing to report'
           else
              move WS-DIAL-COUNT to WS-DSP-COUNT
              display ' '
              display 'DIALS REPORTED ....: ' WS-DSP-COUNT
              move WS-DUE-COUNT to WS-DSP-COUNT
              display 'DIALS DUE SERVICE .: ' WS-DSP-COUNT
           end-if
           if WS-DUE-COUNT > 0
              move 4 to return-code
           end-if
           goback
           .

       A-REPORT-DIAL section.
      *    One line per dial. Usage is the share of the threshold
      *    already turned; a dial without a threshold is never
      *    marked due.
           add 1 to WS-DIAL-COUNT
           if WE-LEFT-CLICKS is not numeric
              move zero to WE-LEFT-CLICKS
           end-if
           if WE-RIGHT-CLICKS is not numeric
              move zero to WE-RIGHT-CLICKS
           end-if
           if WE-CROSSINGS is not numeric
              move zero to WE-CROSSINGS
           end-if
           if WE-THRESHOLD is not numeric
              move zero to WE-THRESHOLD
           end-if
           if WE-SERVICE-DATE is numeric and WE-SERVICE-DATE > 0
              move WE-SERVICE-DATE to WS-DSP-SERVICE
           else
              move 'NEVER' to WS-DSP-SERVICE
           end-if
           compute WS-TOTAL-CLICKS = WE-LEFT-CLICKS + WE-RIGHT-CLICKS
           move WE-LEFT-CLICKS to WS-DSP-LEFT
           move WE-RIGHT-CLICKS to WS-DSP-RIGHT
           move WS-TOTAL-CLICKS to WS-DSP-TOTAL
           move WE-CROSSINGS to WS-DSP-CROSSINGS
           move WE-THRESHOLD to WS-DSP-THRESHOLD
           move zero to WS-USED-PCT
           move 'OK' to WS-DSP-STATUS
           if WE-THRESHOLD > 0
              compute WS-USED-PCT =
                 (WS-TOTAL-CLICKS * 100) / WE-THRESHOLD
              if WS-TOTAL-CLICKS >= WE-THRESHOLD
                 move 'DUE' to WS-DSP-STATUS
                 add 1 to WS-DUE-COUNT
              end-if
           end-if
           move WS-USED-PCT to WS-DSP-PCT
           display WE-PROGRAM-ID '     ' WE-DIAL '  '
                   WS-DSP-SERVICE '  ' WE-SERVICED-BY '  '
                   WS-DSP-LEFT '  ' WS-DSP-RIGHT '  '
                   WS-DSP-TOTAL '  ' WS-DSP-CROSSINGS '   '
                   WS-DSP-THRESHOLD '  ' WS-DSP-PCT '  '
                   WS-DSP-STATUS
           .
