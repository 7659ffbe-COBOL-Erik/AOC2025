          05 WS-BAL-DATE      pic 9(8) value ZERO.
          05 WS-HIST-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-HIST-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-DAY-SUM       pic S9(18) comp-4 value ZERO.
          05 WS-LAST-VERSION  pic S9(4) comp-4 value ZERO.
          05 WS-CUR-ANSWER    pic S9(18) comp-4 value ZERO.
          05 WS-MST-ANSWER    pic S9(18) comp-4 value ZERO.
          05 WS-CUR-SW        pic X value ' '.
             88 WS-CUR-FOUND  value 'Y'.
          05 WS-ANY-SW        pic X value ' '.
          05 WS-XFER-SW       pic X value ' '.
             88 WS-XFER-FOUND value 'Y'.
          05 WS-XFER-COUNT    pic S9(8) comp-4 value ZERO.
          05 WS-XFER-HASH     pic S9(18) comp-4 value ZERO.
          05 WS-XFER-SEQ      pic 9(4) value ZERO.
          05 WS-MISMATCHES    pic S9(4) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-SUM       pic -(17)9.
          05 WS-DSP-ANSWER    pic -(17)9.

      *    The balance date's history rows, held so the master and
      *    audit legs can be checked row by row; 200 rows is far
             10 WH-PROGRAM-ID  pic X(8).
             10 WH-INPUT-FILE  pic X(100).
             10 WH-COUNT       pic S9(8) comp-4.
             10 WH-ANSWER      pic S9(18) comp-4.
             10 WH-AUD-SW      pic X.
                88 WH-AUDITED  value 'Y'.

                to WH-INPUT-FILE(WS-HIST-COUNT)
              compute WH-COUNT(WS-HIST-COUNT) =
                 numval(HR-RECORD-COUNT)
              if HR-WIDE-ANSWER not = spaces
                 compute WH-ANSWER(WS-HIST-COUNT) =
                    numval(HR-WIDE-ANSWER)
              else
                 compute WH-ANSWER(WS-HIST-COUNT) =
                    numval(HR-FINAL-ANSWER)
              end-if
              move space to WH-AUD-SW(WS-HIST-COUNT)
              add WH-ANSWER(WS-HIST-COUNT) to WS-DAY-SUM
           end-if
              read ANSMAST
              if MST-FS = '00'
                 add 1 to WS-LAST-VERSION
                 if MST-WIDE-ANSWER is numeric
                    move MST-WIDE-ANSWER to WS-MST-ANSWER
                 else
                    move MST-FINAL-ANSWER to WS-MST-ANSWER
                 end-if
                 if WS-MST-ANSWER = WH-ANSWER(WS-HIST-INDEX)
                    set WS-ANY-MATCH to true
                 end-if
                 if MST-CURRENT
                    set WS-CUR-FOUND to true
                    move WS-MST-ANSWER to WS-CUR-ANSWER
                 end-if
              else
                 exit perform
                    set WS-XFER-FOUND to true
                    move XL-XFER-SEQ to WS-XFER-SEQ
                    compute WS-XFER-COUNT = numval(XL-DETAIL-COUNT)
                    if XL-WIDE-HASH not = spaces
                       compute WS-XFER-HASH = numval(XL-WIDE-HASH)
                    else
                       compute WS-XFER-HASH = numval(XL-HASH-TOTAL)
                    end-if
                 end-if
                 read XLGFIL at end set V-XLG-EOF to true end-read
              end-perform
