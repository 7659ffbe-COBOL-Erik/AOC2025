          05 WS-FOUND-SW      pic X value ' '.
             88 WS-FOUND      value 'Y'.
          05 WS-SAVE-COUNT    pic 9(6) value ZERO.
          05 WS-SAVE-ANSWER   pic S9(18) value ZERO.
          05 WS-SAVE-RC       pic 9(4) value ZERO.
          05 WS-SAVE-STATUS   pic X value space.
          05 WS-SAVE-VERSION  pic S9(4) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 WS-DSP-ANSWER    pic -(17)9.
          05 WS-DSP-RC        pic Z(3)9.
          05 WS-DSP-VERSION   pic ZZ9.

                 add 1 to WS-VERSION
                 set WS-FOUND to true
                 move MST-RECORD-COUNT to WS-SAVE-COUNT
                 if MST-WIDE-ANSWER is numeric
                    move MST-WIDE-ANSWER to WS-SAVE-ANSWER
                 else
                    move MST-FINAL-ANSWER to WS-SAVE-ANSWER
                 end-if
                 move MST-RETURN-CODE to WS-SAVE-RC
                 move MST-STATUS to WS-SAVE-STATUS
                 move WS-VERSION to WS-SAVE-VERSION
