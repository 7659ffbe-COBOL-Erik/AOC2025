             10 WL-XFER-SEQ     pic 9(4).
             10 WL-XFER-DATE    pic 9(8).
             10 WL-DETAIL-COUNT pic 9(6).
             10 WL-HASH-TOTAL   pic S9(18) comp-4.
             10 WL-ACK-STATUS   pic X(4).
                88 WL-SENT      value 'SENT'.
                88 WL-ACKED     value 'ACK '.
                      to WL-XFER-DATE(WS-LOG-COUNT)
                    move XL-DETAIL-COUNT
                      to WL-DETAIL-COUNT(WS-LOG-COUNT)
                    if XL-WIDE-HASH not = spaces
                       compute WL-HASH-TOTAL(WS-LOG-COUNT) =
                          numval(XL-WIDE-HASH)
                    else
                       compute WL-HASH-TOTAL(WS-LOG-COUNT) =
                          numval(XL-HASH-TOTAL)
                    end-if
                    move XL-ACK-STATUS
                      to WL-ACK-STATUS(WS-LOG-COUNT)
                    if XL-ACK-DATE is numeric
              move WL-XFER-SEQ(WS-LOG-INDEX) to NL-XFER-SEQ
              move WL-XFER-DATE(WS-LOG-INDEX) to NL-XFER-DATE
              move WL-DETAIL-COUNT(WS-LOG-INDEX) to NL-DETAIL-COUNT
              if WL-HASH-TOTAL(WS-LOG-INDEX) >= -999999999999
                    and WL-HASH-TOTAL(WS-LOG-INDEX) <= 999999999999
                 move WL-HASH-TOTAL(WS-LOG-INDEX) to NL-HASH-TOTAL
              end-if
              move WL-HASH-TOTAL(WS-LOG-INDEX) to NL-WIDE-HASH
              move WL-ACK-STATUS(WS-LOG-INDEX) to NL-ACK-STATUS
              move WL-ACK-DATE(WS-LOG-INDEX) to NL-ACK-DATE
              move WL-FILE-NAME(WS-LOG-INDEX) to NL-FILE-NAME
