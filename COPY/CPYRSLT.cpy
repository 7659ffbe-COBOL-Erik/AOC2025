       01 WS-RESULT-AREA external.
          05 WR-PROGRAM-ID     pic X(8).
          05 WR-RECORD-COUNT   pic S9(6) comp-4.
          05 WR-FINAL-ANSWER   pic S9(18) comp-4.
          05 WR-RETURN-CODE    pic S9(4) comp-4.
