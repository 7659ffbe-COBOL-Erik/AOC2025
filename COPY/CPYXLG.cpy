          05 XL-ACK-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 XL-FILE-NAME       pic X(100).
      *    The trailer hash at full width, for days whose answers
      *    sum past XL-HASH-TOTAL (which is then left blank);
      *    appended last so readers of the earlier columns keep
      *    working, and blank on entries written before it
      *    existed.
          05 FILLER             pic X value space.
          05 XL-WIDE-HASH       pic -(17)9.
