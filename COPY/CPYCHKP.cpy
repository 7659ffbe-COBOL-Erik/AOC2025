          05 CK-CHECK-DATE   pic 9(8).
          05 FILLER          pic X value space.
          05 CK-CHECK-TIME   pic 9(8).
      *    Running total at full width for a multi-digit pick,
      *    whose accumulator outgrows CK-ACC; appended last, and a
      *    checkpoint written before it existed (not numeric here)
      *    resumes from CK-ACC.
          05 FILLER          pic X value space.
          05 CK-WIDE-ACC     pic 9(18).
