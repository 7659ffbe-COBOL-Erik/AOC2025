      *    CPYPRF - CLICKS profile history record layout, appended
      *    by AOCPROF once per gated input: the shape of a source
      *    system's instruction mix for the day - L/R split,
      *    click sizes by band, smallest/largest/mean CLICKS, and
      *    how many instructions AOC2A would flag out of range -
      *    so a feed whose mix quietly changes shows up against
      *    its own trailing profile even while the answer happens
      *    to stay close.
       01 PRF-RECORD.
          05 PF-RUN-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 PF-SOURCE-SYSTEM   pic X(8).
          05 FILLER             pic X value space.
          05 PF-RUN-ID          pic X(16).
          05 FILLER             pic X value space.
          05 PF-DIAL-SIZE       pic 9(6).
          05 FILLER             pic X value space.
          05 PF-RECORD-COUNT    pic 9(8).
          05 FILLER             pic X value space.
          05 PF-REJECT-COUNT    pic 9(8).
          05 FILLER             pic X value space.
          05 PF-LEFT-COUNT      pic 9(8).
          05 FILLER             pic X value space.
          05 PF-RIGHT-COUNT     pic 9(8).
      *    Click sizes as a share of the dial size in effect: under
      *    25%, 25-49%, 50-74%, 75-100%, and over the dial size.
          05 PF-BANDS.
             10 PF-BAND-ENTRY occurs 5 times.
                15 FILLER       pic X.
                15 PF-BAND-COUNT pic 9(8).
          05 FILLER             pic X value space.
          05 PF-MIN-CLICKS      pic 9(6).
          05 FILLER             pic X value space.
          05 PF-MAX-CLICKS      pic 9(6).
          05 FILLER             pic X value space.
          05 PF-MEAN-CLICKS     pic 9(6)V9(2).
          05 FILLER             pic X value space.
          05 PF-RANGE-COUNT     pic 9(8).
