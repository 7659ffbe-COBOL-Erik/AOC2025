      *    read from the default profile.
          05 FILLER            pic X value space.
          05 CTL-SOURCE-SYSTEM pic X(8).
      *    How many digits AOC3A/AOC3B pick, in order, from each
      *    NUMS line to form its value: 2 is the classic largest
      *    pair, 12 the battery-rack spec. The digits are chosen
      *    greedily left to right - each the largest digit that
      *    still leaves room for the picks after it - so a count
      *    of 2 gives exactly the LARGEST-HIGH/LARGEST-LOW pair.
      *    Zero or spaces keep the pair; 2-12 are honoured (twelve
      *    digits per line keep a 999999-line day inside an
      *    eighteen-digit answer).
          05 FILLER            pic X value space.
          05 CTL-PICK-COUNT    pic 9(2).
      *    Drift tolerance for the CLICKS profile (AOCPROF): the
      *    number of percentage points a day's L/R mix, click-size
      *    band shares, or out-of-range share may move from the
      *    trailing 30-business-day average - and the percent the
      *    mean CLICKS may move - before a drift warning is raised.
      *    Zero or spaces keep the default of 10.
          05 FILLER            pic X value space.
          05 CTL-DRIFT-PCT     pic 9(3).
