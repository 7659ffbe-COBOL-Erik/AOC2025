      *    CPYWER - dial wear ledger record layout, kept in
      *    aocwear.txt. One record per dial program and dial: the
      *    clicks turned left and right and the zero crossings since
      *    the dial was last serviced. AOC1A/AOC1B add each run's
      *    turning at end of run, the way they save positions to
      *    CPYPOS, and warn on the event file when a dial passes its
      *    click threshold; AOCWEAR reports the ledger and the
      *    AOCWEARM dialogue records a service, which resets the
      *    counters and may set a new threshold.
       01 WER-RECORD.
          05 WE-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 WE-DIAL            pic 9.
          05 FILLER             pic X value space.
      *    Date of the last recorded service, zero for a dial never
      *    serviced since the ledger started counting it.
          05 WE-SERVICE-DATE    pic 9(8).
          05 FILLER             pic X value space.
          05 WE-LEFT-CLICKS     pic 9(12).
          05 FILLER             pic X value space.
          05 WE-RIGHT-CLICKS    pic 9(12).
          05 FILLER             pic X value space.
          05 WE-CROSSINGS       pic 9(10).
          05 FILLER             pic X value space.
      *    Total clicks (left plus right) after which the dial is due
      *    for a service.
          05 WE-THRESHOLD       pic 9(8).
          05 FILLER             pic X value space.
          05 WE-SERVICED-BY     pic X(8).
