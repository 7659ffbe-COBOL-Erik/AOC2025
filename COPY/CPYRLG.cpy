          05 RL-REJECT-SEQ      pic 9(6).
          05 FILLER             pic X value space.
          05 RL-REJECT-FILE     pic X(100).
      *    For a repaired entry, the repair rule that corrected the
      *    reject; blank when the repair was keyed by hand.
      *    Appended last so readers of the earlier columns keep
      *    working.
          05 FILLER             pic X value space.
          05 RL-RULE-ID         pic X(8).
      *    Source system (CTL-SOURCE-SYSTEM) of the run that
      *    rejected the record, blank for the default profile, so
      *    repair work can be charged to the feed it came from.
      *    Appended last so readers of the earlier columns keep
      *    working.
          05 FILLER             pic X value space.
          05 RL-SOURCE-SYSTEM   pic X(8).
