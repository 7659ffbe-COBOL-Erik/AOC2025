      *    of the earlier columns keep working.
          05 FILLER             pic X value space.
          05 HR-RUN-ID          pic X(16).
      *    The final answer at full width, for answers that no
      *    longer fit HR-FINAL-ANSWER (a multi-digit AOC3A/AOC3B
      *    pick sums past eight digits); HR-FINAL-ANSWER is then
      *    left blank rather than carrying a truncated number.
      *    Appended last so readers of the earlier columns keep
      *    working; rows written before it existed, and rows from
      *    programs whose answers always fit, read back as spaces
      *    here and HR-FINAL-ANSWER is the answer.
          05 FILLER             pic X value space.
          05 HR-WIDE-ANSWER     pic -(17)9.
      *    Source system (CTL-SOURCE-SYSTEM) whose control profile
      *    the run used, so each feed's usage can be charged to its
      *    owners; blank for the default profile and on rows
      *    written before it existed. Appended last so readers of
      *    the earlier columns keep working.
          05 FILLER             pic X value space.
          05 HR-SOURCE-SYSTEM   pic X(8).
