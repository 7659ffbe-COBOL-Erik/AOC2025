      *    readers of the earlier columns keep working.
          05 FILLER             pic X value space.
          05 AU-RUN-ID          pic X(16).
      *    Login id of the operator the run was submitted under,
      *    the "who ran the batch" the four-eyes sign-off (AOCSIGN)
      *    checks the approver against; appended last so readers
      *    of the earlier columns keep working.
          05 FILLER             pic X value space.
          05 AU-OPERATOR-ID     pic X(8).
      *    Source system (CTL-SOURCE-SYSTEM) whose control profile
      *    the run used, blank for the default profile; appended
      *    last so readers of the earlier columns keep working.
          05 FILLER             pic X value space.
          05 AU-SOURCE-SYSTEM   pic X(8).
