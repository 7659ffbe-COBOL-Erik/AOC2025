      *    CPYAMD - amended-answer log record layout, appended by
      *    AOCRESUB for every program whose official answer a repair
      *    pass changed: the answer as last published (the original
      *    run's, or the previous amendment's total when an earlier
      *    pass already amended it), the amended total, and the run
      *    ids of the original run and of the repair pass. The run
      *    history still holds only what the answer programs
      *    produced; this log is what AOCREST reads to restate the
      *    amended answers to the warehouse.
       01 AMD-RECORD.
      *    Date of the repair pass.
          05 AM-AMEND-DATE      pic 9(8).
          05 FILLER             pic X value space.
      *    Run date, program and input file of the answer amended,
      *    from its history row - the answers-master key less the
      *    version.
          05 AM-RUN-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 AM-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 AM-ORIG-ANSWER     pic -(17)9.
          05 FILLER             pic X value space.
          05 AM-AMENDED-ANSWER  pic -(17)9.
          05 FILLER             pic X value space.
          05 AM-ORIG-RUN-ID     pic X(16).
          05 FILLER             pic X value space.
          05 AM-AMEND-RUN-ID    pic X(16).
          05 FILLER             pic X value space.
          05 AM-INPUT-FILE      pic X(100).
