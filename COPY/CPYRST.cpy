      *    CPYRST - restatement ledger record layout, appended by
      *    AOCREST for every corrected answer it has transmitted to
      *    the warehouse: which transmission carried it, why the
      *    answer changed, the value before and after, and the run
      *    ids of both versions. AOCREST skips any correction
      *    already on this ledger, so each one is restated exactly
      *    once however often the job runs.
       01 RST-RECORD.
          05 RN-XFER-SEQ        pic 9(4).
          05 FILLER             pic X value space.
          05 RN-XFER-DATE       pic 9(8).
          05 FILLER             pic X value space.
          05 RN-REASON          pic X(6).
             88 RN-RERUN        value 'RERUN'.
             88 RN-REPAIR       value 'REPAIR'.
          05 FILLER             pic X value space.
      *    The answers-master key of the corrected answer: run
      *    date, program, input file and, for a rerun, the version
      *    that superseded the original (zero for a repair, which
      *    is identified by its repair run id instead).
          05 RN-RUN-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 RN-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 RN-NEW-VERSION     pic 9(3).
          05 FILLER             pic X value space.
          05 RN-ORIG-RUN-ID     pic X(16).
          05 FILLER             pic X value space.
          05 RN-NEW-RUN-ID      pic X(16).
          05 FILLER             pic X value space.
          05 RN-ORIG-ANSWER     pic -(17)9.
          05 FILLER             pic X value space.
          05 RN-NEW-ANSWER      pic -(17)9.
          05 FILLER             pic X value space.
          05 RN-INPUT-FILE      pic X(100).
