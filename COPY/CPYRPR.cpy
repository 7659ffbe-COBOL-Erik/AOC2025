          05 RP-REJECT-SEQ      pic 9(6).
          05 FILLER             pic X value space.
          05 RP-CORRECTED       pic X(200).
      *    Repair rule (CPYRUL) that produced the correction when
      *    AOCRPRA wrote it, blank for a repair keyed by hand;
      *    appended last so readers of the earlier columns keep
      *    working.
          05 FILLER             pic X value space.
          05 RP-RULE-ID         pic X(8).
