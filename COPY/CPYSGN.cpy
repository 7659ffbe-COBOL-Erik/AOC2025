      *    CPYSGN - daily sign-off history record layout, appended
      *    by the AOCSIGN dialogue for every decision a supervisor
      *    takes on a run date: approved for transmission or held,
      *    by whom and when, and what was in front of them. The
      *    newest record for a run date is that day's standing;
      *    AOCXFER transmits only a day whose standing is an
      *    approval given after the day's last answer was written,
      *    and AOCMORN lists the days still waiting.
       01 SGN-RECORD.
          05 SG-RUN-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 SG-DECISION        pic X.
             88 SG-APPROVED     value 'A'.
             88 SG-HELD         value 'H'.
          05 FILLER             pic X value space.
          05 SG-USER-ID         pic X(8).
          05 FILLER             pic X value space.
      *    Wall-clock moment of the decision (system date and
      *    hhmmsscc), comparable with a run id, which is the same
      *    pair taken when a run starts.
          05 SG-SIGN-DATE       pic 9(8).
          05 SG-SIGN-TIME       pic 9(8).
          05 FILLER             pic X value space.
          05 SG-ANSWER-COUNT    pic 9(4).
          05 FILLER             pic X value space.
          05 SG-EXCEPTION-COUNT pic 9(4).
          05 FILLER             pic X value space.
          05 SG-REASON          pic X(40).
