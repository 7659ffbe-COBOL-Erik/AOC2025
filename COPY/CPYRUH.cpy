      *    CPYRUH - repair-rule change-history record layout,
      *    appended by AOCRULM for every rule field it changes: who
      *    changed which rule, when, and from which old value. The
      *    rule master only ever holds the current rules; this is
      *    the audit trail behind them, as CPYPCH is for the
      *    control file.
       01 RUH-RECORD.
          05 RH-CHANGE-DATE     pic 9(8).
          05 FILLER             pic X value space.
      *    hhmmsscc, as ACCEPT FROM TIME delivers it.
          05 RH-CHANGE-TIME     pic 9(8).
          05 FILLER             pic X value space.
          05 RH-USER-ID         pic X(8).
          05 FILLER             pic X value space.
          05 RH-RULE-ID         pic X(8).
          05 FILLER             pic X value space.
          05 RH-FIELD-NAME      pic X(12).
          05 FILLER             pic X value space.
          05 RH-OLD-VALUE       pic X(30).
          05 FILLER             pic X value space.
          05 RH-NEW-VALUE       pic X(30).
