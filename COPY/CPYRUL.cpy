      *    CPYRUL - reject repair-rule master record layout, kept in
      *    aocrule.txt by the AOCRULM dialogue and applied by AOCRPRA
      *    to a reject generation. Each rule names the reject it
      *    answers (originating program, blank for any, and reason
      *    code) and one mechanical correction:
      *      UPCS - a lowercase l/r in the LETTER position is
      *             raised to L/R (dial programs, reason 01);
      *      ZPAD - a CLICKS field padded with spaces is filled
      *             with zeros instead (dial programs, reason 02);
      *      XLAT - every FROM character in the checked columns is
      *             replaced by the TO character (any program).
      *    Only active rules are applied; a rule is retired by
      *    setting it inactive, never by deleting it, so the rule
      *    id on an old ledger entry always still means something.
       01 RUL-RECORD.
          05 RU-RULE-ID         pic X(8).
          05 FILLER             pic X value space.
          05 RU-STATUS          pic X.
             88 RU-ACTIVE       value 'A'.
             88 RU-INACTIVE     value 'I'.
          05 FILLER             pic X value space.
          05 RU-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 RU-REASON-CODE     pic X(2).
          05 FILLER             pic X value space.
          05 RU-ACTION          pic X(4).
             88 RU-UPPER-LETTER value 'UPCS'.
             88 RU-ZERO-PAD     value 'ZPAD'.
             88 RU-TRANSLATE    value 'XLAT'.
          05 FILLER             pic X value space.
          05 RU-FROM-CHAR       pic X.
          05 FILLER             pic X value space.
          05 RU-TO-CHAR         pic X.
          05 FILLER             pic X value space.
          05 RU-DESCRIPTION     pic X(30).
