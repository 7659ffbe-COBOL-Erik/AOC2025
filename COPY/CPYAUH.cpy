      *    CPYAUH - operator authority change-history record layout,
      *    appended by AOCAUTHM for every grant and revocation: which
      *    security administrator gave or withdrew which authority,
      *    from whom, and when. The master itself only holds the
      *    current state of each grant; this is the trail behind it.
       01 AUH-RECORD.
          05 AH-CHANGE-DATE     pic 9(8).
          05 FILLER             pic X value space.
      *    hhmmsscc, as ACCEPT FROM TIME delivers it.
          05 AH-CHANGE-TIME     pic 9(8).
          05 FILLER             pic X value space.
          05 AH-USER-ID         pic X(8).
          05 FILLER             pic X value space.
          05 AH-ACTION          pic X(6).
             88 AH-GRANT        value 'GRANT'.
             88 AH-REVOKE       value 'REVOKE'.
          05 FILLER             pic X value space.
          05 AH-TARGET-USER     pic X(8).
          05 FILLER             pic X value space.
          05 AH-DIALOGUE        pic X(8).
          05 FILLER             pic X value space.
          05 AH-FUNCTION        pic X(8).
