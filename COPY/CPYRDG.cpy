      *    CPYRDG - physical vault dial reading record layout,
      *    appended by the AOCREADM entry dialogue each morning when
      *    the vault team reads the real dials. One record per
      *    program and dial read; a dial keyed again the same day is
      *    simply appended, and the latest entry for the day is the
      *    one AOCPOSR reconciles against the positions the dial
      *    programs saved (CPYPOS).
       01 RDG-RECORD.
          05 RD-READ-DATE       pic 9(8).
          05 FILLER             pic X value space.
      *    hhmmsscc, as ACCEPT FROM TIME delivers it.
          05 RD-READ-TIME       pic 9(8).
          05 FILLER             pic X value space.
          05 RD-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 RD-DIAL            pic 9.
          05 FILLER             pic X value space.
          05 RD-READING         pic 9(6).
          05 FILLER             pic X value space.
          05 RD-USER-ID         pic X(8).
