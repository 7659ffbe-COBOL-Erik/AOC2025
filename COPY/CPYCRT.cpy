      *    CPYCRT - certification log record layout, appended by
      *    AOCCERT for every certification run (aoccert.log): when
      *    the golden-answer library was run, whether every case
      *    reproduced its certified answer, the case counts, who
      *    ran it, and the latest parameter change (CPYPCH) the
      *    certified parameters already included. AOCDRV reads the
      *    last record and refuses production when it failed or is
      *    older than the latest change on the parameter history.
       01 CRT-RECORD.
          05 CT-CERT-DATE       pic 9(8).
          05 FILLER             pic X value space.
      *    hhmmsscc, as ACCEPT FROM TIME delivers it.
          05 CT-CERT-TIME       pic 9(8).
          05 FILLER             pic X value space.
          05 CT-RESULT          pic X(4).
             88 CT-PASSED       value 'PASS'.
             88 CT-FAILED       value 'FAIL'.
          05 FILLER             pic X value space.
          05 CT-CASE-COUNT      pic 9(4).
          05 FILLER             pic X value space.
          05 CT-PASS-COUNT      pic 9(4).
          05 FILLER             pic X value space.
          05 CT-FAIL-COUNT      pic 9(4).
          05 FILLER             pic X value space.
          05 CT-USER-ID         pic X(8).
          05 FILLER             pic X value space.
          05 CT-PARM-DATE       pic 9(8).
          05 FILLER             pic X value space.
          05 CT-PARM-TIME       pic 9(8).
          05 FILLER             pic X value space.
          05 CT-LIBRARY         pic X(100).
