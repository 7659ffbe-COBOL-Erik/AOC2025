      *    CPYCRC - certification case record layout, one line per
      *    reference case of the golden-answer library (aoccert.ctl
      *    in the library directory). Lines starting with an
      *    asterisk are commentary. A case names the answer program
      *    to run, the parameter profile (source system) to run it
      *    under - blank for the default profile - the reference
      *    input, kept in the library beside this file, and the
      *    record count and final answer certified for it. AOCCERT
      *    runs every case against the current parameters and
      *    passes the library only when every case reproduces its
      *    certified answer exactly. Adding a case is a new line
      *    here, not a change to the job.
       01 CRC-RECORD.
          05 CC-PROGRAM-ID      pic X(8).
          05 FILLER             pic X.
          05 CC-SOURCE-SYSTEM   pic X(8).
          05 FILLER             pic X.
          05 CC-RECORD-COUNT    pic 9(6).
          05 FILLER             pic X.
          05 CC-FINAL-ANSWER    pic -(17)9.
          05 FILLER             pic X.
          05 CC-INPUT-FILE      pic X(100).
