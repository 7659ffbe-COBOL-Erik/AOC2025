      *    CPYPTN - partition control record layout, one record per
      *    partition, written by AOC3SPL when it splits a large AOC3A
      *    input and read by AOC3A in partition and merge mode. Every
      *    partition of the split carries the run id the merged
      *    answer will be recorded under, so the partial results,
      *    the merged history row and the generations all tie back
      *    to the one run. The physical line count of the whole
      *    input is repeated on every record for the merge's proof.
       01 PTN-RECORD.
          05 PT-RUN-ID          pic X(16).
          05 FILLER             pic X value space.
          05 PT-RUN-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 PT-RERUN-FLAG      pic X.
          05 FILLER             pic X value space.
          05 PT-STATUS          pic X.
             88 PT-SPLIT        value 'S'.
             88 PT-MERGED       value 'M'.
          05 FILLER             pic X value space.
          05 PT-PART-NO         pic 9(2).
          05 FILLER             pic X value space.
          05 PT-PART-COUNT      pic 9(2).
          05 FILLER             pic X value space.
          05 PT-FIRST-LINE      pic 9(8).
          05 FILLER             pic X value space.
          05 PT-PHYS-COUNT      pic 9(8).
          05 FILLER             pic X value space.
          05 PT-INPUT-PHYS      pic 9(8).
          05 FILLER             pic X value space.
          05 PT-INPUT-FILE      pic X(100).
          05 FILLER             pic X value space.
          05 PT-PART-FILE       pic X(100).
