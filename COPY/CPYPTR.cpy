      *    CPYPTR - partition result record layout: what AOC3A
      *    running one partition of a split input (AOCPART) leaves
      *    for the merge - the partition's physical, valid and
      *    rejected line counts, its partial sum and its return
      *    code. One record per partition, each in its own file, so
      *    partitions running side by side never share an output.
       01 PTR-RECORD.
          05 PR-RUN-ID          pic X(16).
          05 FILLER             pic X value space.
          05 PR-PART-NO         pic 9(2).
          05 FILLER             pic X value space.
          05 PR-RETURN-CODE     pic 9(4).
          05 FILLER             pic X value space.
          05 PR-PHYS-COUNT      pic 9(8).
          05 FILLER             pic X value space.
          05 PR-VALID-COUNT     pic 9(8).
          05 FILLER             pic X value space.
          05 PR-REJECT-COUNT    pic 9(8).
          05 FILLER             pic X value space.
          05 PR-WIDE-ACC        pic 9(18).
          05 FILLER             pic X value space.
          05 PR-END-DATE        pic 9(8).
          05 FILLER             pic X value space.
          05 PR-END-TIME        pic 9(8).
