      *    CPYRATE - chargeback rate table record layout, read by
      *    AOCBILL from aocrate.txt to price each source system's
      *    monthly usage. One record per chargeable item and
      *    effective date, either for one source system or, with
      *    the source system blank, the standard rate for every
      *    feed that has no rate of its own. The newest rate
      *    effective on or before the end of the billing month
      *    applies, so a price change is a new record and the old
      *    months still reprice the way they were billed.
       01 RATE-RECORD.
          05 RT-SOURCE-SYSTEM   pic X(8).
          05 FILLER             pic X value space.
          05 RT-ITEM            pic X(4).
             88 RT-RUNS         value 'RUNS'.
             88 RT-RECORDS      value 'RECS'.
             88 RT-REJECTS      value 'REJS'.
             88 RT-REPAIRS      value 'RPRD'.
             88 RT-SECONDS      value 'SECS'.
             88 RT-TRANSMITS    value 'XMIT'.
          05 FILLER             pic X value space.
          05 RT-EFFECTIVE-DATE  pic 9(8).
          05 FILLER             pic X value space.
      *    Price per unit with four implied decimals, so a rate of
      *    0.0125 per record is keyed 000000125.
          05 RT-UNIT-RATE       pic 9(5)V9(4).
          05 FILLER             pic X value space.
          05 RT-DESCRIPTION     pic X(30).
