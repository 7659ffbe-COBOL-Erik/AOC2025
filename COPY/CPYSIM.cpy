      *    CPYSIM - what-if scenario record layout for AOCSIM. One
      *    line per alternative the business wants priced before a
      *    dial-size change or a hardware swap is agreed: the dial
      *    size to replay under, where the dials start, and whether
      *    the instructions keep the dials they name or all land on
      *    one dial.
       01 SIM-RECORD.
          05 SM-SCENARIO-ID     pic X(8).
          05 FILLER             pic X value space.
      *    Zero or spaces replay under the dial size in the control
      *    profile.
          05 SM-DIAL-SIZE       pic 9(6).
          05 FILLER             pic X value space.
      *    Spaces start the dials where the replayed run started
      *    them (a trace generation) or at half-dial (a raw
      *    instruction file); HALF forces the classic half-dial
      *    start; a number starts every dial at that position.
          05 SM-START-POS       pic X(6).
          05 FILLER             pic X value space.
          05 SM-LAYOUT          pic X.
             88 SM-SINGLE-DIAL  value 'S'.
             88 SM-MULTI-DIAL   value 'M'.
             88 SM-AS-INPUT     value ' '.
          05 FILLER             pic X value space.
          05 SM-DESCRIPTION     pic X(30).
