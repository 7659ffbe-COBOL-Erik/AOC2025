      *    CPYSTD - job-stream step definition record layout, one
      *    line per step of the AOCDRV batch in execution order
      *    (aocstep.ctl). Lines starting with an asterisk are
      *    commentary. A step names the program the driver CALLs,
      *    the group it belongs to, the DD (environment name) the
      *    program reads its input through and the file to point
      *    it at, and up to two conditions tested on the return
      *    codes of the steps before it. Adding a step to the
      *    batch is a new line here, not a change to the driver.
      *    The input file may name one of the driver's symbolic
      *    inputs, which follow the driver's own overrides:
      *    &TRANS (TRANSFIL, default transmit.txt), &AOC1
      *    (AOC1_INFIL, default input.txt), &AOC2 (AOC2_INFIL,
      *    default the AOC1 input) and &AOC3 (AOC3A_INFIL,
      *    default input3.txt). A blank input leaves the program
      *    on its own default.
      *    A condition names a step, or a group meaning any step
      *    in it, and is true when that step has a return code -
      *    run in this pass or completed earlier on the restart
      *    checkpoint - that compares as stated with the code
      *    given (op GE, GT, EQ, NE, LE or LT). SKIP bypasses just
      *    this step; STOP bypasses this step and every step after
      *    it. A step that did not run satisfies no condition.
      *    "EDIT GE 08 STOP" on the first step after the edit
      *    gate ends the batch when the gate holds the input;
      *    "REC GE 04 SKIP" on the interface extract holds the
      *    transmission when any reconciliation step found a
      *    discrepancy.
       01 STD-RECORD.
          05 SD-STEP-NAME       pic X(8).
          05 FILLER             pic X value space.
          05 SD-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 SD-STEP-GROUP      pic X(8).
          05 FILLER             pic X value space.
          05 SD-INPUT-DD        pic X(8).
          05 FILLER             pic X value space.
          05 SD-INPUT-FILE      pic X(60).
          05 SD-CONDITION occurs 2 times.
             10 FILLER          pic X.
             10 SD-COND-REF     pic X(8).
             10 FILLER          pic X.
             10 SD-COND-OP      pic X(2).
             10 FILLER          pic X.
             10 SD-COND-RC      pic 9(2).
             10 FILLER          pic X.
             10 SD-COND-ACTION  pic X(4).
                88 SD-COND-SKIP value 'SKIP'.
                88 SD-COND-STOP value 'STOP'.
