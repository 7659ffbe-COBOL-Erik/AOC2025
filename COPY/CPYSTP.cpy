      *    CPYSTP - job-stream step result table. Declared EXTERNAL
      *    like CPYRSLT, which holds only the last program CALLed:
      *    AOCDRV keeps every step's outcome here, by program, as
      *    the stream runs (or as the restart checkpoint shows it
      *    completed), so a reconciliation step reconciles the
      *    answers its legs already produced instead of running
      *    them a second time.
       01 WS-STEP-RESULTS external.
          05 WT-RESULT-COUNT      pic S9(4) comp-4.
          05 WT-RESULT-ENTRY occurs 30 times.
             10 WT-PROGRAM-ID     pic X(8).
             10 WT-RECORD-COUNT   pic S9(6) comp-4.
             10 WT-FINAL-ANSWER   pic S9(18) comp-4.
             10 WT-RETURN-CODE    pic S9(4) comp-4.
