
           copy CPYRSLT.

           copy CPYSTP.

       01 WS-LEG-PROGRAM   pic X(8).
       01 WS-RSLT-SUB      pic S9(4) comp-4.
       01 WS-RSLT-FOUND    pic S9(4) comp-4.
       01 V-STEPFLAG.
          05 FILLER pic X value ' '.
             88 V-STEP-RESULT-TAKEN value 'T'.

       procedure division.
       A-MAIN section.
           display 'AOC1REC - AOC1A/AOC1B zero-crossing reconciliation'
              move WS-ENV-VALUE(1:8) to WS-REC-DATE
           end-if

           move 'AOC1A' to WS-LEG-PROGRAM
           perform A-TAKE-STEP-RESULT
           if not V-STEP-RESULT-TAKEN
              call 'AOC1A'
           end-if
           move WR-RECORD-COUNT to WS-AOC1A-COUNT
           move WR-FINAL-ANSWER to WS-AOC1A-ANSWER
           move WR-RETURN-CODE to WS-AOC1A-RC

           move 'AOC1B' to WS-LEG-PROGRAM
           perform A-TAKE-STEP-RESULT
           if not V-STEP-RESULT-TAKEN
              call 'AOC1B'
           end-if
           move WR-RECORD-COUNT to WS-AOC1B-COUNT
           move WR-FINAL-ANSWER to WS-AOC1B-ANSWER
           move WR-RETURN-CODE to WS-AOC1B-RC
           goback
           .

       A-TAKE-STEP-RESULT section.
      *    Run as a step of the AOCDRV job stream, the legs have
      *    already run as steps of their own (or are complete on
      *    the driver's restart checkpoint): their outcome is taken
      *    from the step result table rather than CALLing them a
      *    second time and appending duplicate history rows. A leg
      *    the stream never ran is reported as not found, which
      *    skips the comparison below.
           move space to V-STEPFLAG
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AOCSTEPRUN'
           if WS-ENV-VALUE(1:1) = 'Y'
              set V-STEP-RESULT-TAKEN to true
              move WS-LEG-PROGRAM to WR-PROGRAM-ID
              move zero to WR-RECORD-COUNT WR-FINAL-ANSWER
              move 8 to WR-RETURN-CODE
              move zero to WS-RSLT-FOUND
              perform varying WS-RSLT-SUB from 1 by 1
                        until WS-RSLT-SUB > WT-RESULT-COUNT
                 if WT-PROGRAM-ID(WS-RSLT-SUB) = WS-LEG-PROGRAM
                    move WS-RSLT-SUB to WS-RSLT-FOUND
                    move WT-RECORD-COUNT(WS-RSLT-SUB)
                      to WR-RECORD-COUNT
                    move WT-FINAL-ANSWER(WS-RSLT-SUB)
                      to WR-FINAL-ANSWER
                    move WT-RETURN-CODE(WS-RSLT-SUB)
                      to WR-RETURN-CODE
                 end-if
              end-perform
              if WS-RSLT-FOUND = 0
                 display 'AOC1REC - ' WS-LEG-PROGRAM
                         ' NOT RUN IN THIS JOB STREAM'
              end-if
           end-if
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
