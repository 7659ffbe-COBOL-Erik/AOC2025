              move 'R' to AU-RERUN-FLAG
           end-if
           move WS-RUN-ID to AU-RUN-ID
      *    The login the run was submitted under, which the
      *    four-eyes sign-off will not accept as the approver.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to AU-OPERATOR-ID
           move WS-SOURCE-SYSTEM to AU-SOURCE-SYSTEM
           open extend AUDFIL
           if AUD-FS = '00' or AUD-FS = '05'
              write AUD-RECORD
           move WS-REJECT-REASON to RL-REASON-CODE
           move WS-LEDG-SEQ to RL-REJECT-SEQ
           move WS-REJFILE-NAME to RL-REJECT-FILE
           move WS-SOURCE-SYSTEM to RL-SOURCE-SYSTEM
           if LEDG-FS = '00' or LEDG-FS = '05'
              write RLG-RECORD
           end-if
              move 'R' to HR-RERUN-FLAG
           end-if
           move WS-RUN-ID to HR-RUN-ID
           move WS-SOURCE-SYSTEM to HR-SOURCE-SYSTEM
           open extend HISTFIL
           if HIST-FS = '00' or HIST-FS = '05'
              write HIST-RECORD
