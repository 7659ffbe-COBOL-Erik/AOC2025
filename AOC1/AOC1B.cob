           organization is line sequential
           file status is POS-FS.

           select optional WERFIL assign to dynamic WS-WERFILE-NAME
           organization is line sequential
           file status is WER-FS.

       data division.
       file section.
      *    INDATA is a raw buffer: the classic layout is LETTER +
       FD  POSFIL.
           copy CPYPOS.

       FD  WERFIL.
           copy CPYWER.

       working-storage section.
       01 A-ARB.
          05 HIST-FS          pic XX.
          05 WS-POSFILE-NAME  pic X(100) value 'aoc1b.pos'.
          05 WS-RESET-SW      pic X value ' '.
             88 WS-DIAL-RESET value 'Y'.
          05 WER-FS           pic XX.
          05 WS-WERFILE-NAME  pic X(100) value 'aocwear.txt'.
      *    Service threshold given to a dial the first time the wear
      *    ledger counts it; AOCWEARM changes it per dial after.
          05 WS-WEAR-LIMIT    pic 9(8) value 5000000.
          05 WS-WEAR-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-WEAR-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-WEAR-FOUND    pic S9(4) comp-4 value ZERO.
          05 WS-WEAR-BEFORE   pic 9(13) value ZERO.
          05 WS-WEAR-AFTER    pic 9(13) value ZERO.
          05 WS-RPT-WEAR      pic Z(12)9.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-SYS-DATE      pic 9(8).
             10 A-DIAL-ENTRY occurs 4 times.
                15 ARROW          pic 9(6) comp-4.
                15 A-ZERO-COUNTER pic S9(6) comp-4.
      *    Clicks turned each way by this file, for the wear ledger.
                15 A-LEFT-CLICKS  pic S9(9) comp-4.
                15 A-RIGHT-CLICKS pic S9(9) comp-4.

      *    The wear ledger, loaded for the end-of-file update and
      *    rewritten in full; four dials for each dial program fit
      *    many times over, and a bigger file is left untouched
      *    rather than rewritten from a partial image.
       01 WS-WEAR-MAX pic S9(4) comp-4 value 40.
       01 WS-WEAR-TABLE.
          05 WS-WEAR-ENTRY occurs 40 times.
             10 WW-PROGRAM-ID   pic X(8).
             10 WW-DIAL         pic 9.
             10 WW-SERVICE-DATE pic 9(8).
             10 WW-LEFT-CLICKS  pic 9(12).
             10 WW-RIGHT-CLICKS pic 9(12).
             10 WW-CROSSINGS    pic 9(10).
             10 WW-THRESHOLD    pic 9(8).
             10 WW-SERVICED-BY  pic X(8).

           copy CPYEOF.

          05 FILLER pic X value ' '.
             88 V-PROF-DEFAULT value 'D'.

       01 V-WERFLAG.
          05 FILLER pic X value ' '.
             88 V-WER-EOF      value 'E'.
             88 V-WER-OVERFLOW value 'O'.

       01 V-LOCKFLAG.
          05 FILLER pic X value ' '.
             88 V-LOCK-TAKEN     value 'T'.
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
                       perform A-VALIDATE-RECORD
                       if V-RECORD-VALID
                          add 1 to A-COUNT
                          if L-RIGHT
                             add CLICKS9 to A-RIGHT-CLICKS(A-DIAL-SUB)
                          else
                             add CLICKS9 to A-LEFT-CLICKS(A-DIAL-SUB)
                          end-if
                          perform until CLICKS9 < WS-DIAL-SIZE
                             add 1 to A-ZERO-COUNTER(A-DIAL-SUB)
                             subtract WS-DIAL-SIZE from CLICKS9
                 end-if
                 close INFIL
                 perform A-SAVE-POSITIONS
                 perform A-UPDATE-WEAR
                 perform A-SUM-DIALS
                 display A-ZERO-TOTAL
                 display A-REJECT-COUNT
           .

       A-GET-POSITION-OPTIONS section.
      *    DIALPOSB repoints the position file for the whole batch:
      *    it is the name AOCREADM and AOCPOSR read, and correct,
      *    the same file under, so a site that moves aoc1b.pos
      *    sets DIALPOSB once and all three agree. DIALPOS, this
      *    step's own DD (the same JCL DD convention INFIL uses),
      *    still wins when set and must then name the same file.
      *    DIALRESET=Y forces the classic half-dial start for a
      *    cold start or after hardware maintenance, leaving the
      *    saved positions to be overwritten at end of run.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'DIALPOSB'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-POSFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'DIALPOS'
           if WS-ENV-VALUE not = spaces
           if WS-ENV-VALUE(1:1) = 'Y'
              set WS-DIAL-RESET to true
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'WEARFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-WERFILE-NAME
           end-if
           .

       A-LOAD-POSITIONS section.
                     until A-DIAL-SUB > 4
              compute ARROW(A-DIAL-SUB) = WS-DIAL-SIZE / 2
              move ZERO to A-ZERO-COUNTER(A-DIAL-SUB)
              move ZERO to A-LEFT-CLICKS(A-DIAL-SUB)
              move ZERO to A-RIGHT-CLICKS(A-DIAL-SUB)
           end-perform
           if not WS-DIAL-RESET
              open input POSFIL
           close POSFIL
           .

       A-UPDATE-WEAR section.
      *    The dials are physical hardware and wear with use, not
      *    with the calendar: every file's clicks, split left and
      *    right, and its zero crossings are added to the dial's
      *    running totals on the wear ledger (CPYWER) since its last
      *    service. A dial that had not turned yet gets no record
      *    until it does. A dial whose total clicks pass its
      *    threshold in this file raises a warning event, so a
      *    service is booked before the dial jams rather than after;
      *    AOCWEAR lists it as due until AOCWEARM records one.
           perform A-LOAD-WEAR
           if V-WER-OVERFLOW
              display 'AOC1B - WEAR LEDGER EXCEEDS 40-ENTRY CAP, '
                      'NOT UPDATED'
              move 'W' to WS-EVT-SEV
              move 'WEAR LEDGER EXCEEDS 40-ENTRY CAP, NOT UPDATED'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
           else
              perform varying A-DIAL-SUB from 1 by 1
                        until A-DIAL-SUB > 4
                 perform A-ADD-DIAL-WEAR
              end-perform
              perform A-REWRITE-WEAR
           end-if
           .

       A-ADD-DIAL-WEAR section.
           move zero to WS-WEAR-FOUND
           perform varying WS-WEAR-INDEX from 1 by 1
                     until WS-WEAR-INDEX > WS-WEAR-COUNT
              if WW-PROGRAM-ID(WS-WEAR-INDEX) = 'AOC1B'
                    and WW-DIAL(WS-WEAR-INDEX) = A-DIAL-SUB
                 move WS-WEAR-INDEX to WS-WEAR-FOUND
              end-if
           end-perform
           if WS-WEAR-FOUND = 0
                 and (A-LEFT-CLICKS(A-DIAL-SUB) > 0
                      or A-RIGHT-CLICKS(A-DIAL-SUB) > 0)
                 and WS-WEAR-COUNT < WS-WEAR-MAX
              add 1 to WS-WEAR-COUNT
              move WS-WEAR-COUNT to WS-WEAR-FOUND
              move 'AOC1B' to WW-PROGRAM-ID(WS-WEAR-FOUND)
              move A-DIAL-SUB to WW-DIAL(WS-WEAR-FOUND)
              move zero to WW-SERVICE-DATE(WS-WEAR-FOUND)
              move zero to WW-LEFT-CLICKS(WS-WEAR-FOUND)
              move zero to WW-RIGHT-CLICKS(WS-WEAR-FOUND)
              move zero to WW-CROSSINGS(WS-WEAR-FOUND)
              move WS-WEAR-LIMIT to WW-THRESHOLD(WS-WEAR-FOUND)
              move spaces to WW-SERVICED-BY(WS-WEAR-FOUND)
           end-if
           if WS-WEAR-FOUND > 0
              compute WS-WEAR-BEFORE =
                 WW-LEFT-CLICKS(WS-WEAR-FOUND)
                 + WW-RIGHT-CLICKS(WS-WEAR-FOUND)
              add A-LEFT-CLICKS(A-DIAL-SUB)
                to WW-LEFT-CLICKS(WS-WEAR-FOUND)
              add A-RIGHT-CLICKS(A-DIAL-SUB)
                to WW-RIGHT-CLICKS(WS-WEAR-FOUND)
              add A-ZERO-COUNTER(A-DIAL-SUB)
                to WW-CROSSINGS(WS-WEAR-FOUND)
              compute WS-WEAR-AFTER =
                 WW-LEFT-CLICKS(WS-WEAR-FOUND)
                 + WW-RIGHT-CLICKS(WS-WEAR-FOUND)
              if WW-THRESHOLD(WS-WEAR-FOUND) > 0
                    and WS-WEAR-BEFORE < WW-THRESHOLD(WS-WEAR-FOUND)
                    and WS-WEAR-AFTER >= WW-THRESHOLD(WS-WEAR-FOUND)
                 move A-DIAL-SUB to WS-RPT-DIAL
                 move WS-WEAR-AFTER to WS-RPT-WEAR
                 display 'AOC1B - DIAL ' WS-RPT-DIAL
                         ' PASSED ITS SERVICE THRESHOLD, '
                         WS-RPT-WEAR ' CLICKS SINCE SERVICE'
                 move 'W' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'DIAL ' delimited by size
                        WS-RPT-DIAL delimited by size
                        ' PASSED ITS CLICK THRESHOLD, SERVICE DUE'
                           delimited by size
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
              end-if
           end-if
           .

       A-LOAD-WEAR section.
           move zero to WS-WEAR-COUNT
           move space to V-WERFLAG
           open input WERFIL
           if WER-FS = '00'
              read WERFIL at end set V-WER-EOF to true end-read
              perform until V-WER-EOF or V-WER-OVERFLOW
                 if WS-WEAR-COUNT < WS-WEAR-MAX
                    add 1 to WS-WEAR-COUNT
                    move WE-PROGRAM-ID
                      to WW-PROGRAM-ID(WS-WEAR-COUNT)
                    move WE-DIAL to WW-DIAL(WS-WEAR-COUNT)
                    move WE-SERVICE-DATE
                      to WW-SERVICE-DATE(WS-WEAR-COUNT)
                    move WE-LEFT-CLICKS
                      to WW-LEFT-CLICKS(WS-WEAR-COUNT)
                    move WE-RIGHT-CLICKS
                      to WW-RIGHT-CLICKS(WS-WEAR-COUNT)
                    move WE-CROSSINGS to WW-CROSSINGS(WS-WEAR-COUNT)
                    move WE-THRESHOLD to WW-THRESHOLD(WS-WEAR-COUNT)
                    move WE-SERVICED-BY
                      to WW-SERVICED-BY(WS-WEAR-COUNT)
                    read WERFIL at end set V-WER-EOF to true
                    end-read
                 else
                    set V-WER-OVERFLOW to true
                 end-if
              end-perform
           end-if
           close WERFIL
           .

       A-REWRITE-WEAR section.
           open output WERFIL
           if WER-FS = '00' or WER-FS = '05'
              perform varying WS-WEAR-INDEX from 1 by 1
                        until WS-WEAR-INDEX > WS-WEAR-COUNT
                 move spaces to WER-RECORD
                 move WW-PROGRAM-ID(WS-WEAR-INDEX) to WE-PROGRAM-ID
                 move WW-DIAL(WS-WEAR-INDEX) to WE-DIAL
                 move WW-SERVICE-DATE(WS-WEAR-INDEX)
                   to WE-SERVICE-DATE
                 move WW-LEFT-CLICKS(WS-WEAR-INDEX) to WE-LEFT-CLICKS
                 move WW-RIGHT-CLICKS(WS-WEAR-INDEX)
                   to WE-RIGHT-CLICKS
                 move WW-CROSSINGS(WS-WEAR-INDEX) to WE-CROSSINGS
                 move WW-THRESHOLD(WS-WEAR-INDEX) to WE-THRESHOLD
                 move WW-SERVICED-BY(WS-WEAR-INDEX)
                   to WE-SERVICED-BY
                 write WER-RECORD
              end-perform
           else
              display 'AOC1B - WEAR LEDGER REWRITE FAILED, STATUS='
                      WER-FS
              move 'W' to WS-EVT-SEV
              move 'WEAR LEDGER REWRITE FAILED' to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           close WERFIL
           .

       A-PARSE-RECORD section.
      *    Picks the leading dial number (multi-dial mode only) and
      *    LETTER out of the raw INDATA buffer and leaves
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
