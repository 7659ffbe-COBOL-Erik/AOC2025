           organization is line sequential
           file status is CAL-FS.

           select optional GDGCAT assign to dynamic WS-GDGFILE-NAME
           organization is line sequential
           file status is GDG-FS.

           select optional GENOUT assign to dynamic WS-GEN-NAME
           organization is line sequential
           file status is GEN-FS.

       data division.
       file section.
       FD  TRANSFIL.
       FD  CALFIL.
           copy CPYCAL.

       FD  GDGCAT.
           copy CPYGDG.

       FD  GENOUT.
       01  GEN-RECORD         pic X(8).

       working-storage section.
       01 A-ARB.
          05 TRANS-FS          pic XX.
          05 WS-CAL-SUB        pic S9(4) comp-4 value ZERO.
          05 WS-CAL-FOUND      pic S9(4) comp-4 value ZERO.
          05 WS-CALNUM-COUNT   pic S9(4) comp-4 value ZERO.
          05 GDG-FS            pic XX.
          05 GEN-FS            pic XX.
          05 WS-GDGFILE-NAME   pic X(100) value 'aocgdg.cat'.
          05 WS-GEN-NAME       pic X(100) value spaces.
          05 WS-GEN-SEQ        pic 9(3) value ZERO.
          05 WS-GEN-COUNT      pic S9(4) comp-4 value ZERO.
          05 WS-GATE-TIME      pic 9(8) value ZERO.
          05 WS-RUN-ID         pic X(16) value spaces.

      *    The business calendar master's dates as integer day
      *    numbers, so the gap walk can skip holidays and closures
          05 FILLER pic X value ' '.
             88 V-CALEOF-HIT value 'E'.

       01 V-GDGFLAG.
          05 FILLER pic X value ' '.
             88 V-GDG-EOF value 'E'.

       01 V-OUTFLAG.
          05 FILLER pic X value ' '.
             88 V-OUT-EOF value 'E'.

       01 V-KEEPFLAG.
          05 FILLER pic X value ' '.
             88 V-COPY-KEPT value 'K'.

      *    One entry per control profile record (CPYPARM
      *    CTL-SOURCE-SYSTEM, blank = default): the gate needs only
      *    the input-layout modes, selected once the header names
       A-MAIN section.
           display 'AOCEDIT - transmission edit gate'
           accept WS-GATE-DATE from date yyyymmdd
           accept WS-GATE-TIME from time
           string WS-GATE-DATE delimited by size
                  WS-GATE-TIME delimited by size
                  into WS-RUN-ID
           perform A-GET-FILE-NAMES
           perform A-READ-CONTROL
           open input TRANSFIL
                 close EDITOUT
                 close TRANSFIL
                 perform A-JUDGE-FILE
                 if not V-GATE-FAILED and WS-FILE-DATE > 0
                    perform A-KEEP-GATED-COPY
                 end-if
              when TRANS-FS = '35'
                 move 8 to WS-GATE-RC
                 set V-GATE-FAILED to true
           goback
           .

       A-KEEP-GATED-COPY section.
      *    The stripped output is replaced by the next day's
      *    transmission, so a passed file is also kept as a
      *    generation of its own under the business date it
      *    carries and registered in the generation catalog, the
      *    way the answer programs keep their rejects and traces:
      *    a day that was gated but never run can still be found
      *    and run later, and the copy rotates off with the other
      *    generations. A date gated again takes the next
      *    sequence; the newest is the one that counts.
      *    The catalog entry is written only once the copy is whole
      *    - both files opened and the stripped output read to its
      *    end - since the catch-up trusts the newest entry; a copy
      *    not kept leaves the catalog alone, warns (RC 4) and goes
      *    on the event file.
           move zero to WS-GEN-COUNT
           open input GDGCAT
           if GDG-FS = '00'
              read GDGCAT at end set V-GDG-EOF to true end-read
              perform until V-GDG-EOF
                 if GD-BASE-NAME = 'gated'
                       and GD-RUN-DATE = WS-FILE-DATE
                       and GD-SEQUENCE is numeric
                       and GD-SEQUENCE > WS-GEN-COUNT
                    move GD-SEQUENCE to WS-GEN-COUNT
                 end-if
                 read GDGCAT at end set V-GDG-EOF to true end-read
              end-perform
           end-if
           close GDGCAT
           compute WS-GEN-SEQ = WS-GEN-COUNT + 1
           move spaces to WS-GEN-NAME
           string 'gated.D' delimited by size
                  WS-FILE-DATE delimited by size
                  '.G' delimited by size
                  WS-GEN-SEQ delimited by size
                  '.txt' delimited by size
                  into WS-GEN-NAME
           open input EDITOUT
           open output GENOUT
           if OUT-FS = '00' and (GEN-FS = '00' or GEN-FS = '05')
              move '00' to GEN-FS
              read EDITOUT at end set V-OUT-EOF to true end-read
              perform until V-OUT-EOF or GEN-FS not = '00'
                 move OUT-RECORD to GEN-RECORD
                 write GEN-RECORD
                 if GEN-FS = '00'
                    read EDITOUT at end set V-OUT-EOF to true end-read
                 end-if
              end-perform
           end-if
           close GENOUT
           close EDITOUT
           if V-OUT-EOF
              move spaces to GDG-RECORD
              move 'gated' to GD-BASE-NAME
              move WS-FILE-DATE to GD-RUN-DATE
              move WS-GEN-SEQ to GD-SEQUENCE
              move WS-GEN-NAME to GD-FILE-NAME
              move WS-RUN-ID to GD-RUN-ID
              open extend GDGCAT
              if GDG-FS = '00' or GDG-FS = '05'
                 write GDG-RECORD
                 if GDG-FS = '00'
                    set V-COPY-KEPT to true
                 end-if
              end-if
              close GDGCAT
           end-if
           if not V-COPY-KEPT
              display 'AOCEDIT - GATED COPY NOT KEPT: '
                      WS-GEN-NAME(1:40)
              if WS-GATE-RC < 4
                 move 4 to WS-GATE-RC
              end-if
              move 'W' to WS-EVT-SEV
              move spaces to WS-EVT-DESC
              string 'GATED COPY NOT KEPT: ' delimited by size
                     WS-GEN-NAME delimited by space
                     into WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-REGISTER section.
      *    Every gated transmission that got far enough to name
      *    itself is remembered with its outcome, PASS or FAIL -
