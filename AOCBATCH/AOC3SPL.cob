       identification division.
       program-id. AOC3SPL.

      *    Split step for a partitioned AOC3A run. The monthly AOC3A
      *    input has grown past what one run gets through inside the
      *    batch window, and since every NUMS line's value stands on
      *    its own the work can be shared out: this step counts the
      *    input's physical lines, divides them into PARTS contiguous
      *    partitions (default 4, at most 16, never more than there
      *    are lines), copies each to its own partition file and
      *    writes the partition control file (CPYPTN). The scheduler
      *    then starts AOC3A once per partition with AOCPART=nn, all
      *    at the same time, and when every one has ended AOC3A with
      *    AOCMERGE=Y proves the counts and records the one official
      *    answer. The run id, business date and rerun flag of the
      *    whole partitioned run are fixed here, so everything the
      *    partitions and the merge write carries them. An empty or
      *    missing input is not split; it is reported and run the
      *    ordinary way.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to dynamic WS-INFILE-NAME
           organization is line sequential
           file status is INPUT-FS.

           select optional PARTFIL assign to dynamic WS-PARTFILE-NAME
           organization is line sequential
           file status is PART-FS.

           select optional PTNFIL assign to dynamic WS-PTNFILE-NAME
           organization is line sequential
           file status is PTN-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD INFIL.
       01 INDATA.
          05 NUMS pic X(200).

       FD  PARTFIL.
       01  PART-RECORD         pic X(200).

       FD  PTNFIL.
           copy CPYPTN.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 PART-FS          pic XX.
          05 PTN-FS           pic XX.
          05 EVT-FS           pic XX.
          05 WS-INFILE-NAME   pic X(100) value 'input.txt'.
          05 WS-PARTFILE-NAME pic X(100) value spaces.
          05 WS-PTNFILE-NAME  pic X(100) value 'aoc3a.ptn'.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-SYS-DATE      pic 9(8).
          05 WS-START-TIME    pic 9(8).
          05 WS-RUN-ID        pic X(16) value spaces.
          05 WS-RERUN-SW      pic X value ' '.
             88 WS-RERUN      value 'R'.
          05 WS-PART-COUNT    pic S9(4) comp-4 value 4.
          05 WS-PART-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-PART-NO       pic 9(2).
          05 WS-PART-SIZE     pic S9(8) comp-4 value ZERO.
          05 WS-INPUT-PHYS    pic S9(8) comp-4 value ZERO.
          05 WS-LINE-COUNT    pic S9(8) comp-4 value ZERO.
          05 WS-WORK-NUM      pic S9(10) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(7)9.
          05 WS-DSP-FIRST     pic Z(7)9.

      *    Where each partition starts and how many lines it got,
      *    written to the control file once the copy is done.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY occurs 16 times.
             10 WT-FIRST-LINE   pic S9(8) comp-4.
             10 WT-PHYS-COUNT   pic S9(8) comp-4.
             10 WT-PART-FILE    pic X(100).

           copy CPYEOF.

       procedure division.
       A-MAIN section.
           display 'AOC3SPL - split AOC3A input into partitions'
           accept WS-START-TIME from time
           perform A-GET-OPTIONS
           perform A-COUNT-INPUT
           if return-code not = 0
              goback
           end-if
      *    Equal contiguous blocks, rounded up; recounting the
      *    partitions from the block size drops the empty tail a
      *    small input would otherwise leave.
           if WS-PART-COUNT > WS-INPUT-PHYS
              move WS-INPUT-PHYS to WS-PART-COUNT
           end-if
           compute WS-PART-SIZE =
              (WS-INPUT-PHYS + WS-PART-COUNT - 1) / WS-PART-COUNT
           compute WS-PART-COUNT =
              (WS-INPUT-PHYS + WS-PART-SIZE - 1) / WS-PART-SIZE
           perform A-WRITE-PARTITIONS
           if return-code not = 0
              goback
           end-if
           perform A-WRITE-CONTROL
           goback
           .

       A-GET-OPTIONS section.
      *    Business date, rerun flag and run id exactly as AOC3A
      *    would set them for an ordinary run of the same input.
           accept WS-SYS-DATE from date yyyymmdd
           move WS-SYS-DATE to WS-RUN-DATE
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'BUSDATE'
           if WS-ENV-VALUE not = spaces
              if WS-ENV-VALUE(1:8) is numeric
                 move WS-ENV-VALUE(1:8) to WS-RUN-DATE
                 if WS-RUN-DATE not = WS-SYS-DATE
                    set WS-RERUN to true
                 end-if
              else
                 display 'AOC3SPL - BUSDATE NOT NUMERIC, SYSTEM '
                         'DATE USED: ' WS-ENV-VALUE(1:8)
              end-if
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RERUN'
           if WS-ENV-VALUE(1:1) = 'Y'
              set WS-RERUN to true
           end-if
           move spaces to WS-RUN-ID
           string WS-SYS-DATE delimited by size
                  WS-START-TIME delimited by size
                  into WS-RUN-ID
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'INFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-INFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'PARTCTL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-PTNFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'PARTS'
           if WS-ENV-VALUE not = spaces
              compute WS-WORK-NUM = numval(WS-ENV-VALUE)
              if WS-WORK-NUM >= 1 and WS-WORK-NUM <= 16
                 move WS-WORK-NUM to WS-PART-COUNT
              else
                 display 'AOC3SPL - PARTS OUTSIDE 1-16, DEFAULT 4 '
                         'USED: ' WS-ENV-VALUE(1:8)
              end-if
           end-if
           .

       A-COUNT-INPUT section.
           move zero to WS-INPUT-PHYS
           open input INFIL
           evaluate true
              when INPUT-FS = '00'
                 read INFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    add 1 to WS-INPUT-PHYS
                    read INFIL at end set V-INPUT-EOF to true
                    end-read
                 end-perform
                 close INFIL
                 if WS-INPUT-PHYS = 0
                    display 'AOC3SPL - EMPTY INPUT FILE, NOTHING TO '
                            'SPLIT: ' WS-INFILE-NAME
                    move 4 to return-code
                 end-if
              when INPUT-FS = '35'
                 display 'AOC3SPL - INPUT FILE NOT FOUND: '
                         WS-INFILE-NAME
                 move 8 to return-code
                 move 'E' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'INPUT FILE NOT FOUND: ' delimited by size
                        WS-INFILE-NAME delimited by space
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
              when other
                 display 'AOC3SPL - INPUT FILE OPEN ERROR: '
                         WS-INFILE-NAME ' STATUS=' INPUT-FS
                 move 16 to return-code
                 move 'E' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'INPUT FILE OPEN ERROR: ' delimited by size
                        WS-INFILE-NAME delimited by space
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
           end-evaluate
           .

       A-WRITE-PARTITIONS section.
      *    Second pass: each line goes to the partition its position
      *    falls in, unchanged, so a partition reads exactly what the
      *    whole run would have read at those lines.
           set V-INIT to true
           move zero to WS-LINE-COUNT
           move zero to WS-PART-INDEX
           open input INFIL
           read INFIL at end set V-INPUT-EOF to true end-read
           perform A-NEXT-PARTITION
           if return-code not = 0
              close INFIL
              goback
           end-if
           perform until V-INPUT-EOF
              if WT-PHYS-COUNT(WS-PART-INDEX) >= WS-PART-SIZE
                 perform A-NEXT-PARTITION
                 if return-code not = 0
                    close INFIL
                    goback
                 end-if
              end-if
              add 1 to WS-LINE-COUNT
              add 1 to WT-PHYS-COUNT(WS-PART-INDEX)
              move INDATA to PART-RECORD
              write PART-RECORD
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close PARTFIL
           close INFIL
           .

       A-NEXT-PARTITION section.
           if WS-PART-INDEX > 0
              close PARTFIL
           end-if
           add 1 to WS-PART-INDEX
           move WS-PART-INDEX to WS-PART-NO
           move spaces to WS-PARTFILE-NAME
           string 'aoc3a.P' delimited by size
                  WS-PART-NO delimited by size
                  '.in' delimited by size
                  into WS-PARTFILE-NAME
           move WS-PARTFILE-NAME to WT-PART-FILE(WS-PART-INDEX)
           compute WT-FIRST-LINE(WS-PART-INDEX) = WS-LINE-COUNT + 1
           move zero to WT-PHYS-COUNT(WS-PART-INDEX)
           open output PARTFIL
           if PART-FS not = '00' and PART-FS not = '05'
              display 'AOC3SPL - PARTITION FILE OPEN ERROR: '
                      WS-PARTFILE-NAME(1:40) ' STATUS=' PART-FS
              move 16 to return-code
              move 'E' to WS-EVT-SEV
              move 'PARTITION FILE OPEN ERROR, INPUT NOT SPLIT'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-CONTROL section.
      *    The control file is rewritten whole: a new split replaces
      *    whatever partitioned run was described there before.
           open output PTNFIL
           if PTN-FS not = '00' and PTN-FS not = '05'
              display 'AOC3SPL - PARTITION CONTROL OPEN ERROR: '
                      WS-PTNFILE-NAME(1:40) ' STATUS=' PTN-FS
              move 16 to return-code
              move 'E' to WS-EVT-SEV
              move 'PARTITION CONTROL OPEN ERROR, INPUT NOT SPLIT'
                to WS-EVT-DESC
              perform A-WRITE-EVENT
              goback
           end-if
           display ' '
           display 'RUN ID ............: ' WS-RUN-ID
           display 'INPUT FILE ........: ' WS-INFILE-NAME(1:40)
           move WS-INPUT-PHYS to WS-DSP-COUNT
           display 'INPUT LINES .......: ' WS-DSP-COUNT
           display ' '
           display 'PART  FIRST-LINE     LINES  PARTITION FILE'
           display '----  ----------  --------  --------------'
           perform varying WS-PART-INDEX from 1 by 1
                     until WS-PART-INDEX > WS-PART-COUNT
              move spaces to PTN-RECORD
              move WS-RUN-ID to PT-RUN-ID
              move WS-RUN-DATE to PT-RUN-DATE
              if WS-RERUN
                 move 'R' to PT-RERUN-FLAG
              end-if
              set PT-SPLIT to true
              move WS-PART-INDEX to PT-PART-NO
              move WS-PART-COUNT to PT-PART-COUNT
              move WT-FIRST-LINE(WS-PART-INDEX) to PT-FIRST-LINE
              move WT-PHYS-COUNT(WS-PART-INDEX) to PT-PHYS-COUNT
              move WS-INPUT-PHYS to PT-INPUT-PHYS
              move WS-INFILE-NAME to PT-INPUT-FILE
              move WT-PART-FILE(WS-PART-INDEX) to PT-PART-FILE
              write PTN-RECORD
              move WT-FIRST-LINE(WS-PART-INDEX) to WS-DSP-FIRST
              move WT-PHYS-COUNT(WS-PART-INDEX) to WS-DSP-COUNT
              display '  ' PT-PART-NO '    ' WS-DSP-FIRST '  '
                      WS-DSP-COUNT '  ' PT-PART-FILE(1:40)
           end-perform
           close PTNFIL
           display ' '
           display 'AOC3SPL - START AOC3A WITH AOCPART=01 THROUGH '
                   PT-PART-NO ', THEN AOC3A WITH AOCMERGE=Y'
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-RUN-DATE to EV-RUN-DATE
           move 'AOC3SPL' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-RUN-ID to EV-RUN-ID
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
