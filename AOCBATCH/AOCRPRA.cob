       identification division.
       program-id. AOCRPRA.

      *    Rule-based automatic repair of a reject generation. Most
      *    of what lands in the reject file with reason 01 or 02 is
      *    the same few upstream habits - a lowercase l/r in the
      *    LETTER position, a CLICKS field padded with spaces
      *    instead of zeros - and each one used to need a repair
      *    record keyed by hand before AOCRESUB could resubmit it.
      *    This pass applies the active rules of the repair-rule
      *    master (CPYRUL, kept by AOCRULM) to every reject of a
      *    program AOCRESUB amends, checks each corrected record
      *    with the same rules AOCRESUB re-validates with, and
      *    writes the ones that pass to the repair file (CPYRPR)
      *    stamped with the rule that made them, ready for
      *    AOCRESUB. A reject no rule can fix is left alone for
      *    manual repair, and a repair already on the file - keyed
      *    by hand or written by an earlier pass - is never
      *    replaced. The report lists what each rule repaired and
      *    what is left for the operator.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select REJFIL assign to dynamic WS-REJFILE-NAME
           organization is line sequential
           file status is REJ-FS.

           select optional RPRFIL assign to dynamic WS-RPRFILE-NAME
           organization is line sequential
           file status is RPR-FS.

           select optional NEWRPR assign to dynamic WS-NEWRPR-NAME
           organization is line sequential
           file status is NRPR-FS.

           select optional RULFIL assign to dynamic WS-RULFILE-NAME
           organization is line sequential
           file status is RUL-FS.

           select optional CTLFIL assign to dynamic WS-CTLFILE-NAME
           organization is line sequential
           file status is CTL-FS.

           select optional GATEFIL assign to dynamic WS-GATEFILE-NAME
           organization is line sequential
           file status is GATE-FS.

           select optional PRTFIL assign to dynamic WS-PRTFILE-NAME
           organization is line sequential
           file status is PRT-FS.

       data division.
       file section.
       FD  REJFIL.
           copy CPYREJ.

       FD  RPRFIL.
           copy CPYRPR.

      *    Same CPYRPR layout under NP-/NRPR- names for the
      *    rewritten repair file, so the two record views cannot
      *    drift.
       FD  NEWRPR.
           copy CPYRPR replacing leading ==RPR== by ==NRPR==,
                                 leading ==RP== by ==NP==.

       FD  RULFIL.
           copy CPYRUL.

       FD  CTLFIL.
           copy CPYPARM.

       FD  GATEFIL.
           copy CPYEDC.

       FD  PRTFIL.
           copy CPYPRT.

       working-storage section.
       01 A-ARB.
          05 REJ-FS           pic XX.
          05 RPR-FS           pic XX.
          05 NRPR-FS          pic XX.
          05 RUL-FS           pic XX.
          05 CTL-FS           pic XX.
          05 GATE-FS          pic XX.
          05 PRT-FS           pic XX.
          05 WS-REJFILE-NAME  pic X(100) value 'reject.txt'.
          05 WS-RPRFILE-NAME  pic X(100) value 'repair.txt'.
          05 WS-NEWRPR-NAME   pic X(100) value 'repair.new'.
          05 WS-RULFILE-NAME  pic X(100) value 'aocrule.txt'.
          05 WS-CTLFILE-NAME  pic X(100) value 'aocparm.ctl'.
          05 WS-GATEFILE-NAME pic X(100) value 'aocedit.ctl'.
          05 WS-PRTFILE-NAME  pic X(100) value 'aocrpra.rpt'.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-SOURCE-SYSTEM pic X(8) value spaces.
          05 WS-PROF-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-ROOF          pic 9(3) comp-4 value 100.
          05 WS-MULTI-SW      pic X value ' '.
             88 WS-MULTI-DIAL value 'M'.
          05 WS-FREE-SW       pic X value ' '.
             88 WS-FREE-FORMAT value 'F'.
          05 WS-DIAL-X        pic X value '1'.
          05 WS-LETTER        pic X value space.
          05 WS-CLICKS        pic XXX value spaces.
          05 WS-CLICK-POS     pic S9(4) comp-4 value 2.
          05 WS-SCAN-POS      pic S9(4) comp-4 value ZERO.
          05 WS-DIGIT-COUNT   pic S9(4) comp-4 value ZERO.
          05 WS-LEAD-COUNT    pic S9(4) comp-4 value ZERO.
          05 WS-REM-LEN       pic S9(4) comp-4 value ZERO.
          05 WS-CHECK-LEN     pic S9(4) comp-4 value ZERO.
          05 WS-CLICKS-OK-SW  pic X value ' '.
             88 WS-CLICKS-OK  value 'Y'.
          05 WS-PAD-SW        pic X value ' '.
             88 WS-PAD-BAD    value 'B'.
             88 WS-PAD-TRAIL  value 'T'.
          05 WS-DIGITS        pic X(6) value spaces.
          05 WS-PAD-3         pic 9(3) value ZERO.
          05 CLICKS9          pic 9(6) value ZERO.
          05 WS-DIAL-PGM-SW   pic X value space.
             88 WS-DIAL-PGM   value 'D'.
             88 WS-DIGIT-PGM  value 'S'.
          05 WS-WORK-REC      pic X(200).
          05 WS-MAX-RC        pic S9(4) comp-4 value ZERO.
          05 WS-REJECT-SEQ    pic S9(6) comp-4 value ZERO.
          05 WS-REPAIR-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-REPAIR-INDEX  pic S9(6) comp-4 value ZERO.
          05 WS-FOUND-INDEX   pic S9(6) comp-4 value ZERO.
          05 WS-RULE-INDEX    pic S9(4) comp-4 value ZERO.
          05 WS-RULE-FOUND    pic S9(4) comp-4 value ZERO.
          05 WS-REJ-COUNT     pic S9(6) comp-4 value ZERO.
          05 WS-AUTO-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-KEPT-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-MANUAL-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-OTHER-COUNT   pic S9(6) comp-4 value ZERO.
          05 WS-DSP-SEQ       pic Z(5)9.
          05 WS-DSP-COUNT     pic Z(5)9.

      *    The active repair rules, in master order; the first rule
      *    whose correction passes validation repairs the reject.
       01 WS-RULE-MAX pic S9(4) comp-4 value 50.
       01 WS-RULE-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY occurs 50 times.
             10 WU-RULE-ID      pic X(8).
             10 WU-PROGRAM-ID   pic X(8).
             10 WU-REASON-CODE  pic X(2).
             10 WU-ACTION       pic X(4).
                88 WU-UPPER-LETTER value 'UPCS'.
                88 WU-ZERO-PAD     value 'ZPAD'.
                88 WU-TRANSLATE    value 'XLAT'.
             10 WU-FROM-CHAR    pic X.
             10 WU-TO-CHAR      pic X.
             10 WU-APPLIED      pic S9(6) comp-4.

      *    The repair file as it stands plus this pass's additions,
      *    keyed by reject sequence; the same 1000-entry cap
      *    AOCRESUB loads it with.
       01 WS-RPR-MAX pic S9(6) comp-4 value 1000.
       01 WS-RPR-TABLE.
          05 WS-RPR-ENTRY occurs 1000 times.
             10 WR-SEQ          pic 9(6).
             10 WR-RECORD       pic X(200).
             10 WR-RULE-ID      pic X(8).

       01 V-RECFLAG.
          05 FILLER pic X   value 'V'.
             88 V-RECORD-VALID   value 'V'.
             88 V-RECORD-INVALID value 'I'.

       01 V-REJFLAG.
          05 FILLER pic X   value ' '.
             88 V-REJ-EOF value 'E'.

       01 V-RPRFLAG.
          05 FILLER pic X   value ' '.
             88 V-RPR-EOF value 'E'.

       01 V-RULFLAG.
          05 FILLER pic X   value ' '.
             88 V-RUL-EOF value 'E'.

       01 V-CTLFLAG.
          05 FILLER pic X value ' '.
             88 V-CTL-EOF value 'E'.

       01 V-PROFFLAG.
          05 FILLER pic X value ' '.
             88 V-PROF-MATCHED value 'M'.

       01 V-DFLTFLAG.
          05 FILLER pic X value ' '.
             88 V-PROF-DEFAULT value 'D'.

       procedure division.
       A-MAIN section.
           display 'AOCRPRA - rule-based reject repair'
           accept WS-RUN-DATE from date yyyymmdd
           perform A-GET-FILE-NAMES
      *    The updated repair file is written to repair.new before
      *    the live one is rewritten from it; pointing REPAIRFIL at
      *    that work-file name would truncate the file being read.
           if WS-RPRFILE-NAME = WS-NEWRPR-NAME
              display 'AOCRPRA - REPAIR AND WORK FILES ARE THE '
                      'SAME, RUN REFUSED: ' WS-NEWRPR-NAME
              move 16 to return-code
              goback
           end-if
           perform A-READ-CONTROL
           perform A-LOAD-RULES
           if WS-RULE-COUNT = 0
              display 'AOCRPRA - NO ACTIVE REPAIR RULES, EVERY '
                      'REJECT LEFT FOR MANUAL REPAIR'
              move 4 to WS-MAX-RC
           end-if
           perform A-LOAD-REPAIRS
           open output PRTFIL
           perform A-WRITE-HEADING
           if WS-MAX-RC < 16
              perform A-PROCESS-REJECTS
           end-if
           if WS-AUTO-COUNT > 0 and WS-MAX-RC < 8
              perform A-REWRITE-REPAIRS
           end-if
           perform A-WRITE-TOTALS
           move WS-MAX-RC to return-code
           goback
           .

       A-GET-FILE-NAMES section.
      *    The same overrides AOCRESUB answers to, so the two
      *    passes point at one reject generation and one repair
      *    file.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'REJFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-REJFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'REPAIRFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RPRFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RULEFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RULFILE-NAME
           end-if
           .

       A-READ-CONTROL section.
      *    The roof and input-layout modes of the feed's control
      *    profile, chosen exactly as AOCRESUB chooses them, so a
      *    correction is checked against the settings AOCRESUB
      *    will re-validate it with.
           perform A-GET-SOURCE-SYSTEM
           open input CTLFIL
           if CTL-FS = '00'
              perform until V-CTL-EOF
                 read CTLFIL at end set V-CTL-EOF to true
                    not at end perform A-TAKE-CONTROL-RECORD
                 end-read
              end-perform
              close CTLFIL
           end-if
           if WS-SOURCE-SYSTEM not = spaces
                 and WS-PROF-COUNT > 0
                 and not V-PROF-MATCHED
                 and not V-PROF-DEFAULT
              display 'AOCRPRA - NO CONTROL PROFILE FOR SOURCE '
                      WS-SOURCE-SYSTEM ', RUN REFUSED'
              move 16 to return-code
              goback
           end-if
           .

       A-GET-SOURCE-SYSTEM section.
           move spaces to WS-SOURCE-SYSTEM
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SRCSYS'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SOURCE-SYSTEM
           else
              open input GATEFIL
              if GATE-FS = '00'
                 read GATEFIL
                 if GATE-FS = '00'
                    move EC-SOURCE-SYSTEM to WS-SOURCE-SYSTEM
                 end-if
              end-if
              close GATEFIL
           end-if
           .

       A-TAKE-CONTROL-RECORD section.
           add 1 to WS-PROF-COUNT
           evaluate true
              when WS-SOURCE-SYSTEM not = spaces
                    and CTL-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                    and not V-PROF-MATCHED
                 set V-PROF-MATCHED to true
                 perform A-APPLY-CONTROL-FIELDS
              when CTL-SOURCE-SYSTEM = spaces
                    and not V-PROF-MATCHED
                 set V-PROF-DEFAULT to true
                 perform A-APPLY-CONTROL-FIELDS
           end-evaluate
           .

       A-APPLY-CONTROL-FIELDS section.
           if CTL-ROOF is numeric
                 and CTL-ROOF > 0 and CTL-ROOF <= 200
              move CTL-ROOF to WS-ROOF
           end-if
           if CTL-MULTI-MODE
              move 'M' to WS-MULTI-SW
           end-if
           if CTL-FREE-MODE
              move 'F' to WS-FREE-SW
           end-if
           .

       A-LOAD-RULES section.
      *    Only active rules take part; retired ones stay on the
      *    master for the record.
           move zero to WS-RULE-COUNT
           open input RULFIL
           if RUL-FS = '00'
              read RULFIL at end set V-RUL-EOF to true end-read
              perform until V-RUL-EOF
                 if RU-ACTIVE
                    if WS-RULE-COUNT < WS-RULE-MAX
                       add 1 to WS-RULE-COUNT
                       move RU-RULE-ID to WU-RULE-ID(WS-RULE-COUNT)
                       move RU-PROGRAM-ID
                         to WU-PROGRAM-ID(WS-RULE-COUNT)
                       move RU-REASON-CODE
                         to WU-REASON-CODE(WS-RULE-COUNT)
                       move RU-ACTION to WU-ACTION(WS-RULE-COUNT)
                       move RU-FROM-CHAR
                         to WU-FROM-CHAR(WS-RULE-COUNT)
                       move RU-TO-CHAR to WU-TO-CHAR(WS-RULE-COUNT)
                       move zero to WU-APPLIED(WS-RULE-COUNT)
                    else
                       display 'AOCRPRA - RULE MASTER EXCEEDS '
                               '50-RULE CAP, RULE IGNORED: '
                               RU-RULE-ID
                       if 4 > WS-MAX-RC
                          move 4 to WS-MAX-RC
                       end-if
                    end-if
                 end-if
                 read RULFIL at end set V-RUL-EOF to true end-read
              end-perform
           end-if
           close RULFIL
           .

       A-LOAD-REPAIRS section.
      *    Every repair already on the file is kept as it is; a
      *    file past the cap is refused rather than rewritten with
      *    entries missing.
           move zero to WS-REPAIR-COUNT
           open input RPRFIL
           if RPR-FS = '00'
              read RPRFIL at end set V-RPR-EOF to true end-read
              perform until V-RPR-EOF
                 if WS-REPAIR-COUNT < WS-RPR-MAX
                    add 1 to WS-REPAIR-COUNT
                    move RP-REJECT-SEQ to WR-SEQ(WS-REPAIR-COUNT)
                    move RP-CORRECTED to WR-RECORD(WS-REPAIR-COUNT)
                    move RP-RULE-ID to WR-RULE-ID(WS-REPAIR-COUNT)
                    read RPRFIL at end set V-RPR-EOF to true
                    end-read
                 else
                    display 'AOCRPRA - REPAIR FILE EXCEEDS 1000-'
                            'ENTRY CAP, RUN REFUSED: '
                            WS-RPRFILE-NAME(1:40)
                    move 16 to WS-MAX-RC
                    set V-RPR-EOF to true
                 end-if
              end-perform
           end-if
           close RPRFIL
           .

       A-PROCESS-REJECTS section.
      *    One pass over the reject generation in original order;
      *    the ordinal position is the reject sequence AOCRESUB
      *    matches repairs by.
           move zero to WS-REJECT-SEQ
           open input REJFIL
           evaluate true
              when REJ-FS = '00'
                 read REJFIL at end set V-REJ-EOF to true end-read
                 perform until V-REJ-EOF
                    add 1 to WS-REJECT-SEQ
                    perform A-HANDLE-ONE-REJECT
                    read REJFIL at end set V-REJ-EOF to true end-read
                 end-perform
                 close REJFIL
              when REJ-FS = '35'
                 move 8 to WS-MAX-RC
                 display 'AOCRPRA - REJECT FILE NOT FOUND: '
                         WS-REJFILE-NAME(1:40)
              when other
                 move 16 to WS-MAX-RC
                 display 'AOCRPRA - REJECT FILE OPEN ERROR: '
                         WS-REJFILE-NAME(1:40) ' STATUS=' REJ-FS
           end-evaluate
           .

       A-HANDLE-ONE-REJECT section.
           add 1 to WS-REJ-COUNT
           move space to WS-DIAL-PGM-SW
           evaluate RJ-PROGRAM-ID
              when 'AOC1A'
              when 'AOC1B'
                 set WS-DIAL-PGM to true
              when 'AOC3A'
              when 'AOC3B'
                 set WS-DIGIT-PGM to true
           end-evaluate
           move zero to WS-FOUND-INDEX
           perform varying WS-REPAIR-INDEX from 1 by 1
                     until WS-REPAIR-INDEX > WS-REPAIR-COUNT
              if WR-SEQ(WS-REPAIR-INDEX) = WS-REJECT-SEQ
                 move WS-REPAIR-INDEX to WS-FOUND-INDEX
              end-if
           end-perform
           move WS-REJECT-SEQ to WS-DSP-SEQ
           evaluate true
      *       A program AOCRESUB does not amend: its rejects can
      *       only ever be resolved by hand or written off.
              when WS-DIAL-PGM-SW = space
                 add 1 to WS-OTHER-COUNT
              when WS-FOUND-INDEX > 0
                 add 1 to WS-KEPT-COUNT
                 move 'REPAIR ALREADY ON FILE' to WS-WORK-REC
                 perform A-WRITE-DETAIL
              when other
                 perform A-TRY-RULES
                 if WS-RULE-FOUND > 0
                    perform A-ADD-REPAIR
                 else
                    add 1 to WS-MANUAL-COUNT
                    move 'LEFT FOR MANUAL REPAIR' to WS-WORK-REC
                    perform A-WRITE-DETAIL
                 end-if
           end-evaluate
           .

       A-TRY-RULES section.
      *    Each rule for this program and reason in turn, always
      *    starting from the record as rejected; a rule that leaves
      *    the record unchanged, or still invalid, has not fixed it.
           move zero to WS-RULE-FOUND
           perform varying WS-RULE-INDEX from 1 by 1
                     until WS-RULE-INDEX > WS-RULE-COUNT
                        or WS-RULE-FOUND > 0
              if (WU-PROGRAM-ID(WS-RULE-INDEX) = spaces
                    or WU-PROGRAM-ID(WS-RULE-INDEX) = RJ-PROGRAM-ID)
                    and WU-REASON-CODE(WS-RULE-INDEX)
                        = RJ-REASON-CODE
                 move RJ-ORIGINAL-RECORD to WS-WORK-REC
                 perform A-APPLY-RULE
                 if WS-WORK-REC not = RJ-ORIGINAL-RECORD
                    perform A-VALIDATE-REPAIR
                    if V-RECORD-VALID
                       move WS-RULE-INDEX to WS-RULE-FOUND
                    end-if
                 end-if
              end-if
           end-perform
           .

       A-APPLY-RULE section.
           if WS-DIAL-PGM
              perform A-PARSE-DIAL-REPAIR
              move 8 to WS-CHECK-LEN
           else
              move WS-ROOF to WS-CHECK-LEN
           end-if
           evaluate true
              when WU-UPPER-LETTER(WS-RULE-INDEX) and WS-DIAL-PGM
                 compute WS-SCAN-POS = WS-CLICK-POS - 1
                 inspect WS-WORK-REC(WS-SCAN-POS:1)
                    converting 'lr' to 'LR'
              when WU-ZERO-PAD(WS-RULE-INDEX) and WS-DIAL-PGM
                 if WS-FREE-FORMAT
                    perform A-ZERO-PAD-FREE
                 else
                    perform A-ZERO-PAD-FIXED
                 end-if
              when WU-TRANSLATE(WS-RULE-INDEX)
                 inspect WS-WORK-REC(1:WS-CHECK-LEN)
                    replacing all WU-FROM-CHAR(WS-RULE-INDEX)
                               by WU-TO-CHAR(WS-RULE-INDEX)
           end-evaluate
           .

       A-ZERO-PAD-FIXED section.
      *    The fixed three CLICKS columns holding one to three
      *    digits with spaces before and/or after them become the
      *    same value zero-filled: ' 12' and '12 ' both read 012.
      *    Spaces between digits, or anything else, is not padding.
           move spaces to WS-DIGITS
           move zero to WS-DIGIT-COUNT
           move space to WS-PAD-SW
           perform varying WS-SCAN-POS from WS-CLICK-POS by 1
                     until WS-SCAN-POS > WS-CLICK-POS + 2
              evaluate true
                 when WS-WORK-REC(WS-SCAN-POS:1) = space
                    if WS-DIGIT-COUNT > 0
                       set WS-PAD-TRAIL to true
                    end-if
                 when WS-WORK-REC(WS-SCAN-POS:1) >= '0'
                       and WS-WORK-REC(WS-SCAN-POS:1) <= '9'
                       and not WS-PAD-TRAIL
                    add 1 to WS-DIGIT-COUNT
                    move WS-WORK-REC(WS-SCAN-POS:1)
                      to WS-DIGITS(WS-DIGIT-COUNT:1)
                 when other
                    set WS-PAD-BAD to true
              end-evaluate
           end-perform
           if not WS-PAD-BAD and WS-DIGIT-COUNT > 0
              compute WS-PAD-3 = numval(WS-DIGITS)
              move WS-PAD-3 to WS-WORK-REC(WS-CLICK-POS:3)
           end-if
           .

       A-ZERO-PAD-FREE section.
      *    Free-format CLICKS already allow trailing spaces, so only
      *    spaces between the letter and the first digit are
      *    padding; they become leading zeros, within the six
      *    digits a free-format CLICKS may carry.
           move zero to WS-LEAD-COUNT
           perform varying WS-SCAN-POS from WS-CLICK-POS by 1
                     until WS-SCAN-POS > 8
                        or WS-WORK-REC(WS-SCAN-POS:1) not = space
              add 1 to WS-LEAD-COUNT
           end-perform
           if WS-LEAD-COUNT > 0 and WS-SCAN-POS <= 8
              if WS-WORK-REC(WS-SCAN-POS:1) >= '0'
                    and WS-WORK-REC(WS-SCAN-POS:1) <= '9'
                 inspect WS-WORK-REC(WS-CLICK-POS:WS-LEAD-COUNT)
                    replacing all space by zero
              end-if
           end-if
           .

       A-VALIDATE-REPAIR section.
      *    The same rules AOCRESUB's A-VALIDATE-REPAIR applies, so
      *    nothing is written here that AOCRESUB would refuse.
           set V-RECORD-VALID to true
           if WS-DIAL-PGM
              perform A-PARSE-DIAL-REPAIR
              evaluate true
                 when WS-DIAL-X < '1' or WS-DIAL-X > '4'
                    set V-RECORD-INVALID to true
                 when WS-LETTER not = 'L' and WS-LETTER not = 'R'
                    set V-RECORD-INVALID to true
                 when other
                    perform A-TAKE-REPAIR-CLICKS
                    if not WS-CLICKS-OK
                       set V-RECORD-INVALID to true
                    end-if
              end-evaluate
           else
              if WS-WORK-REC(1:WS-ROOF) not numeric
                 set V-RECORD-INVALID to true
              end-if
           end-if
           .

       A-PARSE-DIAL-REPAIR section.
           if WS-MULTI-DIAL
              move WS-WORK-REC(1:1) to WS-DIAL-X
              move WS-WORK-REC(2:1) to WS-LETTER
              move 3 to WS-CLICK-POS
           else
              move '1' to WS-DIAL-X
              move WS-WORK-REC(1:1) to WS-LETTER
              move 2 to WS-CLICK-POS
           end-if
           .

       A-TAKE-REPAIR-CLICKS section.
           move space to WS-CLICKS-OK-SW
           if WS-FREE-FORMAT
              move zero to WS-DIGIT-COUNT
              perform varying WS-SCAN-POS from WS-CLICK-POS by 1
                        until WS-SCAN-POS > 8
                           or WS-WORK-REC(WS-SCAN-POS:1) < '0'
                           or WS-WORK-REC(WS-SCAN-POS:1) > '9'
                 add 1 to WS-DIGIT-COUNT
              end-perform
              compute WS-REM-LEN = 8 - WS-SCAN-POS + 1
              evaluate true
                 when WS-DIGIT-COUNT < 1 or WS-DIGIT-COUNT > 6
                    continue
                 when WS-REM-LEN > 0 and
                       WS-WORK-REC(WS-SCAN-POS:WS-REM-LEN)
                       not = spaces
                    continue
                 when other
                    set WS-CLICKS-OK to true
              end-evaluate
           else
              move WS-WORK-REC(WS-CLICK-POS:3) to WS-CLICKS
              if WS-CLICKS is numeric
                 set WS-CLICKS-OK to true
              end-if
           end-if
           .

       A-ADD-REPAIR section.
           if WS-REPAIR-COUNT < WS-RPR-MAX
              add 1 to WS-REPAIR-COUNT
              add 1 to WS-AUTO-COUNT
              add 1 to WU-APPLIED(WS-RULE-FOUND)
              move WS-REJECT-SEQ to WR-SEQ(WS-REPAIR-COUNT)
              move WS-WORK-REC to WR-RECORD(WS-REPAIR-COUNT)
              move WU-RULE-ID(WS-RULE-FOUND)
                to WR-RULE-ID(WS-REPAIR-COUNT)
              move spaces to PRT-LINE
              string WS-DSP-SEQ delimited by size
                     '  ' delimited by size
                     RJ-PROGRAM-ID delimited by size
                     '  ' delimited by size
                     RJ-REASON-CODE delimited by size
                     '  RULE ' delimited by size
                     WU-RULE-ID(WS-RULE-FOUND) delimited by size
                     '  ' delimited by size
                     RJ-ORIGINAL-RECORD(1:20) delimited by size
                     ' -> ' delimited by size
                     WS-WORK-REC(1:20) delimited by size
                     into PRT-LINE
              write PRT-LINE
           else
              add 1 to WS-MANUAL-COUNT
              display 'AOCRPRA - REPAIR FILE FULL, REJECT '
                      WS-DSP-SEQ ' LEFT FOR MANUAL REPAIR'
              if 4 > WS-MAX-RC
                 move 4 to WS-MAX-RC
              end-if
           end-if
           .

       A-WRITE-DETAIL section.
      *    The caller leaves the disposition text in WS-WORK-REC.
           move spaces to PRT-LINE
           string WS-DSP-SEQ delimited by size
                  '  ' delimited by size
                  RJ-PROGRAM-ID delimited by size
                  '  ' delimited by size
                  RJ-REASON-CODE delimited by size
                  '  ' delimited by size
                  WS-WORK-REC(1:24) delimited by size
                  '  ' delimited by size
                  RJ-ORIGINAL-RECORD(1:20) delimited by size
                  into PRT-LINE
           write PRT-LINE
           .

       A-REWRITE-REPAIRS section.
      *    Kept and new repairs go to a work file first, then back
      *    over the live repair file, the same two-step AOCRESUB
      *    uses for the ledger. On any failure the run ends RC 16
      *    and repair.new is left behind as the recovery copy.
           open output NEWRPR
           perform varying WS-REPAIR-INDEX from 1 by 1
                     until WS-REPAIR-INDEX > WS-REPAIR-COUNT
              move spaces to NRPR-RECORD
              move WR-SEQ(WS-REPAIR-INDEX) to NP-REJECT-SEQ
              move WR-RECORD(WS-REPAIR-INDEX) to NP-CORRECTED
              move WR-RULE-ID(WS-REPAIR-INDEX) to NP-RULE-ID
              if NRPR-FS = '00' or NRPR-FS = '05'
                 write NRPR-RECORD
              end-if
           end-perform
           close NEWRPR
           open output RPRFIL
           open input NEWRPR
           move space to V-RPRFLAG
           evaluate true
              when RPR-FS not = '00' and RPR-FS not = '05'
                 display 'AOCRPRA - REPAIR FILE REWRITE OPEN ERROR, '
                         'STATUS=' RPR-FS ' - repair.new RETAINED'
                 move 16 to WS-MAX-RC
              when NRPR-FS = '00' or NRPR-FS = '05'
                 read NEWRPR at end set V-RPR-EOF to true end-read
                 perform until V-RPR-EOF
                    move NRPR-RECORD to RPR-RECORD
                    write RPR-RECORD
                    if RPR-FS not = '00'
                       display 'AOCRPRA - REPAIR FILE WRITE ERROR, '
                               'STATUS=' RPR-FS
                               ' - repair.new RETAINED'
                       move 16 to WS-MAX-RC
                       set V-RPR-EOF to true
                    else
                       read NEWRPR at end set V-RPR-EOF to true
                       end-read
                    end-if
                 end-perform
              when other
                 display 'AOCRPRA - REPAIR WORK FILE NOT READABLE, '
                         'STATUS=' NRPR-FS ' - repair.new RETAINED'
                 move 16 to WS-MAX-RC
           end-evaluate
           close NEWRPR
           close RPRFIL
           .

       A-WRITE-HEADING section.
           move spaces to PRT-LINE
           string 'AOCRPRA - RULE-BASED REJECT REPAIR'
                  delimited by size into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'RUN DATE ..........: ' delimited by size
                  WS-RUN-DATE delimited by size
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'REJECT FILE .......: ' delimited by size
                  WS-REJFILE-NAME delimited by space
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'REPAIR FILE .......: ' delimited by size
                  WS-RPRFILE-NAME delimited by space
                  into PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string '   SEQ  PROGRAM   RC  DISPOSITION' delimited by size
                  into PRT-LINE
           write PRT-LINE
           .

       A-WRITE-TOTALS section.
      *    Counts per rule, so a rule that never fires - or one
      *    that suddenly fires a great deal - is visible too.
           move spaces to PRT-LINE
           write PRT-LINE
           perform varying WS-RULE-INDEX from 1 by 1
                     until WS-RULE-INDEX > WS-RULE-COUNT
              move WU-APPLIED(WS-RULE-INDEX) to WS-DSP-COUNT
              move spaces to PRT-LINE
              string 'RULE ' delimited by size
                     WU-RULE-ID(WS-RULE-INDEX) delimited by size
                     ' REPAIRED ' delimited by size
                     WS-DSP-COUNT delimited by size
                     into PRT-LINE
              write PRT-LINE
           end-perform
           move spaces to PRT-LINE
           write PRT-LINE
           move WS-REJ-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'REJECTS READ ......: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           display 'REJECTS READ ......: ' WS-DSP-COUNT
           move WS-AUTO-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'REPAIRED BY RULE ..: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           display 'REPAIRED BY RULE ..: ' WS-DSP-COUNT
           move WS-KEPT-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'ALREADY REPAIRED ..: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           move WS-MANUAL-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'LEFT FOR MANUAL ...: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           display 'LEFT FOR MANUAL ...: ' WS-DSP-COUNT
           move WS-OTHER-COUNT to WS-DSP-COUNT
           move spaces to PRT-LINE
           string 'NOT RESUBMITTABLE .: ' delimited by size
                  WS-DSP-COUNT delimited by size
                  into PRT-LINE
           write PRT-LINE
           close PRTFIL
           if WS-MANUAL-COUNT > 0 and WS-MAX-RC < 4
              move 4 to WS-MAX-RC
           end-if
           .
