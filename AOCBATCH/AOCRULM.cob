       identification division.
       program-id. AOCRULM.

      *    Operator maintenance dialogue for the reject repair-rule
      *    master (CPYRUL) that AOCRPRA applies to reject
      *    generations. Names one rule per run - an existing one to
      *    change or retire, or a new one to add - shows it,
      *    prompts for each field (blank keeps the current value),
      *    and enforces what AOCRPRA and AOCRESUB can actually
      *    carry out: a program AOCRESUB amends (or any), reason
      *    01-03, and an action that fits them - UPCS only for a
      *    reason-01 dial reject, ZPAD only for a reason-02 dial
      *    reject, XLAT with two different characters. Requires an
      *    explicit Y confirmation before rewriting the master, and
      *    appends a change-history record (CPYRUH) of who changed
      *    which field of which rule, when, and from which old
      *    value. Every other rule is rewritten exactly as it was.
      *    Runs as a line-mode console dialogue, the same
      *    ACCEPT/DISPLAY conversation AOCPARMM uses.
      *    Any change needs the RULES grant on the operator
      *    authority master (CPYATH); one without it is refused and
      *    logged to the event file.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional RULFIL assign to dynamic WS-RULFILE-NAME
           organization is line sequential
           file status is RUL-FS.

           select optional RUHFIL assign to dynamic WS-RUHFILE-NAME
           organization is line sequential
           file status is RUH-FS.

           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  RULFIL.
           copy CPYRUL.

       FD  RUHFIL.
           copy CPYRUH.

       FD  ATHFIL.
           copy CPYATH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 RUL-FS           pic XX.
          05 RUH-FS           pic XX.
          05 WS-RULFILE-NAME  pic X(100) value 'aocrule.txt'.
          05 WS-RUHFILE-NAME  pic X(100) value 'rulehist.txt'.
          05 WS-ENV-VALUE     pic X(100).
          05 ATH-FS           pic XX.
          05 WS-ATHFILE-NAME  pic X(100) value 'aocauth.txt'.
          05 EVT-FS           pic XX.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-AUTH-FUNCTION pic X(8) value spaces.
          05 WS-LOGIN-ID      pic X(8) value spaces.
          05 WS-RUN-DATE      pic 9(8).
          05 WS-RUN-TIME      pic 9(8).
          05 WS-USER-ID       pic X(8) value spaces.
          05 WS-INPUT         pic X(40) value spaces.
          05 WS-RULE-ID       pic X(8) value spaces.
          05 WS-FIELD-NAME    pic X(12) value spaces.
          05 WS-OLD-X         pic X(30) value spaces.
          05 WS-NEW-X         pic X(30) value spaces.
          05 WS-SHOW-PGM      pic X(8) value spaces.

      *    The rule as read (SV-) and as the operator leaves it
      *    (NW-), in the CPYRUL layout, so the change history and
      *    the confirmation compare like with like.
           copy CPYRUL replacing leading ==RUL== by ==SV==,
                                 leading ==RU== by ==SV==.
           copy CPYRUL replacing leading ==RUL== by ==NW==,
                                 leading ==RU== by ==NW==.

       01 V-RECFOUND.
          05 FILLER pic X value ' '.
             88 V-REC-FOUND  value 'Y'.
             88 V-REC-ABSENT value ' '.

       01 V-CHANGED.
          05 FILLER pic X value ' '.
             88 V-ANY-CHANGE value 'Y'.

       01 V-ACTFLAG.
          05 FILLER pic X value ' '.
             88 V-ACTION-FITS value 'Y'.

      *    Every rule in the master, held as raw images so the
      *    rules the dialogue does not touch are rewritten exactly
      *    as they were.
       01 WS-RUL-MAX    pic S9(4) comp-4 value 50.
       01 WS-RUL-COUNT  pic S9(4) comp-4 value ZERO.
       01 WS-RUL-INDEX  pic S9(4) comp-4 value ZERO.
       01 WS-RUL-CHOSEN pic S9(4) comp-4 value ZERO.
       01 WS-RUL-TABLE.
          05 WS-RUL-IMAGE pic X(80) occurs 50 times.

       01 V-RULFLAG.
          05 FILLER pic X value ' '.
             88 V-RUL-EOF value 'E'.

       01 V-AUTHFLAG.
          05 FILLER pic X value ' '.
             88 V-AUTHORIZED value 'Y'.

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCRULM - reject repair-rule maintenance'
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AUTHFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-ATHFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RULEFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RULFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'RULEHIST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RUHFILE-NAME
           end-if
           perform A-PROMPT-RULE-ID
           perform A-READ-CURRENT
           if return-code not = 0
              goback
           end-if
           perform A-SHOW-CURRENT
           perform A-GET-USER-ID
           move 'RULES' to WS-AUTH-FUNCTION
           perform A-CHECK-AUTHORITY
           if return-code not = 0
              goback
           end-if
           perform A-PROMPT-STATUS
           perform A-PROMPT-PROGRAM
           perform A-PROMPT-REASON
           perform A-PROMPT-ACTION
           perform A-PROMPT-CHARACTERS
           perform A-PROMPT-DESCRIPTION
           if NW-RECORD not = SV-RECORD
              set V-ANY-CHANGE to true
           end-if
           if not V-ANY-CHANGE
              display 'NO CHANGES ENTERED, RULE MASTER LEFT AS IS'
              move 4 to return-code
              goback
           end-if
           perform A-CONFIRM-AND-APPLY
           goback
           .

       A-PROMPT-RULE-ID section.
      *    A rule needs a name; there is no default.
           display 'RULE ID: '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT not = spaces
                         and WS-INPUT(9:32) = spaces
              display 'RULE ID IS 1-8 CHARACTERS, TRY AGAIN: '
              move spaces to WS-INPUT
              accept WS-INPUT
           end-perform
           move upper-case(WS-INPUT(1:8)) to WS-RULE-ID
           .

       A-READ-CURRENT section.
      *    Every rule is loaded as a raw image; the chosen one is
      *    unpacked into the SV- view. A rule not yet on the master
      *    starts blank and active, and the rewrite adds it.
           move zero to WS-RUL-COUNT
           move zero to WS-RUL-CHOSEN
           set V-REC-ABSENT to true
           open input RULFIL
           if RUL-FS = '00'
              perform until V-RUL-EOF
                 read RULFIL at end set V-RUL-EOF to true
                    not at end
                       if WS-RUL-COUNT < WS-RUL-MAX
                          add 1 to WS-RUL-COUNT
                          move RUL-RECORD
                            to WS-RUL-IMAGE(WS-RUL-COUNT)
                          if RU-RULE-ID = WS-RULE-ID
                             move WS-RUL-COUNT to WS-RUL-CHOSEN
                          end-if
                       else
                          display 'AOCRULM - RULE MASTER EXCEEDS '
                                  '50-RULE CAP, RUN REFUSED'
                          move 16 to return-code
                          set V-RUL-EOF to true
                       end-if
                 end-read
              end-perform
           end-if
           close RULFIL
           move spaces to SV-RECORD
           if WS-RUL-CHOSEN > 0
              move WS-RUL-IMAGE(WS-RUL-CHOSEN) to SV-RECORD
              set V-REC-FOUND to true
           else
              move WS-RULE-ID to SV-RULE-ID
           end-if
           move SV-RECORD to NW-RECORD
           if V-REC-ABSENT
              set NW-ACTIVE to true
           end-if
           .

       A-SHOW-CURRENT section.
           display ' '
           display 'RULE MASTER .......: ' WS-RULFILE-NAME(1:40)
           display 'RULE ID ...........: ' WS-RULE-ID
           if not V-REC-FOUND
              display '(NOT ON THE MASTER - A NEW RULE WILL BE '
                      'ADDED)'
           else
              move SV-PROGRAM-ID to WS-SHOW-PGM
              if WS-SHOW-PGM = spaces
                 move 'ANY' to WS-SHOW-PGM
              end-if
              display 'CURRENT STATUS ....: ' SV-STATUS
              display 'CURRENT PROGRAM ...: ' WS-SHOW-PGM
              display 'CURRENT REASON ....: ' SV-REASON-CODE
              display 'CURRENT ACTION ....: ' SV-ACTION
              if SV-TRANSLATE
                 display 'CURRENT FROM/TO ...: ' SV-FROM-CHAR ' -> '
                         SV-TO-CHAR
              end-if
              display 'CURRENT DESCRIPTION: ' SV-DESCRIPTION
           end-if
           display ' '
           .

       A-GET-USER-ID section.
      *    The change history needs a who; the login name is taken
      *    unless the operator overrides it at the prompt.
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-USER-ID
           end-if
           display 'OPERATOR ID (ENTER FOR ' WS-USER-ID '): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT not = spaces
              move WS-INPUT to WS-USER-ID
           end-if
           if WS-USER-ID = spaces
              move 'UNKNOWN' to WS-USER-ID
           end-if
           .

       A-PROMPT-STATUS section.
      *    Retiring a rule is setting it inactive; it stays on the
      *    master so old ledger entries naming it stay readable.
           display 'STATUS A=ACTIVE I=INACTIVE (ENTER TO KEEP '
                   NW-STATUS '): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces
              evaluate WS-INPUT
                 when 'A'
                 when 'a'
                    set NW-ACTIVE to true
                    move spaces to WS-INPUT
                 when 'I'
                 when 'i'
                    set NW-INACTIVE to true
                    move spaces to WS-INPUT
                 when other
                    display 'STATUS MUST BE A OR I, TRY AGAIN '
                            '(ENTER TO KEEP): '
                    move spaces to WS-INPUT
                    accept WS-INPUT
              end-evaluate
           end-perform
           .

       A-PROMPT-PROGRAM section.
      *    Only the programs AOCRESUB amends can have their rejects
      *    repaired; * makes the rule apply to any of them.
           display 'PROGRAM AOC1A/AOC1B/AOC3A/AOC3B, * FOR ANY '
                   '(ENTER TO KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces
              move upper-case(WS-INPUT) to WS-INPUT
              evaluate WS-INPUT
                 when 'AOC1A'
                 when 'AOC1B'
                 when 'AOC3A'
                 when 'AOC3B'
                    move WS-INPUT to NW-PROGRAM-ID
                    move spaces to WS-INPUT
                 when '*'
                    move spaces to NW-PROGRAM-ID
                    move spaces to WS-INPUT
                 when other
                    display 'PROGRAM MUST BE AOC1A, AOC1B, AOC3A, '
                            'AOC3B OR *, TRY AGAIN (ENTER TO KEEP): '
                    move spaces to WS-INPUT
                    accept WS-INPUT
              end-evaluate
           end-perform
           .

       A-PROMPT-REASON section.
      *    The reject reason codes the answer programs write: 01
      *    bad letter or digit string, 02 bad clicks, 03 bad dial
      *    number. A new rule must name one.
           display 'REASON CODE 01-03 (ENTER TO KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT = spaces and NW-REASON-CODE
                                                not = spaces
              evaluate WS-INPUT
                 when '01'
                 when '02'
                 when '03'
                    move WS-INPUT to NW-REASON-CODE
                    move spaces to WS-INPUT
                 when other
                    display 'REASON CODE MUST BE 01, 02 OR 03, TRY '
                            'AGAIN: '
                    move spaces to WS-INPUT
                    accept WS-INPUT
              end-evaluate
           end-perform
           .

       A-PROMPT-ACTION section.
      *    The action must fit the (possibly just changed) program
      *    and reason, so a kept action is re-checked too and the
      *    operator asked again when it no longer fits.
           display 'ACTION UPCS/ZPAD/XLAT (ENTER TO KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           move space to V-ACTFLAG
           perform until V-ACTION-FITS
              if WS-INPUT not = spaces
                 move upper-case(WS-INPUT(1:4)) to NW-ACTION
              end-if
              evaluate true
                 when WS-INPUT(5:36) not = spaces
                    continue
                 when NW-UPPER-LETTER
                       and NW-REASON-CODE = '01'
                       and NW-PROGRAM-ID not = 'AOC3A'
                       and NW-PROGRAM-ID not = 'AOC3B'
                    set V-ACTION-FITS to true
                 when NW-ZERO-PAD
                       and NW-REASON-CODE = '02'
                       and NW-PROGRAM-ID not = 'AOC3A'
                       and NW-PROGRAM-ID not = 'AOC3B'
                    set V-ACTION-FITS to true
                 when NW-TRANSLATE
                    set V-ACTION-FITS to true
              end-evaluate
              if not V-ACTION-FITS
                 display 'UPCS NEEDS REASON 01 AND ZPAD REASON 02, '
                         'BOTH ON A DIAL PROGRAM; XLAT FITS ANY. '
                         'ACTION: '
                 move spaces to NW-ACTION
                 move spaces to WS-INPUT
                 accept WS-INPUT
              end-if
           end-perform
           .

       A-PROMPT-CHARACTERS section.
      *    Only XLAT uses the character pair; any other action
      *    clears it so the master never carries a stale pair.
           if not NW-TRANSLATE
              move space to NW-FROM-CHAR NW-TO-CHAR
           else
              display 'CHARACTER TO REPLACE (ENTER TO KEEP '
                      NW-FROM-CHAR '): '
              move spaces to WS-INPUT
              accept WS-INPUT
              if WS-INPUT not = spaces
                 move WS-INPUT(1:1) to NW-FROM-CHAR
              end-if
              display 'REPLACEMENT CHARACTER (ENTER TO KEEP '
                      NW-TO-CHAR '): '
              move spaces to WS-INPUT
              accept WS-INPUT
              if WS-INPUT not = spaces
                 move WS-INPUT(1:1) to NW-TO-CHAR
              end-if
              perform until NW-FROM-CHAR not = space
                            and NW-TO-CHAR not = space
                            and NW-FROM-CHAR not = NW-TO-CHAR
                 display 'XLAT NEEDS TWO DIFFERENT, NON-BLANK '
                         'CHARACTERS'
                 display 'CHARACTER TO REPLACE: '
                 move spaces to WS-INPUT
                 accept WS-INPUT
                 move WS-INPUT(1:1) to NW-FROM-CHAR
                 display 'REPLACEMENT CHARACTER: '
                 move spaces to WS-INPUT
                 accept WS-INPUT
                 move WS-INPUT(1:1) to NW-TO-CHAR
              end-perform
           end-if
           .

       A-PROMPT-DESCRIPTION section.
           display 'DESCRIPTION (ENTER TO KEEP): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT not = spaces
              move WS-INPUT to NW-DESCRIPTION
           end-if
           .

       A-CONFIRM-AND-APPLY section.
           display ' '
           if V-REC-FOUND
              display 'ABOUT TO CHANGE RULE ' WS-RULE-ID ':'
           else
              display 'ABOUT TO ADD RULE ' WS-RULE-ID ':'
           end-if
           move NW-PROGRAM-ID to WS-SHOW-PGM
           if WS-SHOW-PGM = spaces
              move 'ANY' to WS-SHOW-PGM
           end-if
           display '  STATUS ......: ' NW-STATUS
           display '  PROGRAM .....: ' WS-SHOW-PGM
           display '  REASON ......: ' NW-REASON-CODE
           display '  ACTION ......: ' NW-ACTION
           if NW-TRANSLATE
              display '  FROM/TO .....: ' NW-FROM-CHAR ' -> '
                      NW-TO-CHAR
           end-if
           display '  DESCRIPTION .: ' NW-DESCRIPTION
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT(1:1) not = 'Y' and WS-INPUT(1:1) not = 'y'
              display 'CHANGE CANCELLED, RULE MASTER LEFT AS IS'
              move 4 to return-code
           else
              perform A-REWRITE-RULES
      *       The change history records what actually happened: a
      *       failed rewrite must not leave an audit row claiming a
      *       change that never took effect.
              if return-code = 0
                 perform A-WRITE-CHANGE-HISTORY
                 display 'RULE MASTER UPDATED'
              end-if
           end-if
           .

       A-REWRITE-RULES section.
           if WS-RUL-CHOSEN = 0 and WS-RUL-COUNT >= WS-RUL-MAX
              display 'AOCRULM - 50-RULE CAP REACHED, NEW RULE NOT '
                      'ADDED, RULE MASTER LEFT AS IS'
              move 16 to return-code
           else
              if WS-RUL-CHOSEN > 0
                 move NW-RECORD to WS-RUL-IMAGE(WS-RUL-CHOSEN)
              else
                 add 1 to WS-RUL-COUNT
                 move NW-RECORD to WS-RUL-IMAGE(WS-RUL-COUNT)
              end-if
              open output RULFIL
              if RUL-FS = '00' or RUL-FS = '05'
                 perform varying WS-RUL-INDEX from 1 by 1
                           until WS-RUL-INDEX > WS-RUL-COUNT
                    move WS-RUL-IMAGE(WS-RUL-INDEX) to RUL-RECORD
                    write RUL-RECORD
                 end-perform
              else
                 display 'AOCRULM - RULE MASTER REWRITE FAILED, '
                         'STATUS=' RUL-FS
                 move 16 to return-code
              end-if
              close RULFIL
           end-if
           .

       A-WRITE-CHANGE-HISTORY section.
      *    One history record per field actually changed; a new
      *    rule's fields all change from blank.
           open extend RUHFIL
           if RUH-FS = '00' or RUH-FS = '05'
              if NW-STATUS not = SV-STATUS
                 move 'STATUS' to WS-FIELD-NAME
                 move SV-STATUS to WS-OLD-X
                 move NW-STATUS to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
              if NW-PROGRAM-ID not = SV-PROGRAM-ID
                 move 'PROGRAM' to WS-FIELD-NAME
                 move SV-PROGRAM-ID to WS-OLD-X
                 move NW-PROGRAM-ID to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
              if NW-REASON-CODE not = SV-REASON-CODE
                 move 'REASON-CODE' to WS-FIELD-NAME
                 move SV-REASON-CODE to WS-OLD-X
                 move NW-REASON-CODE to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
              if NW-ACTION not = SV-ACTION
                 move 'ACTION' to WS-FIELD-NAME
                 move SV-ACTION to WS-OLD-X
                 move NW-ACTION to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
              if NW-FROM-CHAR not = SV-FROM-CHAR
                 move 'FROM-CHAR' to WS-FIELD-NAME
                 move SV-FROM-CHAR to WS-OLD-X
                 move NW-FROM-CHAR to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
              if NW-TO-CHAR not = SV-TO-CHAR
                 move 'TO-CHAR' to WS-FIELD-NAME
                 move SV-TO-CHAR to WS-OLD-X
                 move NW-TO-CHAR to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
              if NW-DESCRIPTION not = SV-DESCRIPTION
                 move 'DESCRIPTION' to WS-FIELD-NAME
                 move SV-DESCRIPTION to WS-OLD-X
                 move NW-DESCRIPTION to WS-NEW-X
                 perform A-WRITE-ONE-CHANGE
              end-if
           end-if
           close RUHFIL
           .

       A-WRITE-ONE-CHANGE section.
           move spaces to RUH-RECORD
           move WS-RUN-DATE to RH-CHANGE-DATE
           move WS-RUN-TIME to RH-CHANGE-TIME
           move WS-USER-ID to RH-USER-ID
           move WS-RULE-ID to RH-RULE-ID
           move WS-FIELD-NAME to RH-FIELD-NAME
           move WS-OLD-X to RH-OLD-VALUE
           move WS-NEW-X to RH-NEW-VALUE
           write RUH-RECORD
           .

       A-CHECK-AUTHORITY section.
      *    The operator authority master (CPYATH, kept by AOCAUTHM)
      *    must grant the user the function in WS-AUTH-FUNCTION on
      *    this dialogue, or all of its functions (*), before the
      *    change is accepted, and the user must be the login the
      *    dialogue runs under - an id typed at the prompt borrows
      *    nobody's authority, and a session with no login to
      *    check it against is refused outright. A missing
      *    master grants nothing. A refusal sets RC 8 and is
      *    logged to the event file, so the attempt shows up in
      *    the next morning's summary.
           move space to V-AUTHFLAG
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to WS-LOGIN-ID
           move spaces to WS-EVT-DESC
           if WS-LOGIN-ID = spaces
                 or WS-LOGIN-ID not = WS-USER-ID
              if WS-LOGIN-ID = spaces
                 display 'AOCRULM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - NO LOGIN' delimited by size
                        into WS-EVT-DESC
              else
                 display 'AOCRULM - OPERATOR ID ' WS-USER-ID
                         ' IS NOT THE LOGIN ' WS-LOGIN-ID
                         ', CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - OPERATOR ID ' delimited by size
                        WS-USER-ID delimited by space
                        ' IS NOT THE LOGIN' delimited by size
                        into WS-EVT-DESC
              end-if
           else
              open input ATHFIL
              if ATH-FS = '00'
                 read ATHFIL at end set V-ATH-EOF to true end-read
                 perform until V-ATH-EOF
                    if AT-USER-ID = WS-USER-ID
                          and AT-DIALOGUE = 'AOCRULM'
                          and (AT-FUNCTION = WS-AUTH-FUNCTION
                               or AT-FUNCTION = '*')
                          and AT-ACTIVE
                       set V-AUTHORIZED to true
                    end-if
                    read ATHFIL at end set V-ATH-EOF to true end-read
                 end-perform
              end-if
              close ATHFIL
              move space to V-ATHFLAG
              if not V-AUTHORIZED
                 display 'AOCRULM - ' WS-USER-ID ' IS NOT AUTHORIZED '
                         'FOR ' WS-AUTH-FUNCTION ', CHANGE REFUSED'
                 string WS-AUTH-FUNCTION delimited by space
                        ' REFUSED - ' delimited by size
                        WS-USER-ID delimited by space
                        ' NOT AUTHORIZED' delimited by size
                        into WS-EVT-DESC
              end-if
           end-if
           if not V-AUTHORIZED
              move 8 to return-code
              move 'W' to WS-EVT-SEV
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-RUN-DATE to EV-RUN-DATE
           move 'AOCRULM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
