       identification division.
       program-id. AOCAUTHM.

      *    Operator authority maintenance dialogue: grants a user id
      *    a function of one of the maintenance dialogues, or
      *    revokes it, on the operator authority master (CPYATH)
      *    that AOCPARMM, AOCCALM, AOCREJM, AOCUNLK, AOCRULM,
      *    AOCWEARM, AOCREADM and AOCPOSR check before accepting a
      *    change. Only a security administrator - a user holding
      *    AOCAUTHM ADMIN - may run it; anyone else is refused and
      *    the attempt logged to the event file. The dialogue,
      *    function and grant are validated before anything is
      *    written, an explicit Y confirmation is required, and
      *    every grant and revocation is appended to the authority
      *    change history (CPYAUH).
      *    A new installation has no administrator to grant the
      *    first one, so while the master holds no active AOCAUTHM
      *    ADMIN grant the only change accepted is the operator
      *    granting that authority to themself, which is logged as
      *    a warning event. The last active administrator cannot
      *    be revoked. Runs as a line-mode console dialogue, the
      *    same ACCEPT/DISPLAY conversation AOCPARMM uses.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional ATHFIL assign to dynamic WS-ATHFILE-NAME
           organization is line sequential
           file status is ATH-FS.

           select optional AUHFIL assign to dynamic WS-AUHFILE-NAME
           organization is line sequential
           file status is AUH-FS.

           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

       data division.
       file section.
       FD  ATHFIL.
           copy CPYATH.

       FD  AUHFIL.
           copy CPYAUH.

       FD  EVTFIL.
           copy CPYEVT.

       working-storage section.
       01 A-ARB.
          05 ATH-FS           pic XX.
          05 AUH-FS           pic XX.
          05 EVT-FS           pic XX.
          05 WS-ATHFILE-NAME  pic X(100) value 'aocauth.txt'.
          05 WS-AUHFILE-NAME  pic X(100) value 'authhist.txt'.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-RUN-TIME      pic 9(8).
          05 WS-USER-ID       pic X(8) value spaces.
          05 WS-LOGIN-ID      pic X(8) value spaces.
          05 WS-INPUT         pic X(20) value spaces.
          05 WS-TARGET-USER   pic X(8) value spaces.
          05 WS-DIALOGUE      pic X(8) value spaces.
          05 WS-FUNCTION      pic X(8) value spaces.
          05 WS-ACTION        pic X value space.
             88 WS-ACT-GRANT  value 'G'.
             88 WS-ACT-REVOKE value 'R'.
          05 WS-ATH-COUNT     pic S9(4) comp-4 value ZERO.
          05 WS-ATH-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-ATH-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-ADMIN-COUNT   pic S9(4) comp-4 value ZERO.
          05 WS-SHOWN-COUNT   pic S9(4) comp-4 value ZERO.

      *    The whole master, loaded for the update and rewritten in
      *    full; 500 grants is every operator on every dialogue
      *    several times over, and a bigger file is refused rather
      *    than rewritten from a partial image.
       01 WS-ATH-MAX pic S9(4) comp-4 value 500.
       01 WS-ATH-TABLE.
          05 WS-ATH-ENTRY occurs 500 times.
             10 WA-USER-ID      pic X(8).
             10 WA-DIALOGUE     pic X(8).
             10 WA-FUNCTION     pic X(8).
             10 WA-STATUS       pic X.
             10 WA-STATUS-DATE  pic 9(8).
             10 WA-CHANGED-BY   pic X(8).

       01 V-ATHFLAG.
          05 FILLER pic X value ' '.
             88 V-ATH-EOF value 'E'.

       01 V-ADMINFLAG.
          05 FILLER pic X value ' '.
             88 V-IS-ADMIN value 'Y'.

       01 V-SEEDFLAG.
          05 FILLER pic X value ' '.
             88 V-SEEDING value 'S'.

       01 V-FUNCFLAG.
          05 FILLER pic X value ' '.
             88 V-FUNCTION-VALID value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCAUTHM - operator authority maintenance'
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AUTHFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-ATHFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'AUTHHIST'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-AUHFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           perform A-LOAD-AUTHORITY
           if return-code not = 0
              goback
           end-if
           perform A-GET-USER-ID
           perform A-CHECK-ADMIN
           if return-code not = 0
              goback
           end-if
           perform A-PROMPT-TARGET-USER
           perform A-SHOW-GRANTS
           perform A-PROMPT-ACTION
           perform A-PROMPT-DIALOGUE
           perform A-PROMPT-FUNCTION
           perform A-FIND-GRANT
           evaluate true
              when V-SEEDING
                    and (not WS-ACT-GRANT
                         or WS-TARGET-USER not = WS-USER-ID
                         or WS-DIALOGUE not = 'AOCAUTHM'
                         or WS-FUNCTION not = 'ADMIN')
                 display 'AOCAUTHM - NO SECURITY ADMINISTRATOR ON '
                         'FILE, THE FIRST CHANGE MUST GRANT AOCAUTHM '
                         'ADMIN TO YOURSELF'
                 move 8 to return-code
              when WS-ACT-GRANT and WS-ATH-FOUND > 0
                    and WA-STATUS(WS-ATH-FOUND) = 'A'
                 display 'AOCAUTHM - ALREADY GRANTED, MASTER LEFT '
                         'AS IS'
                 move 4 to return-code
              when WS-ACT-GRANT and WS-ATH-FOUND = 0
                    and WS-ATH-COUNT >= WS-ATH-MAX
                 display 'AOCAUTHM - 500-GRANT CAP REACHED, GRANT '
                         'NOT ADDED, MASTER LEFT AS IS'
                 move 16 to return-code
              when WS-ACT-REVOKE
                    and (WS-ATH-FOUND = 0
                         or WA-STATUS(WS-ATH-FOUND) not = 'A')
                 display 'AOCAUTHM - NO ACTIVE GRANT TO REVOKE, '
                         'MASTER LEFT AS IS'
                 move 4 to return-code
      *       Revoking the last administrator would leave nobody
      *       able to maintain the master, short of editing it by
      *       hand - exactly what the master exists to prevent.
              when WS-ACT-REVOKE
                    and WS-DIALOGUE = 'AOCAUTHM'
                    and WS-ADMIN-COUNT <= 1
                 display 'AOCAUTHM - THE LAST SECURITY '
                         'ADMINISTRATOR CANNOT BE REVOKED'
                 move 8 to return-code
              when other
                 perform A-CONFIRM-AND-APPLY
           end-evaluate
           goback
           .

       A-LOAD-AUTHORITY section.
           move zero to WS-ATH-COUNT
           open input ATHFIL
           if ATH-FS = '00'
              read ATHFIL at end set V-ATH-EOF to true end-read
              perform until V-ATH-EOF
                 if WS-ATH-COUNT < WS-ATH-MAX
                    add 1 to WS-ATH-COUNT
                    move AT-USER-ID to WA-USER-ID(WS-ATH-COUNT)
                    move AT-DIALOGUE to WA-DIALOGUE(WS-ATH-COUNT)
                    move AT-FUNCTION to WA-FUNCTION(WS-ATH-COUNT)
                    move AT-STATUS to WA-STATUS(WS-ATH-COUNT)
                    move AT-STATUS-DATE
                      to WA-STATUS-DATE(WS-ATH-COUNT)
                    move AT-CHANGED-BY
                      to WA-CHANGED-BY(WS-ATH-COUNT)
                 else
                    display 'AOCAUTHM - AUTHORITY MASTER EXCEEDS '
                            '500-GRANT CAP, RUN REFUSED'
                    move 16 to return-code
                    set V-ATH-EOF to true
                 end-if
                 if not V-ATH-EOF
                    read ATHFIL at end set V-ATH-EOF to true
                    end-read
                 end-if
              end-perform
           end-if
      *    A brand-new master opens with status 05 and is open all
      *    the same; it must be closed here or the rewrite's OPEN
      *    OUTPUT would fail and the first grant could never be
      *    added.
           close ATHFIL
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

       A-CHECK-ADMIN section.
      *    The operator must hold AOCAUTHM ADMIN (or AOCAUTHM *),
      *    under the login the dialogue runs as - an id typed at
      *    the prompt that is not that login borrows nobody's
      *    authority, and a session with no login to check it
      *    against is refused outright, seeding or not. With no
      *    active administrator on the master at all the run goes
      *    on in seeding mode instead.
           move spaces to WS-LOGIN-ID
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'USER'
           move WS-ENV-VALUE to WS-LOGIN-ID
           move zero to WS-ADMIN-COUNT
           perform varying WS-ATH-INDEX from 1 by 1
                     until WS-ATH-INDEX > WS-ATH-COUNT
              if WA-DIALOGUE(WS-ATH-INDEX) = 'AOCAUTHM'
                    and (WA-FUNCTION(WS-ATH-INDEX) = 'ADMIN'
                         or WA-FUNCTION(WS-ATH-INDEX) = '*')
                    and WA-STATUS(WS-ATH-INDEX) = 'A'
                 add 1 to WS-ADMIN-COUNT
                 if WA-USER-ID(WS-ATH-INDEX) = WS-USER-ID
                    set V-IS-ADMIN to true
                 end-if
              end-if
           end-perform
           evaluate true
              when WS-LOGIN-ID = spaces
                 display 'AOCAUTHM - NO LOGIN TO CHECK OPERATOR ID '
                         WS-USER-ID ' AGAINST, RUN REFUSED'
                 move 8 to return-code
                 move 'W' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'REFUSED - NO LOGIN, OPERATOR ID '
                           delimited by size
                        WS-USER-ID delimited by space
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
              when WS-LOGIN-ID not = WS-USER-ID
                 display 'AOCAUTHM - OPERATOR ID ' WS-USER-ID
                         ' IS NOT THE LOGIN ' WS-LOGIN-ID
                         ', RUN REFUSED'
                 move 8 to return-code
                 move 'W' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'REFUSED - OPERATOR ID ' delimited by size
                        WS-USER-ID delimited by space
                        ' IS NOT THE LOGIN ' delimited by size
                        WS-LOGIN-ID delimited by space
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
              when WS-ADMIN-COUNT = 0
                 set V-SEEDING to true
                 display ' '
                 display 'NO SECURITY ADMINISTRATOR ON FILE - THE '
                         'FIRST CHANGE MUST GRANT AOCAUTHM ADMIN '
                         'TO ' WS-USER-ID
              when not V-IS-ADMIN
                 display 'AOCAUTHM - ' WS-USER-ID ' IS NOT A '
                         'SECURITY ADMINISTRATOR, RUN REFUSED'
                 move 8 to return-code
                 move 'W' to WS-EVT-SEV
                 move spaces to WS-EVT-DESC
                 string 'AUTHORITY MAINTENANCE REFUSED FOR '
                           delimited by size
                        WS-USER-ID delimited by space
                        ' - NOT AN ADMIN' delimited by size
                        into WS-EVT-DESC
                 perform A-WRITE-EVENT
           end-evaluate
           .

       A-PROMPT-TARGET-USER section.
           display 'USER ID TO MAINTAIN: '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT not = spaces
              display 'A USER ID MUST BE GIVEN, TRY AGAIN: '
              move spaces to WS-INPUT
              accept WS-INPUT
           end-perform
           move WS-INPUT to WS-TARGET-USER
           .

       A-SHOW-GRANTS section.
      *    What the user holds now, so the administrator sees the
      *    whole picture before adding to or taking from it.
           move zero to WS-SHOWN-COUNT
           display ' '
           display 'CURRENT GRANTS FOR ' WS-TARGET-USER ':'
           perform varying WS-ATH-INDEX from 1 by 1
                     until WS-ATH-INDEX > WS-ATH-COUNT
              if WA-USER-ID(WS-ATH-INDEX) = WS-TARGET-USER
                    and WA-STATUS(WS-ATH-INDEX) = 'A'
                 add 1 to WS-SHOWN-COUNT
                 display '  ' WA-DIALOGUE(WS-ATH-INDEX) ' '
                         WA-FUNCTION(WS-ATH-INDEX) '  SINCE '
                         WA-STATUS-DATE(WS-ATH-INDEX) ' BY '
                         WA-CHANGED-BY(WS-ATH-INDEX)
              end-if
           end-perform
           if WS-SHOWN-COUNT = 0
              display '  NONE'
           end-if
           display ' '
           .

       A-PROMPT-ACTION section.
           display 'ACTION - G TO GRANT, R TO REVOKE: '
           move spaces to WS-INPUT
           accept WS-INPUT
           perform until WS-INPUT(1:1) = 'G'
                      or WS-INPUT(1:1) = 'R'
              display 'ENTER G OR R: '
              move spaces to WS-INPUT
              accept WS-INPUT
           end-perform
           move WS-INPUT(1:1) to WS-ACTION
           .

       A-PROMPT-DIALOGUE section.
           display 'DIALOGUE (AOCPARMM AOCCALM AOCREJM AOCUNLK '
                   'AOCRULM AOCWEARM AOCREADM AOCPOSR AOCAUTHM): '
           move spaces to WS-INPUT
           accept WS-INPUT
           move upper-case(WS-INPUT) to WS-INPUT
           perform until WS-INPUT = 'AOCPARMM' or 'AOCCALM'
                      or 'AOCREJM' or 'AOCUNLK' or 'AOCRULM'
                      or 'AOCWEARM' or 'AOCREADM' or 'AOCPOSR'
                      or 'AOCAUTHM'
              display 'NOT A MAINTAINED DIALOGUE, TRY AGAIN: '
              move spaces to WS-INPUT
              accept WS-INPUT
              move upper-case(WS-INPUT) to WS-INPUT
           end-perform
           move WS-INPUT to WS-DIALOGUE
           .

       A-PROMPT-FUNCTION section.
      *    The functions each dialogue checks for; * grants them
      *    all, except on AOCAUTHM, where ADMIN is the only
      *    authority there is to hold.
           evaluate WS-DIALOGUE
              when 'AOCPARMM'
                 display 'FUNCTION (ROOF DIALSIZE PICKCNT DRIFTPCT, '
                         '* FOR ALL): '
              when 'AOCCALM'
                 display 'FUNCTION (ADD REMOVE, * FOR ALL): '
              when 'AOCREJM'
                 display 'FUNCTION (WRITEOFF, * FOR ALL): '
              when 'AOCUNLK'
                 display 'FUNCTION (CLEAR, * FOR ALL): '
              when 'AOCRULM'
                 display 'FUNCTION (RULES, * FOR ALL): '
              when 'AOCWEARM'
                 display 'FUNCTION (SERVICE, * FOR ALL): '
              when 'AOCREADM'
                 display 'FUNCTION (READING, * FOR ALL): '
              when 'AOCPOSR'
                 display 'FUNCTION (OVERRIDE, * FOR ALL): '
              when other
                 display 'FUNCTION (ADMIN): '
           end-evaluate
           move space to V-FUNCFLAG
           perform until V-FUNCTION-VALID
              move spaces to WS-INPUT
              accept WS-INPUT
              move upper-case(WS-INPUT) to WS-INPUT
              move WS-INPUT to WS-FUNCTION
              evaluate true
                 when WS-DIALOGUE = 'AOCAUTHM'
                    if WS-FUNCTION = 'ADMIN'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-FUNCTION = '*'
                    set V-FUNCTION-VALID to true
                 when WS-DIALOGUE = 'AOCPARMM'
                    if WS-FUNCTION = 'ROOF' or 'DIALSIZE'
                          or 'PICKCNT' or 'DRIFTPCT'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCCALM'
                    if WS-FUNCTION = 'ADD' or 'REMOVE'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCREJM'
                    if WS-FUNCTION = 'WRITEOFF'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCUNLK'
                    if WS-FUNCTION = 'CLEAR'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCRULM'
                    if WS-FUNCTION = 'RULES'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCWEARM'
                    if WS-FUNCTION = 'SERVICE'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCREADM'
                    if WS-FUNCTION = 'READING'
                       set V-FUNCTION-VALID to true
                    end-if
                 when WS-DIALOGUE = 'AOCPOSR'
                    if WS-FUNCTION = 'OVERRIDE'
                       set V-FUNCTION-VALID to true
                    end-if
              end-evaluate
              if not V-FUNCTION-VALID
                 display 'NOT A FUNCTION OF ' WS-DIALOGUE
                         ', TRY AGAIN: '
              end-if
           end-perform
           .

       A-FIND-GRANT section.
           move zero to WS-ATH-FOUND
           perform varying WS-ATH-INDEX from 1 by 1
                     until WS-ATH-INDEX > WS-ATH-COUNT
              if WA-USER-ID(WS-ATH-INDEX) = WS-TARGET-USER
                    and WA-DIALOGUE(WS-ATH-INDEX) = WS-DIALOGUE
                    and WA-FUNCTION(WS-ATH-INDEX) = WS-FUNCTION
                 move WS-ATH-INDEX to WS-ATH-FOUND
              end-if
           end-perform
           .

       A-CONFIRM-AND-APPLY section.
           display ' '
           if WS-ACT-GRANT
              display 'ABOUT TO GRANT ' WS-DIALOGUE ' '
                      WS-FUNCTION ' TO ' WS-TARGET-USER
           else
              display 'ABOUT TO REVOKE ' WS-DIALOGUE ' '
                      WS-FUNCTION ' FROM ' WS-TARGET-USER
           end-if
           display 'CONFIRM (Y TO APPLY): '
           move spaces to WS-INPUT
           accept WS-INPUT
           if WS-INPUT(1:1) not = 'Y' and WS-INPUT(1:1) not = 'y'
              display 'CHANGE CANCELLED, MASTER LEFT AS IS'
              move 4 to return-code
           else
      *       A revoked grant given again reuses its record, so the
      *       master holds one record per user, dialogue and
      *       function however often it changes hands.
              if WS-ATH-FOUND = 0
                 add 1 to WS-ATH-COUNT
                 move WS-ATH-COUNT to WS-ATH-FOUND
                 move WS-TARGET-USER to WA-USER-ID(WS-ATH-FOUND)
                 move WS-DIALOGUE to WA-DIALOGUE(WS-ATH-FOUND)
                 move WS-FUNCTION to WA-FUNCTION(WS-ATH-FOUND)
              end-if
              if WS-ACT-GRANT
                 move 'A' to WA-STATUS(WS-ATH-FOUND)
              else
                 move 'R' to WA-STATUS(WS-ATH-FOUND)
              end-if
              move WS-RUN-DATE to WA-STATUS-DATE(WS-ATH-FOUND)
              move WS-USER-ID to WA-CHANGED-BY(WS-ATH-FOUND)
              perform A-REWRITE-AUTHORITY
      *       The change history records what actually happened: a
      *       failed rewrite must not leave an audit row claiming
      *       a change that never took effect.
              if return-code = 0
                 perform A-WRITE-CHANGE-HISTORY
                 if V-SEEDING
                    move 'W' to WS-EVT-SEV
                    move spaces to WS-EVT-DESC
                    string 'AUTHORITY MASTER SEEDED - FIRST SECURITY '
                              delimited by size
                           'ADMIN ' delimited by size
                           WS-USER-ID delimited by space
                           into WS-EVT-DESC
                    perform A-WRITE-EVENT
                 end-if
                 display 'AUTHORITY MASTER UPDATED'
              end-if
           end-if
           .

       A-REWRITE-AUTHORITY section.
           open output ATHFIL
           if ATH-FS = '00' or ATH-FS = '05'
              perform varying WS-ATH-INDEX from 1 by 1
                        until WS-ATH-INDEX > WS-ATH-COUNT
                 move spaces to ATH-RECORD
                 move WA-USER-ID(WS-ATH-INDEX) to AT-USER-ID
                 move WA-DIALOGUE(WS-ATH-INDEX) to AT-DIALOGUE
                 move WA-FUNCTION(WS-ATH-INDEX) to AT-FUNCTION
                 move WA-STATUS(WS-ATH-INDEX) to AT-STATUS
                 move WA-STATUS-DATE(WS-ATH-INDEX)
                   to AT-STATUS-DATE
                 move WA-CHANGED-BY(WS-ATH-INDEX) to AT-CHANGED-BY
                 write ATH-RECORD
              end-perform
           else
              display 'AOCAUTHM - AUTHORITY MASTER REWRITE FAILED, '
                      'STATUS=' ATH-FS
              move 16 to return-code
           end-if
           close ATHFIL
           .

       A-WRITE-CHANGE-HISTORY section.
           open extend AUHFIL
           if AUH-FS = '00' or AUH-FS = '05'
              move spaces to AUH-RECORD
              move WS-RUN-DATE to AH-CHANGE-DATE
              move WS-RUN-TIME to AH-CHANGE-TIME
              move WS-USER-ID to AH-USER-ID
              if WS-ACT-GRANT
                 set AH-GRANT to true
              else
                 set AH-REVOKE to true
              end-if
              move WS-TARGET-USER to AH-TARGET-USER
              move WS-DIALOGUE to AH-DIALOGUE
              move WS-FUNCTION to AH-FUNCTION
              write AUH-RECORD
           end-if
           close AUHFIL
           .

       A-WRITE-EVENT section.
      *    Exceptions also land on the central event file, so the
      *    morning summary (AOCMORN) shows the whole night on one
      *    page instead of six reports and as many spool logs.
      *    The caller leaves the severity in WS-EVT-SEV and the
      *    one-line description in WS-EVT-DESC.
           move spaces to EVT-RECORD
           move WS-RUN-DATE to EV-RUN-DATE
           move 'AOCAUTHM' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
