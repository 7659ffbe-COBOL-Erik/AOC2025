      *    scrolling as many spool logs. MORNDATE overrides the
      *    date being summarized (default today); the run ends RC 4
      *    when the night raised anything, so the scheduler can
      *    flag the page for attention. A closing section lists
      *    the run dates of the last thirty days that AOCXFER will
      *    not transmit yet because no supervisor has approved
      *    them through AOCSIGN - never reviewed, or held. Each
      *    exception also shows the incident ticket AOCTKT raised
      *    for it (CPYTKT): still awaiting a number, open, or
      *    already closed by the service desk.

       environment division.
       configuration section.
           organization is line sequential
           file status is PRT-FS.

           select optional HISTFIL assign to dynamic WS-HISTFILE-NAME
           organization is line sequential
           file status is HIST-FS.

           select optional SGNFIL assign to dynamic WS-SGNFILE-NAME
           organization is line sequential
           file status is SGN-FS.

           select optional TKTFIL assign to dynamic WS-TKTFILE-NAME
           organization is line sequential
           file status is TKT-FS.

       data division.
       file section.
       FD  EVTFIL.
       FD  PRTFIL.
           copy CPYPRT.

       FD  HISTFIL.
           copy CPYHIST.

       FD  SGNFIL.
           copy CPYSGN.

       FD  TKTFIL.
           copy CPYTKT.

       working-storage section.
       01 A-ARB.
          05 EVT-FS           pic XX.
          05 WS-WARN-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-SEV-TEXT      pic X(7) value spaces.
          05 WS-DSP-COUNT     pic Z(5)9.
          05 HIST-FS          pic XX.
          05 SGN-FS           pic XX.
          05 WS-HISTFILE-NAME pic X(100) value 'runhist.txt'.
          05 WS-SGNFILE-NAME  pic X(100) value 'aocsign.txt'.
          05 WS-OLDEST-DATE   pic 9(8) value ZERO.
          05 WS-DAY-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-DAY-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-AWAIT-COUNT   pic S9(4) comp-4 value ZERO.
          05 WS-STAND-TEXT    pic X(20) value spaces.
          05 TKT-FS           pic XX.
          05 WS-TKTFILE-NAME  pic X(100) value 'aocticket.txt'.
          05 WS-TKT-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-TKT-FOUND     pic S9(4) comp-4 value ZERO.
          05 WS-TKT-TEXT      pic X(30) value spaces.
          05 WS-NOTKT-COUNT   pic S9(6) comp-4 value ZERO.
          05 WS-PEND-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-OPEN-COUNT    pic S9(6) comp-4 value ZERO.
          05 WS-CLOSED-COUNT  pic S9(6) comp-4 value ZERO.

      *    The date's incident tickets; a night raising more than
      *    100 distinct problems shows the rest as NO TICKET.
       01 WS-TKT-MAX pic S9(4) comp-4 value 100.
       01 WS-TKT-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-TKT-TABLE.
          05 WS-TKT-ENTRY occurs 100 times.
             10 WK-PROGRAM-ID   pic X(8).
             10 WK-DESCRIPTION  pic X(60).
             10 WK-STATUS       pic X(4).
             10 WK-TICKET-NO    pic X(12).

      *    The run dates of the sign-off window and the newest
      *    decision on file for each; thirty-one calendar days
      *    hold at most thirty-one dates.
       01 WS-DAY-MAX pic S9(4) comp-4 value 31.
       01 WS-DAY-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY occurs 31 times.
             10 WD-RUN-DATE   pic 9(8).
             10 WD-DECISION   pic X.
             10 WD-USER-ID    pic X(8).
             10 WD-REASON     pic X(40).
      *    Newest run id on the history for the date, and when the
      *    newest decision was taken, as AOCXFER compares them.
             10 WD-LAST-RUN-ID pic X(16).
             10 WD-SIGNED-AT  pic X(16).

       01 V-EVTFLAG.
          05 FILLER pic X value ' '.
             88 V-EVT-EOF value 'E'.

       01 V-HISTFLAG.
          05 FILLER pic X value ' '.
             88 V-HIST-EOF value 'E'.

       01 V-SGNFLAG.
          05 FILLER pic X value ' '.
             88 V-SGN-EOF value 'E'.

       01 V-TKTFLAG.
          05 FILLER pic X value ' '.
             88 V-TKT-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCMORN - morning exception summary'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'HISTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-HISTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'SIGNFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-SGNFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'TKTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-TKTFILE-NAME
           end-if
           open output PRTFIL
           if PRT-FS not = '00' and PRT-FS not = '05'
              display 'AOCMORN - REPORT FILE OPEN ERROR, '
              goback
           end-if
           perform A-WRITE-HEADING
           perform A-LOAD-TICKETS
           perform A-READ-EVENTS
           perform A-WRITE-VERDICT
           perform A-WRITE-AWAITING-SIGN-OFF
           close PRTFIL
           if WS-EVENT-COUNT > 0
              move 4 to return-code
           write PRT-LINE
           move spaces to PRT-LINE
           string 'PROGRAM   SEV      DESCRIPTION'
                  '                                          '
                  '         TICKET'
                  delimited by size into PRT-LINE
           write PRT-LINE
           .

       A-LOAD-TICKETS section.
      *    The register is in the order tickets were raised, so a
      *    later ticket for the same problem - a recurrence after
      *    the desk closed the first - replaces the earlier one.
           move zero to WS-TKT-COUNT
           open input TKTFIL
           if TKT-FS = '00'
              read TKTFIL at end set V-TKT-EOF to true end-read
              perform until V-TKT-EOF
                 if TK-EVENT-DATE = WS-MORN-DATE
                    perform A-TAKE-TICKET
                 end-if
                 read TKTFIL at end set V-TKT-EOF to true end-read
              end-perform
           end-if
           close TKTFIL
           .

       A-TAKE-TICKET section.
           move zero to WS-TKT-FOUND
           perform varying WS-TKT-INDEX from 1 by 1
                     until WS-TKT-INDEX > WS-TKT-COUNT
              if WK-PROGRAM-ID(WS-TKT-INDEX) = TK-PROGRAM-ID
                    and WK-DESCRIPTION(WS-TKT-INDEX) = TK-DESCRIPTION
                 move WS-TKT-INDEX to WS-TKT-FOUND
              end-if
           end-perform
           if WS-TKT-FOUND = 0 and WS-TKT-COUNT < WS-TKT-MAX
              add 1 to WS-TKT-COUNT
              move WS-TKT-COUNT to WS-TKT-FOUND
           end-if
           if WS-TKT-FOUND > 0
              move TK-PROGRAM-ID to WK-PROGRAM-ID(WS-TKT-FOUND)
              move TK-DESCRIPTION to WK-DESCRIPTION(WS-TKT-FOUND)
              move TK-STATUS to WK-STATUS(WS-TKT-FOUND)
              move TK-TICKET-NO to WK-TICKET-NO(WS-TKT-FOUND)
           end-if
           .

       A-READ-EVENTS section.
           open input EVTFIL
           if EVT-FS = '00'
              when other
                 move EV-SEVERITY to WS-SEV-TEXT
           end-evaluate
           perform A-FIND-TICKET
           move spaces to PRT-LINE
           string EV-PROGRAM-ID delimited by size
                  '  ' delimited by size
                  WS-SEV-TEXT delimited by size
                  '  ' delimited by size
                  EV-DESCRIPTION delimited by size
                  '  ' delimited by size
                  WS-TKT-TEXT delimited by size
                  into PRT-LINE
           write PRT-LINE
           display EV-PROGRAM-ID ' ' WS-SEV-TEXT ' '
                   EV-DESCRIPTION ' ' WS-TKT-TEXT
           .

       A-FIND-TICKET section.
      *    Counted per exception line, so the verdict shows how
      *    much of the night the service desk already has in hand.
           move zero to WS-TKT-FOUND
           perform varying WS-TKT-INDEX from 1 by 1
                     until WS-TKT-INDEX > WS-TKT-COUNT
              if WK-PROGRAM-ID(WS-TKT-INDEX) = EV-PROGRAM-ID
                    and WK-DESCRIPTION(WS-TKT-INDEX) = EV-DESCRIPTION
                 move WS-TKT-INDEX to WS-TKT-FOUND
              end-if
           end-perform
           move spaces to WS-TKT-TEXT
           evaluate true
              when WS-TKT-FOUND = 0
                 add 1 to WS-NOTKT-COUNT
                 move 'NO TICKET' to WS-TKT-TEXT
              when WK-STATUS(WS-TKT-FOUND) = 'OPEN'
                 add 1 to WS-OPEN-COUNT
                 string WK-TICKET-NO(WS-TKT-FOUND) delimited by space
                        ' OPEN' delimited by size
                        into WS-TKT-TEXT
              when WK-STATUS(WS-TKT-FOUND) = 'CLSD'
                 add 1 to WS-CLOSED-COUNT
                 string WK-TICKET-NO(WS-TKT-FOUND) delimited by space
                        ' CLOSED' delimited by size
                        into WS-TKT-TEXT
              when other
                 add 1 to WS-PEND-COUNT
                 move 'TICKET REQUESTED' to WS-TKT-TEXT
           end-evaluate
           .

       A-WRITE-VERDICT section.
              string 'WARNINGS ..........: ' delimited by size
                     WS-DSP-COUNT delimited by size
                     into PRT-LINE
              write PRT-LINE
              move WS-OPEN-COUNT to WS-DSP-COUNT
              move spaces to PRT-LINE
              string 'TICKET OPEN .......: ' delimited by size
                     WS-DSP-COUNT delimited by size
                     into PRT-LINE
              write PRT-LINE
              move WS-CLOSED-COUNT to WS-DSP-COUNT
              move spaces to PRT-LINE
              string 'TICKET CLOSED .....: ' delimited by size
                     WS-DSP-COUNT delimited by size
                     into PRT-LINE
              write PRT-LINE
              move WS-PEND-COUNT to WS-DSP-COUNT
              move spaces to PRT-LINE
              string 'TICKET REQUESTED ..: ' delimited by size
                     WS-DSP-COUNT delimited by size
                     into PRT-LINE
              write PRT-LINE
              move WS-NOTKT-COUNT to WS-DSP-COUNT
              move spaces to PRT-LINE
              string 'NO TICKET .........: ' delimited by size
                     WS-DSP-COUNT delimited by size
                     into PRT-LINE
              move WS-EVENT-COUNT to WS-DSP-COUNT
              display WS-DSP-COUNT ' EXCEPTION(S) FOR '
                      WS-MORN-DATE ' - SEE ' WS-PRTFILE-NAME(1:20)
           end-if
           write PRT-LINE
           .

       A-WRITE-AWAITING-SIGN-OFF section.
      *    Every date with runs on the history in the thirty days
      *    up to the summarized date, less those whose newest
      *    sign-off decision is an approval still covering the
      *    day's runs. A day rerun after its approval is listed as
      *    RERUN SINCE APPROVAL, since AOCXFER will not transmit it
      *    until it is signed off again. Informational only:
      *    the return code stays the night's exception verdict.
           compute WS-OLDEST-DATE = date-of-integer(
                   integer-of-date(WS-MORN-DATE) - 30)
           move zero to WS-DAY-COUNT
           open input HISTFIL
           if HIST-FS = '00'
              read HISTFIL at end set V-HIST-EOF to true end-read
              perform until V-HIST-EOF
                 if HR-RUN-DATE >= WS-OLDEST-DATE
                       and HR-RUN-DATE <= WS-MORN-DATE
                    perform A-TAKE-HISTORY-DATE
                 end-if
                 read HISTFIL at end set V-HIST-EOF to true
                 end-read
              end-perform
           end-if
           close HISTFIL
           open input SGNFIL
           if SGN-FS = '00'
              read SGNFIL at end set V-SGN-EOF to true end-read
              perform until V-SGN-EOF
                 perform varying WS-DAY-INDEX from 1 by 1
                           until WS-DAY-INDEX > WS-DAY-COUNT
                    if WD-RUN-DATE(WS-DAY-INDEX) = SG-RUN-DATE
                       move SG-DECISION to WD-DECISION(WS-DAY-INDEX)
                       move SG-USER-ID to WD-USER-ID(WS-DAY-INDEX)
                       move SG-REASON to WD-REASON(WS-DAY-INDEX)
                       move SG-SIGN-DATE
                         to WD-SIGNED-AT(WS-DAY-INDEX)(1:8)
                       move SG-SIGN-TIME
                         to WD-SIGNED-AT(WS-DAY-INDEX)(9:8)
                    end-if
                 end-perform
                 read SGNFIL at end set V-SGN-EOF to true end-read
              end-perform
           end-if
           close SGNFIL
           move spaces to PRT-LINE
           write PRT-LINE
           move spaces to PRT-LINE
           string 'DAYS AWAITING SIGN-OFF' delimited by size
                  into PRT-LINE
           write PRT-LINE
           move zero to WS-AWAIT-COUNT
           perform varying WS-DAY-INDEX from 1 by 1
                     until WS-DAY-INDEX > WS-DAY-COUNT
              if WD-DECISION(WS-DAY-INDEX) not = 'A'
                    or WD-LAST-RUN-ID(WS-DAY-INDEX)
                       > WD-SIGNED-AT(WS-DAY-INDEX)
                 add 1 to WS-AWAIT-COUNT
                 move spaces to PRT-LINE
                 evaluate WD-DECISION(WS-DAY-INDEX)
                    when 'A'
                       string WD-RUN-DATE(WS-DAY-INDEX)
                                 delimited by size
                              '  RERUN SINCE APPROVAL BY '
                                 delimited by size
                              WD-USER-ID(WS-DAY-INDEX) delimited by size
                              into PRT-LINE
                       move 'RERUN SINCE APPROVAL' to WS-STAND-TEXT
                    when 'H'
                       string WD-RUN-DATE(WS-DAY-INDEX)
                                 delimited by size
                              '  HELD BY ' delimited by size
                              WD-USER-ID(WS-DAY-INDEX) delimited by size
                              '  ' delimited by size
                              WD-REASON(WS-DAY-INDEX) delimited by size
                              into PRT-LINE
                       move 'HELD' to WS-STAND-TEXT
                    when other
                       string WD-RUN-DATE(WS-DAY-INDEX)
                                 delimited by size
                              '  NOT REVIEWED' delimited by size
                              into PRT-LINE
                       move 'NOT REVIEWED' to WS-STAND-TEXT
                 end-evaluate
                 write PRT-LINE
                 display 'AWAITING SIGN-OFF ' WD-RUN-DATE(WS-DAY-INDEX)
                         ' ' WS-STAND-TEXT
              end-if
           end-perform
           if WS-AWAIT-COUNT = 0
              move spaces to PRT-LINE
              string 'NONE - EVERY RECENT RUN DATE IS APPROVED'
                     delimited by size into PRT-LINE
              write PRT-LINE
           end-if
           .

       A-TAKE-HISTORY-DATE section.
      *    The history is in run order, not date order, so a date
      *    is looked up before it is added.
           move zero to WS-DAY-FOUND
           perform varying WS-DAY-INDEX from 1 by 1
                     until WS-DAY-INDEX > WS-DAY-COUNT
              if WD-RUN-DATE(WS-DAY-INDEX) = HR-RUN-DATE
                 move WS-DAY-INDEX to WS-DAY-FOUND
              end-if
           end-perform
           if WS-DAY-FOUND = 0 and WS-DAY-COUNT < WS-DAY-MAX
              add 1 to WS-DAY-COUNT
              move HR-RUN-DATE to WD-RUN-DATE(WS-DAY-COUNT)
              move space to WD-DECISION(WS-DAY-COUNT)
              move spaces to WD-USER-ID(WS-DAY-COUNT)
              move spaces to WD-REASON(WS-DAY-COUNT)
              move spaces to WD-LAST-RUN-ID(WS-DAY-COUNT)
              move spaces to WD-SIGNED-AT(WS-DAY-COUNT)
              move WS-DAY-COUNT to WS-DAY-FOUND
           end-if
           if WS-DAY-FOUND > 0
                 and HR-RUN-ID > WD-LAST-RUN-ID(WS-DAY-FOUND)
              move HR-RUN-ID to WD-LAST-RUN-ID(WS-DAY-FOUND)
           end-if
           .
