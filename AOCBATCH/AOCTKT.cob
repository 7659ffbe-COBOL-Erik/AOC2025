       identification division.
       program-id. AOCTKT.

      *    Incident-ticket forwarder for the central event file.
      *    Every exception lands in aocevent.txt (CPYEVT), but the
      *    service desk works only from tickets, so an error raised
      *    at 02:00 used to wait for someone to read the AOCMORN
      *    page. Each run picks up the events written since the
      *    previous run (the count already read is kept in
      *    aocticket.pos) and asks the ticket system for one ticket
      *    per distinct problem: a repeat of the same program and
      *    description on the same run date is folded into that
      *    date's ticket as a further occurrence rather than
      *    opening a duplicate. Requests go out in a new interface
      *    file per run, framed and sequence-stamped the way
      *    AOCXFER frames the warehouse feed. The ticket system's
      *    response file is read back first, so the ticket number
      *    and its open/closed status are kept against every ticket
      *    in the register (CPYTKT) that AOCMORN reports from.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select optional EVTFIL assign to dynamic WS-EVTFILE-NAME
           organization is line sequential
           file status is EVT-FS.

           select optional TKTFIL assign to dynamic WS-TKTFILE-NAME
           organization is line sequential
           file status is TKT-FS.

           select optional NEWTKT assign to dynamic WS-NEWTKT-NAME
           organization is line sequential
           file status is NEW-FS.

           select optional RSPFIL assign to dynamic WS-RSPFILE-NAME
           organization is line sequential
           file status is RSP-FS.

           select optional POSFIL assign to dynamic WS-POSFILE-NAME
           organization is line sequential
           file status is POS-FS.

           select optional OUTFIL assign to dynamic WS-OUTFILE-NAME
           organization is line sequential
           file status is OUT-FS.

       data division.
       file section.
       FD  EVTFIL.
           copy CPYEVT.

       FD  TKTFIL.
           copy CPYTKT.

      *    Same CPYTKT layout under NT-/NEW- names for the rewritten
      *    register, so the two record views cannot drift.
       FD  NEWTKT.
           copy CPYTKT replacing leading ==TKT== by ==NEW==,
                                 leading ==TK== by ==NT==.

      *    One response per line from the ticket system: our
      *    reference, their ticket number, and the ticket's status.
       FD  RSPFIL.
       01  RSP-RECORD.
           05 RS-LOCAL-ID      pic 9(6).
           05 FILLER           pic X.
           05 RS-TICKET-NO     pic X(12).
           05 FILLER           pic X.
           05 RS-STATUS        pic X(6).
              88 RS-OPEN       value 'OPEN'.
              88 RS-CLOSED     value 'CLOSED'.

      *    How far into the event file the last run read, and the
      *    last interface file sequence number used.
       FD  POSFIL.
       01  POS-RECORD.
           05 TP-EVENTS-READ   pic 9(8).
           05 FILLER           pic X.
           05 TP-LAST-SEQ      pic 9(4).

       FD  OUTFIL.
       01  OUT-RECORD          pic X(200).

       working-storage section.
       01 A-ARB.
          05 EVT-FS           pic XX.
          05 TKT-FS           pic XX.
          05 NEW-FS           pic XX.
          05 RSP-FS           pic XX.
          05 POS-FS           pic XX.
          05 OUT-FS           pic XX.
          05 WS-EVTFILE-NAME  pic X(100) value 'aocevent.txt'.
          05 WS-TKTFILE-NAME  pic X(100) value 'aocticket.txt'.
          05 WS-NEWTKT-NAME   pic X(100) value 'aocticket.new'.
          05 WS-RSPFILE-NAME  pic X(100) value 'aocticket.rsp'.
          05 WS-POSFILE-NAME  pic X(100) value 'aocticket.pos'.
          05 WS-OUTFILE-NAME  pic X(100) value spaces.
          05 WS-EVT-SEV       pic X value space.
          05 WS-EVT-DESC      pic X(60) value spaces.
          05 WS-ENV-VALUE     pic X(100).
          05 WS-RUN-DATE      pic 9(8).
          05 WS-EVENTS-READ   pic S9(8) comp-4 value ZERO.
          05 WS-EVENTS-SEEN   pic S9(8) comp-4 value ZERO.
          05 WS-NEW-EVENTS    pic S9(8) comp-4 value ZERO.
          05 WS-OUT-SEQ       pic 9(4) value ZERO.
          05 WS-NEXT-ID       pic 9(6) value ZERO.
          05 WS-TKT-INDEX     pic S9(4) comp-4 value ZERO.
          05 WS-FOUND-INDEX   pic S9(4) comp-4 value ZERO.
          05 WS-OPENED-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-FOLDED-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-DETAIL-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-RSP-COUNT     pic S9(6) comp-4 value ZERO.
          05 WS-CLOSED-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-ORPHAN-COUNT  pic S9(6) comp-4 value ZERO.
          05 WS-MAX-RC        pic S9(4) comp-4 value ZERO.
          05 WS-DSP-COUNT     pic Z(5)9.

      *    The whole ticket register, loaded so responses and new
      *    events can be matched and the register rewritten; 500
      *    tickets is years of exceptions, and a register beyond
      *    that is refused rather than updated blind, as AOCACK
      *    does with the transmission log.
       01 WS-TKT-MAX pic S9(4) comp-4 value 500.
       01 WS-TKT-COUNT pic S9(4) comp-4 value ZERO.
       01 WS-TKT-TABLE.
          05 WS-TKT-ENTRY occurs 500 times.
             10 WT-LOCAL-ID     pic 9(6).
             10 WT-STATUS       pic X(4).
                88 WT-PENDING   value 'PEND'.
                88 WT-OPEN      value 'OPEN'.
                88 WT-CLOSED    value 'CLSD'.
             10 WT-TICKET-NO    pic X(12).
             10 WT-EVENT-DATE   pic 9(8).
             10 WT-PROGRAM-ID   pic X(8).
             10 WT-SEVERITY     pic X.
             10 WT-OCCURRENCES  pic 9(4).
             10 WT-OPENED-DATE  pic 9(8).
             10 WT-STATUS-DATE  pic 9(8).
             10 WT-DESCRIPTION  pic X(60).
      *       What this run did to the ticket: N opened it, F
      *       folded further occurrences into it.
             10 WT-ACTION       pic X.
                88 WT-NEW       value 'N'.
                88 WT-FOLDED    value 'F'.

       01 V-EVTFLAG.
          05 FILLER pic X value ' '.
             88 V-EVT-EOF value 'E'.

       01 V-TKTFLAG.
          05 FILLER pic X value ' '.
             88 V-TKT-EOF value 'E'.

       01 V-RSPFLAG.
          05 FILLER pic X value ' '.
             88 V-RSP-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCTKT - incident-ticket forwarder'
           accept WS-RUN-DATE from date yyyymmdd
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'EVTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-EVTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'TKTFIL'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-TKTFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'TKTRSP'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-RSPFILE-NAME
           end-if
           move spaces to WS-ENV-VALUE
           accept WS-ENV-VALUE from environment 'TKTPOS'
           if WS-ENV-VALUE not = spaces
              move WS-ENV-VALUE to WS-POSFILE-NAME
           end-if
      *    The updated register is written to aocticket.new before
      *    the live register is rewritten from it; pointing TKTFIL
      *    at that work-file name would truncate the file being
      *    read.
           if WS-TKTFILE-NAME = WS-NEWTKT-NAME
              display 'AOCTKT - REGISTER AND WORK FILES ARE THE '
                      'SAME, RUN REFUSED: ' WS-NEWTKT-NAME
              move 16 to return-code
              goback
           end-if
           perform A-READ-POSITION
           perform A-LOAD-REGISTER
           if WS-MAX-RC > 0
              move WS-MAX-RC to return-code
              goback
           end-if
           perform A-PROCESS-RESPONSES
           perform A-COUNT-EVENTS
           perform A-READ-NEW-EVENTS
           if WS-DETAIL-COUNT > 0
              perform A-WRITE-INTERFACE
           end-if
           if WS-MAX-RC < 16
              perform A-REWRITE-REGISTER
           end-if
           if WS-MAX-RC < 16
              perform A-WRITE-POSITION
           end-if
           perform A-DISPLAY-SUMMARY
           move WS-MAX-RC to return-code
           goback
           .

       A-READ-POSITION section.
           move zero to WS-EVENTS-READ WS-OUT-SEQ
           open input POSFIL
           if POS-FS = '00'
              read POSFIL
              if POS-FS = '00'
                 if TP-EVENTS-READ is numeric
                    move TP-EVENTS-READ to WS-EVENTS-READ
                 end-if
                 if TP-LAST-SEQ is numeric
                    move TP-LAST-SEQ to WS-OUT-SEQ
                 end-if
              end-if
           end-if
           close POSFIL
           .

       A-LOAD-REGISTER section.
           move zero to WS-TKT-COUNT WS-NEXT-ID
           open input TKTFIL
           if TKT-FS = '00'
              read TKTFIL at end set V-TKT-EOF to true end-read
              perform until V-TKT-EOF
                 if WS-TKT-COUNT < WS-TKT-MAX
                    add 1 to WS-TKT-COUNT
                    move TK-LOCAL-ID to WT-LOCAL-ID(WS-TKT-COUNT)
                    move TK-STATUS to WT-STATUS(WS-TKT-COUNT)
                    move TK-TICKET-NO to WT-TICKET-NO(WS-TKT-COUNT)
                    move TK-EVENT-DATE to WT-EVENT-DATE(WS-TKT-COUNT)
                    move TK-PROGRAM-ID to WT-PROGRAM-ID(WS-TKT-COUNT)
                    move TK-SEVERITY to WT-SEVERITY(WS-TKT-COUNT)
                    move TK-OCCURRENCES
                      to WT-OCCURRENCES(WS-TKT-COUNT)
                    move TK-OPENED-DATE
                      to WT-OPENED-DATE(WS-TKT-COUNT)
                    move TK-STATUS-DATE
                      to WT-STATUS-DATE(WS-TKT-COUNT)
                    move TK-DESCRIPTION
                      to WT-DESCRIPTION(WS-TKT-COUNT)
                    move space to WT-ACTION(WS-TKT-COUNT)
                    if TK-LOCAL-ID is numeric
                          and TK-LOCAL-ID > WS-NEXT-ID
                       move TK-LOCAL-ID to WS-NEXT-ID
                    end-if
                 else
                    display 'AOCTKT - TICKET REGISTER EXCEEDS '
                            '500-ENTRY CAP, RUN REFUSED'
                    move 16 to WS-MAX-RC
                    set V-TKT-EOF to true
                 end-if
                 if not V-TKT-EOF
                    read TKTFIL at end set V-TKT-EOF to true
                    end-read
                 end-if
              end-perform
           end-if
           close TKTFIL
           .

       A-PROCESS-RESPONSES section.
      *    The response file may repeat what earlier runs already
      *    took - setting a ticket number and status again changes
      *    nothing - so it needs no position of its own. A response
      *    for a reference we never issued is a keying slip on
      *    their side worth surfacing.
           open input RSPFIL
           if RSP-FS = '00'
              read RSPFIL at end set V-RSP-EOF to true end-read
              perform until V-RSP-EOF
                 perform A-TAKE-ONE-RESPONSE
                 read RSPFIL at end set V-RSP-EOF to true end-read
              end-perform
           end-if
           close RSPFIL
           .

       A-TAKE-ONE-RESPONSE section.
           add 1 to WS-RSP-COUNT
           move zero to WS-FOUND-INDEX
           if RS-LOCAL-ID is numeric
              perform varying WS-TKT-INDEX from 1 by 1
                        until WS-TKT-INDEX > WS-TKT-COUNT
                 if WT-LOCAL-ID(WS-TKT-INDEX) = RS-LOCAL-ID
                    move WS-TKT-INDEX to WS-FOUND-INDEX
                 end-if
              end-perform
           end-if
           evaluate true
              when WS-FOUND-INDEX = 0
                 add 1 to WS-ORPHAN-COUNT
                 display 'AOCTKT - RESPONSE MATCHES NO TICKET '
                         'REQUESTED, IGNORED: ' RSP-RECORD
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
              when RS-OPEN
                 move RS-TICKET-NO to WT-TICKET-NO(WS-FOUND-INDEX)
                 if not WT-OPEN(WS-FOUND-INDEX)
                    set WT-OPEN(WS-FOUND-INDEX) to true
                    move WS-RUN-DATE to WT-STATUS-DATE(WS-FOUND-INDEX)
                 end-if
              when RS-CLOSED
                 move RS-TICKET-NO to WT-TICKET-NO(WS-FOUND-INDEX)
                 if not WT-CLOSED(WS-FOUND-INDEX)
                    set WT-CLOSED(WS-FOUND-INDEX) to true
                    move WS-RUN-DATE to WT-STATUS-DATE(WS-FOUND-INDEX)
                    add 1 to WS-CLOSED-COUNT
                 end-if
              when other
                 add 1 to WS-ORPHAN-COUNT
                 display 'AOCTKT - RESPONSE STATUS NOT OPEN/CLOSED, '
                         'IGNORED: ' RSP-RECORD
                 if 4 > WS-MAX-RC
                    move 4 to WS-MAX-RC
                 end-if
           end-evaluate
           .

       A-COUNT-EVENTS section.
      *    The event file is only ever appended to, so the events
      *    not yet forwarded are the ones past the count the last
      *    run read. A file shorter than that count has been
      *    replaced; it is then read from the top, and repeats of
      *    events already ticketed fold into their tickets.
           move zero to WS-EVENTS-SEEN
           open input EVTFIL
           if EVT-FS = '00'
              read EVTFIL at end set V-EVT-EOF to true end-read
              perform until V-EVT-EOF
                 add 1 to WS-EVENTS-SEEN
                 read EVTFIL at end set V-EVT-EOF to true end-read
              end-perform
           end-if
           close EVTFIL
           move space to V-EVTFLAG
           if WS-EVENTS-SEEN < WS-EVENTS-READ
              display 'AOCTKT - EVENT FILE SHORTER THAN LAST RUN '
                      'READ, RESCANNED FROM THE TOP'
              move zero to WS-EVENTS-READ
           end-if
           .

       A-READ-NEW-EVENTS section.
      *    This program's own events are never forwarded.
           move zero to WS-EVENTS-SEEN
           open input EVTFIL
           if EVT-FS = '00'
              read EVTFIL at end set V-EVT-EOF to true end-read
              perform until V-EVT-EOF
                 add 1 to WS-EVENTS-SEEN
                 if WS-EVENTS-SEEN > WS-EVENTS-READ
                       and EV-PROGRAM-ID not = 'AOCTKT'
                    add 1 to WS-NEW-EVENTS
                    perform A-TAKE-ONE-EVENT
                 end-if
                 read EVTFIL at end set V-EVT-EOF to true end-read
              end-perform
           end-if
           close EVTFIL
           .

       A-TAKE-ONE-EVENT section.
      *    The same problem on the same run date belongs to the
      *    ticket already raised for it, as long as that ticket is
      *    still open; once the desk has closed it, a recurrence is
      *    a new problem and gets a new ticket.
           move zero to WS-FOUND-INDEX
           perform varying WS-TKT-INDEX from 1 by 1
                     until WS-TKT-INDEX > WS-TKT-COUNT
              if WT-EVENT-DATE(WS-TKT-INDEX) = EV-RUN-DATE
                    and WT-PROGRAM-ID(WS-TKT-INDEX) = EV-PROGRAM-ID
                    and WT-DESCRIPTION(WS-TKT-INDEX)
                        = EV-DESCRIPTION
                    and not WT-CLOSED(WS-TKT-INDEX)
                 move WS-TKT-INDEX to WS-FOUND-INDEX
              end-if
           end-perform
           evaluate true
              when WS-FOUND-INDEX > 0
                 if WT-OCCURRENCES(WS-FOUND-INDEX) < 9999
                    add 1 to WT-OCCURRENCES(WS-FOUND-INDEX)
                 end-if
                 add 1 to WS-FOLDED-COUNT
                 if WT-ACTION(WS-FOUND-INDEX) = space
                    set WT-FOLDED(WS-FOUND-INDEX) to true
                    add 1 to WS-DETAIL-COUNT
                 end-if
              when WS-TKT-COUNT < WS-TKT-MAX
                 add 1 to WS-TKT-COUNT
                 add 1 to WS-NEXT-ID
                 add 1 to WS-OPENED-COUNT
                 add 1 to WS-DETAIL-COUNT
                 move WS-NEXT-ID to WT-LOCAL-ID(WS-TKT-COUNT)
                 set WT-PENDING(WS-TKT-COUNT) to true
                 move spaces to WT-TICKET-NO(WS-TKT-COUNT)
                 move EV-RUN-DATE to WT-EVENT-DATE(WS-TKT-COUNT)
                 move EV-PROGRAM-ID to WT-PROGRAM-ID(WS-TKT-COUNT)
                 move EV-SEVERITY to WT-SEVERITY(WS-TKT-COUNT)
                 move 1 to WT-OCCURRENCES(WS-TKT-COUNT)
                 move WS-RUN-DATE to WT-OPENED-DATE(WS-TKT-COUNT)
                 move zero to WT-STATUS-DATE(WS-TKT-COUNT)
                 move EV-DESCRIPTION to WT-DESCRIPTION(WS-TKT-COUNT)
                 set WT-NEW(WS-TKT-COUNT) to true
              when other
                 display 'AOCTKT - TICKET REGISTER FULL, EVENT NOT '
                         'FORWARDED: ' EV-PROGRAM-ID ' '
                         EV-DESCRIPTION
                 if 8 > WS-MAX-RC
                    move 8 to WS-MAX-RC
                 end-if
           end-evaluate
           .

       A-WRITE-INTERFACE section.
      *    One new interface file per run, stamped with the next
      *    sequence number so a file the ticket system has not yet
      *    collected is never overwritten. N asks for a ticket; U
      *    tells the ticket system a ticket it already has (by our
      *    reference, and by its number once known) has recurred,
      *    with the new occurrence count. The trailer carries the
      *    detail count for the receiving side to check.
           add 1 to WS-OUT-SEQ
           move spaces to WS-OUTFILE-NAME
           string 'aocticket.D' delimited by size
                  WS-RUN-DATE delimited by size
                  '.T' delimited by size
                  WS-OUT-SEQ delimited by size
                  '.txt' delimited by size
                  into WS-OUTFILE-NAME
           open output OUTFIL
           if OUT-FS not = '00' and OUT-FS not = '05'
              display 'AOCTKT - INTERFACE FILE OPEN ERROR: '
                      WS-OUTFILE-NAME(1:40) ' STATUS=' OUT-FS
              move 16 to WS-MAX-RC
              move 'E' to WS-EVT-SEV
              move 'TICKET INTERFACE FILE OPEN ERROR' to WS-EVT-DESC
              perform A-WRITE-EVENT
           else
              move spaces to OUT-RECORD
              string 'H|AOCTKT|' delimited by size
                     WS-RUN-DATE delimited by size
                     '|' delimited by size
                     WS-OUT-SEQ delimited by size
                     into OUT-RECORD
              write OUT-RECORD
              perform varying WS-TKT-INDEX from 1 by 1
                        until WS-TKT-INDEX > WS-TKT-COUNT
                 if WT-ACTION(WS-TKT-INDEX) not = space
                    perform A-WRITE-DETAIL
                 end-if
              end-perform
              move spaces to OUT-RECORD
              move WS-DETAIL-COUNT to WS-DSP-COUNT
              string 'T|' delimited by size
                     WS-DSP-COUNT delimited by size
                     into OUT-RECORD
              write OUT-RECORD
              if OUT-FS not = '00'
                 display 'AOCTKT - INTERFACE FILE WRITE ERROR, '
                         'STATUS=' OUT-FS
                 move 16 to WS-MAX-RC
                 move 'E' to WS-EVT-SEV
                 move 'TICKET INTERFACE FILE WRITE ERROR'
                   to WS-EVT-DESC
                 perform A-WRITE-EVENT
              end-if
           end-if
           close OUTFIL
           .

       A-WRITE-DETAIL section.
           move spaces to OUT-RECORD
           if WT-NEW(WS-TKT-INDEX)
              string 'N|' delimited by size
                     WT-LOCAL-ID(WS-TKT-INDEX) delimited by size
                     '|' delimited by size
                     WT-EVENT-DATE(WS-TKT-INDEX) delimited by size
                     '|' delimited by size
                     WT-PROGRAM-ID(WS-TKT-INDEX) delimited by space
                     '|' delimited by size
                     WT-SEVERITY(WS-TKT-INDEX) delimited by size
                     '|' delimited by size
                     WT-OCCURRENCES(WS-TKT-INDEX) delimited by size
                     '|' delimited by size
                     WT-DESCRIPTION(WS-TKT-INDEX) delimited by size
                     into OUT-RECORD
           else
              string 'U|' delimited by size
                     WT-LOCAL-ID(WS-TKT-INDEX) delimited by size
                     '|' delimited by size
                     WT-TICKET-NO(WS-TKT-INDEX) delimited by space
                     '|' delimited by size
                     WT-OCCURRENCES(WS-TKT-INDEX) delimited by size
                     '|' delimited by size
                     WT-DESCRIPTION(WS-TKT-INDEX) delimited by size
                     into OUT-RECORD
           end-if
           write OUT-RECORD
           .

       A-REWRITE-REGISTER section.
      *    Updated tickets go to a work file first, then back over
      *    the live register, the same two-step AOCACK uses for the
      *    transmission log. On any failure the run ends RC 16,
      *    aocticket.new is left behind as the recovery copy, and
      *    the event position is not moved on.
           open output NEWTKT
           perform varying WS-TKT-INDEX from 1 by 1
                     until WS-TKT-INDEX > WS-TKT-COUNT
              move spaces to NEW-RECORD
              move WT-LOCAL-ID(WS-TKT-INDEX) to NT-LOCAL-ID
              move WT-STATUS(WS-TKT-INDEX) to NT-STATUS
              move WT-TICKET-NO(WS-TKT-INDEX) to NT-TICKET-NO
              move WT-EVENT-DATE(WS-TKT-INDEX) to NT-EVENT-DATE
              move WT-PROGRAM-ID(WS-TKT-INDEX) to NT-PROGRAM-ID
              move WT-SEVERITY(WS-TKT-INDEX) to NT-SEVERITY
              move WT-OCCURRENCES(WS-TKT-INDEX) to NT-OCCURRENCES
              move WT-OPENED-DATE(WS-TKT-INDEX) to NT-OPENED-DATE
              move WT-STATUS-DATE(WS-TKT-INDEX) to NT-STATUS-DATE
              move WT-DESCRIPTION(WS-TKT-INDEX) to NT-DESCRIPTION
              if NEW-FS = '00' or NEW-FS = '05'
                 write NEW-RECORD
              end-if
           end-perform
           close NEWTKT
           open output TKTFIL
           open input NEWTKT
           move space to V-TKTFLAG
           evaluate true
              when TKT-FS not = '00' and TKT-FS not = '05'
                 display 'AOCTKT - REGISTER REWRITE OPEN ERROR, '
                         'STATUS=' TKT-FS
                         ' - aocticket.new RETAINED'
                 move 16 to WS-MAX-RC
              when NEW-FS = '00' or NEW-FS = '05'
                 read NEWTKT at end set V-TKT-EOF to true end-read
                 perform until V-TKT-EOF
                    move NEW-RECORD to TKT-RECORD
                    write TKT-RECORD
                    if TKT-FS not = '00'
                       display 'AOCTKT - REGISTER WRITE ERROR, '
                               'STATUS=' TKT-FS
                               ' - aocticket.new RETAINED'
                       move 16 to WS-MAX-RC
                       set V-TKT-EOF to true
                    else
                       read NEWTKT at end set V-TKT-EOF to true
                       end-read
                    end-if
                 end-perform
              when other
                 display 'AOCTKT - UPDATED WORK FILE NOT '
                         'READABLE, STATUS=' NEW-FS
                         ' - aocticket.new RETAINED'
                 move 16 to WS-MAX-RC
           end-evaluate
           close NEWTKT
           close TKTFIL
           if WS-MAX-RC = 16
              move 'E' to WS-EVT-SEV
              move 'TICKET REGISTER REWRITE FAILED' to WS-EVT-DESC
              perform A-WRITE-EVENT
           end-if
           .

       A-WRITE-POSITION section.
           move spaces to POS-RECORD
           move WS-EVENTS-SEEN to TP-EVENTS-READ
           move WS-OUT-SEQ to TP-LAST-SEQ
           open output POSFIL
           if POS-FS = '00' or POS-FS = '05'
              write POS-RECORD
           else
              display 'AOCTKT - POSITION FILE WRITE ERROR, '
                      'STATUS=' POS-FS
              move 16 to WS-MAX-RC
           end-if
           close POSFIL
           .

       A-DISPLAY-SUMMARY section.
           move WS-NEW-EVENTS to WS-DSP-COUNT
           display 'NEW EVENTS READ ....: ' WS-DSP-COUNT
           move WS-OPENED-COUNT to WS-DSP-COUNT
           display 'TICKETS REQUESTED ..: ' WS-DSP-COUNT
           move WS-FOLDED-COUNT to WS-DSP-COUNT
           display 'REPEATS FOLDED .....: ' WS-DSP-COUNT
           move WS-RSP-COUNT to WS-DSP-COUNT
           display 'RESPONSES READ .....: ' WS-DSP-COUNT
           move WS-CLOSED-COUNT to WS-DSP-COUNT
           display 'NEWLY CLOSED .......: ' WS-DSP-COUNT
           if WS-DETAIL-COUNT > 0
              display 'INTERFACE FILE .....: ' WS-OUTFILE-NAME(1:40)
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
           move 'AOCTKT' to EV-PROGRAM-ID
           move WS-EVT-SEV to EV-SEVERITY
           move WS-EVT-DESC to EV-DESCRIPTION
           open extend EVTFIL
           if EVT-FS = '00' or EVT-FS = '05'
              write EVT-RECORD
           end-if
           close EVTFIL
           .
