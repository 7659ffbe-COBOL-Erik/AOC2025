      *    CPYTKT - incident-ticket register record, kept by AOCTKT
      *    in aocticket.txt: one record per ticket the forwarder
      *    has asked the service desk's ticket system to open. A
      *    ticket stands for one distinct problem - a program and
      *    event description on one run date - so a repeat of the
      *    same event that day adds to the occurrence count here
      *    instead of opening another ticket. The ticket number
      *    and status come back through the ticket system's
      *    response file; until then the ticket is PEND.
       01 TKT-RECORD.
      *    Our own reference, quoted on every interface record and
      *    expected back on every response record.
          05 TK-LOCAL-ID        pic 9(6).
          05 FILLER             pic X value space.
          05 TK-STATUS          pic X(4).
             88 TK-PENDING      value 'PEND'.
             88 TK-OPEN         value 'OPEN'.
             88 TK-CLOSED       value 'CLSD'.
          05 FILLER             pic X value space.
          05 TK-TICKET-NO       pic X(12).
          05 FILLER             pic X value space.
          05 TK-EVENT-DATE      pic 9(8).
          05 FILLER             pic X value space.
          05 TK-PROGRAM-ID      pic X(8).
          05 FILLER             pic X value space.
          05 TK-SEVERITY        pic X.
          05 FILLER             pic X value space.
          05 TK-OCCURRENCES     pic 9(4).
          05 FILLER             pic X value space.
      *    Date the ticket was first forwarded, and date of the
      *    last status the ticket system sent back (zero until
      *    one arrives).
          05 TK-OPENED-DATE     pic 9(8).
          05 FILLER             pic X value space.
          05 TK-STATUS-DATE     pic 9(8).
          05 FILLER             pic X value space.
          05 TK-DESCRIPTION     pic X(60).
