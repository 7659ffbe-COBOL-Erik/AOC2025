      *    CPYATH - operator authority master record layout, kept in
      *    aocauth.txt by the AOCAUTHM dialogue (security
      *    administrators only). One record per user id, dialogue
      *    and function the user may perform there:
      *      AOCPARMM - ROOF, DIALSIZE, PICKCNT, DRIFTPCT (the
      *                 control field the change touches);
      *      AOCCALM  - ADD, REMOVE (a holiday or closure);
      *      AOCREJM  - WRITEOFF (an open reject);
      *      AOCUNLK  - CLEAR (the active-run lock);
      *      AOCRULM  - RULES (add or change a repair rule);
      *      AOCWEARM - SERVICE (record a dial service);
      *      AOCREADM - READING (key the vault dial readings);
      *      AOCPOSR  - OVERRIDE (replace saved dial positions
      *                 with the vault readings);
      *      AOCAUTHM - ADMIN (maintain this master).
      *    A function of * grants every function of the dialogue.
      *    Each dialogue checks the master before accepting a change
      *    and logs every refusal to the event file. A grant is
      *    withdrawn by revoking it, never by deleting the record,
      *    so the master still says who held what.
       01 ATH-RECORD.
          05 AT-USER-ID         pic X(8).
          05 FILLER             pic X value space.
          05 AT-DIALOGUE        pic X(8).
          05 FILLER             pic X value space.
          05 AT-FUNCTION        pic X(8).
          05 FILLER             pic X value space.
          05 AT-STATUS          pic X.
             88 AT-ACTIVE       value 'A'.
             88 AT-REVOKED      value 'R'.
          05 FILLER             pic X value space.
      *    When the grant was last given or revoked, and by which
      *    security administrator.
          05 AT-STATUS-DATE     pic 9(8).
          05 FILLER             pic X value space.
          05 AT-CHANGED-BY      pic X(8).
