      ******************************************************************
      *  PLAYCTRY.CPY
      *
      *  Record layout for the indexed PLAYER-COUNTRY file, one record
      *  per player id: the country the player's most recent play
      *  came from, off the CF-IPCountry header.  WORKER keeps it
      *  current on every identified play the edge tagged with a
      *  country, and it is how the country rules reach a player who
      *  is not the one making the request -- the parked side of a
      *  head-to-head in WORKER, a redemption keyed in PTSCON.  No
      *  record means no known country, which the rules allow.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  PLAYER-COUNTRY-RECORD.
           05  EY-PLAYER-ID             PIC X(20).
           05  EY-COUNTRY               PIC X(02).
           05  EY-LAST-DATE             PIC 9(08).
           05  EY-LAST-TIME             PIC 9(08).
