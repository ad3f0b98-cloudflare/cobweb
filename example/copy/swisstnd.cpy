      ******************************************************************
      *  SWISSTND.CPY
      *
      *  The standings of one Swiss-system event, as the SWISSTND
      *  subprogram builds them off the BRACKET file.  The caller
      *  fills in ST-EVENT-ID and CALLs SWISSTND; it comes back with
      *  one entry per player, already in standings order -- score
      *  first (win or bye 1, drawn match 1/2), ties on score broken
      *  by ST-TIEBREAK, the sum of the player's opponents' scores,
      *  then by player id so the order never wobbles between runs.
      *  A bye has no opponent and adds nothing to the tiebreak.
      *  A walkover scores 1 like a bye and is a loss for the
      *  no-show; it is not counted in ST-WINS.  A double forfeit
      *  scores nobody and is a loss for both sides.
      *  ST-PLAYER-COUNT comes back zero when the event has no Swiss
      *  rounds on file (a knockout bracket, or no bracket at all).
      *  BRACKADV pairs the next round from it; EVENTRPT and EVENTLIV
      *  print it.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      *  2026-10-15  jm  Walkovers and double forfeits.
      ******************************************************************
       01  SWISS-STANDINGS.
           05  ST-EVENT-ID              PIC X(08).
           05  ST-ROUNDS-PLAYED         PIC 9(02).
           05  ST-ROUNDS-SCHEDULED      PIC 9(02).
           05  ST-PLAYER-COUNT          PIC 9(03).
           05  ST-ENTRY OCCURS 128 TIMES.
               10  ST-PLAYER-ID         PIC X(20).
               10  ST-SCORE             PIC 9(03)V9.
               10  ST-TIEBREAK          PIC 9(04)V9.
               10  ST-WINS              PIC 9(03).
               10  ST-DRAWS             PIC 9(03).
               10  ST-LOSSES            PIC 9(03).
               10  ST-BYES              PIC 9(03).
