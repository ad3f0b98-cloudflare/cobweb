      ******************************************************************
      *  TEAMMEM.CPY
      *
      *  Record layout for the TEAM-MEMBER file, one record per spell
      *  a player spends in a club: the day they joined and the day
      *  they left (zero while they are still a member).  A player
      *  belongs to at most one club at a time, so at most one of a
      *  player's records is open.  Leaving closes the open record
      *  rather than removing it -- TEAMRPT credits a club only with
      *  games played on or after TB-JOIN-DATE and before
      *  TB-LEAVE-DATE, so a player who changes clubs mid-season
      *  counts for each club only while they wore its colours.
      *  TEAMCON maintains the file; TB-CHANGED-BY is the console
      *  operator who made the last change to the record.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  TEAM-MEMBER-RECORD.
           05  TB-TEAM-ID               PIC X(08).
           05  TB-PLAYER-ID             PIC X(20).
           05  TB-JOIN-DATE             PIC 9(08).
           05  TB-LEAVE-DATE            PIC 9(08).
               88  TB-STILL-MEMBER                VALUE ZERO.
           05  TB-CHANGED-BY            PIC X(08).
