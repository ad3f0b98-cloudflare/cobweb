      ******************************************************************
      *  TEAMDEF.CPY
      *
      *  Record layout for the TEAM file, one record per player club.
      *  A club is created from the TEAMCON console by its captain,
      *  whose console sign-on is kept beside the captain's player id
      *  -- only that operator may change the club's roster from then
      *  on.  Who belongs to the club, and since when, is on the
      *  TEAM-MEMBER file (TEAMMEM.CPY); TEAMRPT rolls the members'
      *  PLAY-HISTORY results into the club's season standings.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  TEAM-RECORD.
           05  TM-TEAM-ID               PIC X(08).
           05  TM-TEAM-NAME             PIC X(30).
           05  TM-CAPTAIN-ID            PIC X(20).
           05  TM-CAPTAIN-OPERATOR      PIC X(08).
           05  TM-CREATE-DATE           PIC 9(08).
