      ******************************************************************
      *  PLAYLIM.CPY
      *
      *  Record layout for the indexed PLAY-LIMIT file, one record
      *  per player who has set a limit on their own play, keyed on
      *  the player id.  A player sets a daily cap ("playcap=<n>",
      *  or "playcap=OFF" to lift it) or asks for a cool-off
      *  ("cooloff=24H", "7D" or "30D") through the form; WORKER
      *  refuses a play ahead of the pick while a cool-off runs or
      *  once the day's count reaches the cap.
      *
      *  A limit is never loosened before its period is out.  A
      *  tighter cap, or a first one, takes hold at once; a higher
      *  cap, or lifting it, waits in LM-PENDING-CAP until the day
      *  after it was asked for, so the cap set for today holds all
      *  of today.  A cool-off can be lengthened but not shortened:
      *  a request ending sooner than the one running is answered
      *  with the one running.  LIMITRPT lists every player with a
      *  limit in force or a change waiting, for support.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  PLAY-LIMIT-RECORD.
           05  LM-PLAYER-ID             PIC X(20).
           05  LM-DAILY-CAP             PIC 9(05).
           05  LM-CAP-SET-DATE          PIC 9(08).
           05  LM-PENDING-SWITCH        PIC X(01).
               88  LM-CAP-CHANGE-PENDING          VALUE 'Y'.
           05  LM-PENDING-CAP           PIC 9(05).
           05  LM-PENDING-FROM-DATE     PIC 9(08).
           05  LM-COOLOFF-PERIOD        PIC X(03).
           05  LM-COOLOFF-SET-DATE      PIC 9(08).
           05  LM-COOLOFF-END-DATE      PIC 9(08).
           05  LM-COOLOFF-END-TIME      PIC 9(08).
           05  LM-PLAY-DATE             PIC 9(08).
           05  LM-PLAY-COUNT            PIC 9(05).
