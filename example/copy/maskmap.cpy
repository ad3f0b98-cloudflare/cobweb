      ******************************************************************
      *  MASKMAP.CPY
      *
      *  Record layout for the MASK-MAP file, keyed by the real player
      *  id: the pseudonym MASKEXT gives that player on the masked
      *  test copy.  A player keeps the pseudonym they were first
      *  given for as long as the file is kept, so a player looked
      *  at on one refresh of the test box is the same player on the
      *  next.  MA-SEQUENCE numbers players in the order they were
      *  first masked and is the number the pseudonym, the scrubbed
      *  display name and the dummy contact address are all built
      *  from.
      *
      *  This file is the key back to the real players.  It lives on
      *  the production side with the files it was built from and is
      *  never copied across with the masked set.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  MASK-MAP-RECORD.
           05  MA-PLAYER-ID             PIC X(20).
           05  MA-PSEUDONYM             PIC X(20).
           05  MA-SEQUENCE              PIC 9(08).
           05  MA-CREATE-DATE           PIC 9(08).
