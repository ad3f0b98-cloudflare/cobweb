      *  notices) append one record per message for a player with a
      *  consented PLAYER-CONTACT record; the mailer consumes the
      *  file on its own schedule and owns actual delivery.  Nothing
      *  here sends anything itself.  PRIVRPT reads it back at
      *  quarter-end to prove every message went to a player who
      *  was consented at the time.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Note PRIVRPT's quarterly consent check.
      ******************************************************************
       01  OUTBOUND-MESSAGE-RECORD.
           05  MG-DATE                  PIC 9(08).
