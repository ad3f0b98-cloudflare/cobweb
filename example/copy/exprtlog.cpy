      ******************************************************************
      *  EXPRTLOG.CPY
      *
      *  Record layout for the EXPORT-LOG file, appended one record
      *  per EXPORTPL data-rights bundle produced: when, for whom,
      *  and the manifest counts the bundle attested.  The bundle
      *  itself goes to the player; this is what is left to show it
      *  was sent.  PRIVRPT lists the quarter's exports off it.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  EXPORT-LOG-RECORD.
           05  XL-DATE                  PIC 9(08).
           05  XL-TIME                  PIC 9(08).
           05  XL-PLAYER-ID             PIC X(20).
           05  XL-PROFILE-COUNT         PIC 9(01).
           05  XL-HISTORY-COUNT         PIC 9(07).
           05  XL-ACHV-COUNT            PIC 9(05).
           05  XL-DISPUTE-COUNT         PIC 9(05).
