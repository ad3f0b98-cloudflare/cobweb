      ******************************************************************
      *  PROFLOG.CPY
      *
      *  Record layout for the PROFILE-LOG compliance trail PROFMNT
      *  appends to -- one record per merge or erase, saying when,
      *  which id went where, and the lifetime numbers that moved
      *  with it.  PFPROOF reads it to know which PLAY-HISTORY
      *  records now belong to another profile, or to none; PRIVRPT
      *  lists the quarter's erases off it.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original layout, inline in PROFMNT.
      *  2026-10-15  jm  Moved to its own copybook for PFPROOF.
      *  2026-10-15  jm  Note PRIVRPT's quarterly erasure listing.
      ******************************************************************
       01  PROFILE-LOG-RECORD.
           05  PL-DATE                 PIC 9(08).
           05  PL-TIME                 PIC 9(08).
           05  PL-ACTION               PIC X(05).
           05  PL-SOURCE-ID            PIC X(20).
           05  PL-TARGET-ID            PIC X(20).
           05  PL-WINS-MOVED           PIC 9(05).
           05  PL-LOSSES-MOVED         PIC 9(05).
           05  PL-TIES-MOVED           PIC 9(05).
