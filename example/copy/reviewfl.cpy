      *  cleared record stays on file so the same profile is not
      *  re-flagged every night for the same numbers.
      *
      *  PAIRSCRN appends here too, one record for each side of a
      *  head-to-head pair that looks like two accounts trading
      *  wins; RV-REASON then names the other side of the pair.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original copybook.
      *  2026-10-15  jm  Head-to-head pair flags from PAIRSCRN.
      ******************************************************************
       01  REVIEW-FLAG-RECORD.
           05  RV-PLAYER-ID             PIC X(20).
