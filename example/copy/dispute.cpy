      *  reports the open cases and how long they have sat.  Before
      *  this file, a dispute lived on in somebody's inbox.
      *
      *  When REPLAY shows the player really was mis-scored, DISPCON
      *  upholds the case with the result the play should have had;
      *  the nightly DISPPOST posts the correction against the play
      *  and closes the case.  A closed case with a corrected result
      *  on it was upheld.  Records from before those bytes existed
      *  carry spaces there -- never upheld.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original copybook.
      *  2026-10-15  jm  Upheld status, the corrected result and the
      *                  date the case was upheld.
      ******************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DP-CASE-ID               PIC X(10).
               88  DP-CASE-OPEN                   VALUE 'O'.
               88  DP-CASE-WORKED                 VALUE 'W'.
               88  DP-CASE-CLOSED                 VALUE 'C'.
               88  DP-CASE-UPHELD                 VALUE 'U'.
           05  DP-OPENED-DATE           PIC 9(08).
           05  DP-FINDINGS              PIC X(70).
           05  DP-CORRECT-RESULT        PIC X(01).
               88  DP-CORRECT-TO-WIN              VALUE 'W'.
               88  DP-CORRECT-TO-LOSS             VALUE 'L'.
               88  DP-CORRECT-TO-TIE              VALUE 'T'.
           05  DP-UPHELD-DATE           PIC 9(08).
