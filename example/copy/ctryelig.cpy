      ******************************************************************
      *  CTRYELIG.CPY
      *
      *  Record layout for the COUNTRY-ELIGIBILITY table, one record
      *  per two-letter country code (the CF-IPCountry value WORKER
      *  already captures) that legal has restricted.  Each of the
      *  three flags is Y or N:
      *
      *    CE-PLAY-ALLOWED    N turns the play away before the pick
      *    CE-POINTS-ALLOWED  N withholds every earn WORKER would
      *                       post -- win, streak, event, mission
      *    CE-REDEEM-ALLOWED  N refuses a prize redemption in PTSCON
      *
      *  A country not on the table is allowed everything, as is a
      *  play the edge didn't tag with a country.  A player's
      *  country is where their plays come from -- see PLAYCTRY.CPY.
      *  Maintained through the CTRYCON console, checked by CFGCHECK;
      *  every refusal and withheld earn lands on ELIGLOG for the
      *  month-end ELIGRPT.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  COUNTRY-ELIGIBILITY-RECORD.
           05  CE-COUNTRY               PIC X(02).
           05  CE-PLAY-ALLOWED          PIC X(01).
               88  CE-PLAY-OK                     VALUE 'Y'.
           05  CE-POINTS-ALLOWED        PIC X(01).
               88  CE-POINTS-OK                   VALUE 'Y'.
           05  CE-REDEEM-ALLOWED        PIC X(01).
               88  CE-REDEEM-OK                   VALUE 'Y'.
           05  CE-REASON                PIC X(30).
           05  CE-CHANGED-DATE          PIC 9(08).
           05  CE-CHANGED-BY            PIC X(08).
