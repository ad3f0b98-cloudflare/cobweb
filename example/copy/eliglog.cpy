      ******************************************************************
      *  ELIGLOG.CPY
      *
      *  Record layout for the ELIGIBILITY-LOG file, appended one
      *  record per thing the country rules on COUNTRY-ELIGIBILITY
      *  stopped:
      *
      *    P  a play WORKER turned away (EG-POINTS zero)
      *    W  an earn WORKER withheld -- EG-DETAIL is the earn reason
      *       (WIN, STREAK, EVENT, MSN-...)
      *    R  a redemption PTSCON refused -- EG-DETAIL is the prize
      *       item, EG-POINTS its price
      *
      *  ELIGRPT totals it by country at month end.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  ELIGIBILITY-LOG-RECORD.
           05  EG-DATE                  PIC 9(08).
           05  EG-TIME                  PIC 9(08).
           05  EG-COUNTRY               PIC X(02).
           05  EG-ACTION                PIC X(01).
               88  EG-PLAY-REFUSED                VALUE 'P'.
               88  EG-POINTS-WITHHELD             VALUE 'W'.
               88  EG-REDEEM-REFUSED              VALUE 'R'.
           05  EG-PLAYER-ID             PIC X(20).
           05  EG-POINTS                PIC 9(07).
           05  EG-DETAIL                PIC X(12).
