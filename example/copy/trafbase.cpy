      ******************************************************************
      *  TRAFBASE.CPY
      *
      *  Record layout for the TRAFFIC-BASELINE file TRAFWTCH judges
      *  the intraday traffic against: the business date's traffic
      *  counted by hour, added each night by TRAFWTCH ROLL from the
      *  merged AUDIT-LOG and PARTNER-LOG, with the file kept to the
      *  trailing 28 days.  One record per hour for each total --
      *
      *    *SUBMIT   every AUDIT-LOG line: every pick submitted,
      *              accepted or not
      *    *PLAYED   every PARTNER-LOG line: every play, whatever
      *              partner it came through
      *
      *  -- whether or not the hour saw any traffic, and one per
      *  hour a partner (DIRECT included) had plays in.  A partner
      *  with no record for an hour had no plays in it.  The file
      *  is in date, hour and series order.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  TRAFFIC-BASELINE-RECORD.
           05  TH-DATE                  PIC 9(08).
           05  TH-HOUR                  PIC 9(02).
           05  TH-SERIES                PIC X(08).
               88  TH-SERIES-SUBMITS              VALUE '*SUBMIT'.
               88  TH-SERIES-PLAYS                VALUE '*PLAYED'.
           05  TH-COUNT                 PIC 9(07).
