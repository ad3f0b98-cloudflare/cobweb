      ******************************************************************
      *  TRAFCFG.CPY
      *
      *  Record layout for the TRAFFIC-WATCH-CONFIG file -- a single
      *  record ops drops to tune TRAFWTCH, the intraday check of
      *  the running hour's traffic against the same hour of the
      *  same weekday over the trailing four weeks.  Percentages
      *  are of the traffic the baseline says to expect by the
      *  time of the run:
      *
      *    TC-DROP-PCT       a WARN when traffic is short of what
      *                      is expected by at least this much
      *    TC-CRIT-DROP-PCT  a CRIT when it is short by at least
      *                      this much (an embed gone dead)
      *    TC-SPIKE-PCT      a WARN when traffic runs over what is
      *                      expected by more than this much
      *    TC-MIN-HOURLY     a total or partner averaging fewer
      *                      plays than this in the hour is too
      *                      thin to judge, and is not alerted on
      *    TC-MIN-MINUTES    a running hour younger than this is
      *                      too young to judge; the hour before
      *                      it, now complete, is judged instead
      *
      *  No file, or a zero field, means that field's default: 50,
      *  80, 100, 20 and 15.  CFGCHECK checks the file.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  TRAFFIC-WATCH-CONFIG-RECORD.
           05  TC-DROP-PCT              PIC 9(03).
           05  TC-CRIT-DROP-PCT         PIC 9(03).
           05  TC-SPIKE-PCT             PIC 9(03).
           05  TC-MIN-HOURLY            PIC 9(05).
           05  TC-MIN-MINUTES           PIC 9(02).
