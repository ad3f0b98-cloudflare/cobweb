      ******************************************************************
      *  SLACRDT.CPY
      *
      *  Record layout for the SLA-CREDIT file.  PARTSLA appends one
      *  record per partner with service-level terms each time it
      *  measures a month: the credit owed when the month missed
      *  target, zero when it met it.  PARTINV reads the file end to
      *  end and the latest record for a partner and period wins, so
      *  a re-measured month replaces what an earlier run said
      *  instead of crediting the partner twice.  The reason names
      *  the first measure that missed.
      *
      *  Reasons:  AVERAGE  average service time over target
      *            P95      95th-percentile service time over target
      *            AVAIL    maintenance minutes took availability
      *                     under target
      *            SHED     some of the partner's requests were shed
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  SLA-CREDIT-RECORD.
           05  SC-PARTNER-ID            PIC X(08).
           05  SC-PERIOD                PIC 9(06).
           05  SC-CREDIT-AMOUNT         PIC 9(07)V99.
           05  SC-REASON                PIC X(08).
           05  SC-RUN-DATE              PIC 9(08).
