      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original copybook.
      *  2026-10-15  jm  Added the WORKER instance id the record was
      *                  written by (spaces before the stamp), for
      *                  WKRMERGE.  25 bytes now; the fixed-width
      *                  readers move with it.
      ******************************************************************
       01  PARTNER-LOG-RECORD.
           05  PT-DATE                  PIC 9(08).
           05  PT-TIME                  PIC 9(08).
           05  PT-PARTNER-ID            PIC X(08).
           05  PT-INSTANCE-ID           PIC X(01).
