      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-09  jm  Original copybook.
      *  2026-10-15  jm  Added the WORKER instance id the line was
      *                  written by (spaces before the stamp), for
      *                  WKRMERGE.  56 bytes now; the fixed-width
      *                  readers move with it.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-DATE                 PIC 9(08).
           05  AL-ARG-NAME             PIC X(20).
           05  AL-ARG-VALUE            PIC 9(09).
           05  AL-OUTCOME              PIC X(10).
           05  AL-INSTANCE-ID          PIC X(01).
