      *
      *  Per-feed statuses:  B balanced   X broken   - not checked
      *
      *  DC-CORRECT-STATUS proves the day's dispute corrections:
      *  the points on PLAY-CORRECTION against the UPHELD ADJUST
      *  entries on POINTS-LEDGER.  A record written before the
      *  byte existed carries a space there -- not checked.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Added the dispute-correction status.
      ******************************************************************
       01  DAILY-CLOSE-RECORD.
           05  DC-DATE                  PIC 9(08).
           05  DC-GEO-STATUS            PIC X(01).
           05  DC-EVENT-STATUS          PIC X(01).
           05  DC-PERF-STATUS           PIC X(01).
           05  DC-CORRECT-STATUS        PIC X(01).
