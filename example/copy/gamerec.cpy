      *                  of its DAY-SUMMARY and PERF-LOG
      *                  expectations.  61 bytes now; fixed-width
      *                  readers move again.
      *  2026-10-15  jm  A play WORKER wrote now carries its instance
      *                  id ('1' through '9') in the source byte, so
      *                  WKRMERGE can prove each node's feed through
      *                  the merge.  Spaces stay on plays from
      *                  before the stamp; 'B' is still BULKLOAD.
      *                  Same 61 bytes.
      ******************************************************************
       01  GAME-RESULT-RECORD.
           05  GR-DATE                 PIC 9(08).
