      *                  head-to-head game -- spaces means the
      *                  computer -- so the PVP ladder can be built
      *                  from history instead of guessing.
      *  2026-10-15  jm  Added the WORKER instance id the play was
      *                  written by (spaces before the stamp), for
      *                  WKRMERGE.  96 bytes now; the fixed-width
      *                  readers move with it.
      *  2026-10-15  jm  Added the experiment and arm WORKER placed
      *                  the player in (EXPDEF), spaces outside any
      *                  experiment, for EXPRPT.  105 bytes now; the
      *                  fixed-width readers move with it.
      ******************************************************************
       01  PLAY-HISTORY-RECORD.
           05  PH-PLAYER-ID             PIC X(20).
           05  PH-DIFFICULTY            PIC 9(01).
           05  PH-VARIANT               PIC X(12).
           05  PH-OPPONENT-ID           PIC X(20).
           05  PH-INSTANCE-ID           PIC X(01).
           05  PH-EXPERIMENT-ID         PIC X(08).
           05  PH-ARM                   PIC X(01).
