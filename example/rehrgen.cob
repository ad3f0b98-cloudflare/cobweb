002500*  Modification history
002600*  ---------------------------------------------------------------
002700*  2026-09-03  jm  Original program.
002710*  2026-10-15  jm  PERFLOG records grew the partner id; the
002720*  rehearsal copy widens with them.
002740*  2026-10-15  jm  PLAY-HISTORY, AUDIT-LOG and PERF-LOG grew the
002760*  WORKER instance id, so the rehearsal copies widen to 96, 56
002780*  and 40.
002785*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
002790*  its rehearsal copy widens to 105.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006600 COPY "playhist.cpy".

006700 FD  RH-HISTORY-FILE.
006800 01  RG-RH-HISTORY-LINE          PIC X(105).

006900 FD  AUDIT-LOG-FILE.
007000 COPY "auditlog.cpy".

007100 FD  RH-AUDIT-FILE.
007200 01  RG-RH-AUDIT-LINE            PIC X(56).

007300 FD  PERF-LOG-FILE.
007400 COPY "perflog.cpy".

007500 FD  RH-PERF-FILE.
007600 01  RG-RH-PERF-LINE             PIC X(40).

007700 FD  BUSINESS-DATE-FILE.
007800 COPY "busdate.cpy".
