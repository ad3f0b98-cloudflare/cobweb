001900*  compliance, and are dropped when it doesn't.  A file with
002000*  no schedule row is left entirely alone.
002100*
002200*  Legal hold: any record belonging to a player an open,
002300*  in-work or upheld DISPUTE case names is retained regardless
002400*  of age until the case closes.
002410*
002420*  The audit trail is deliberately not here: AUDITSEG owns
002430*  AUDITLOG's whole lifecycle (the monthly segment store),
003120*  owns that file's lifecycle now, and two owners meant
003130*  swept records resurrected through the AUDITLOG.NEW
003140*  promote and duplicated into the segments.
003150*  2026-10-15  jm  PERFLOG records grew the partner id; the
003160*  .NEW and .ARC lines widen with them.
003170*  2026-10-15  jm  An upheld dispute case holds its player
003180*  like an open one until DISPPOST closes it.
003185*  2026-10-15  jm  PLAY-HISTORY, PERF-LOG and PARTNER-LOG grew
003190*  the WORKER instance id, so their archive and retained-tail
003195*  widths move to 96, 40 and 25.
003197*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
003199*  its archive and retained-tail widths move to 105.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
012200 COPY "playhist.cpy".

012300 FD  NEW-PLAY-HISTORY-FILE.
012400 01  RM-PLAYHIST-NEW-LINE        PIC X(105).

012500 FD  ARC-PLAY-HISTORY-FILE.
012600 01  RM-PLAYHIST-ARC-LINE        PIC X(105).

012700 FD  PERF-LOG-FILE.
012800 COPY "perflog.cpy".

012900 FD  NEW-PERF-LOG-FILE.
013000 01  RM-PERFLOG-NEW-LINE        PIC X(40).

013100 FD  ARC-PERF-LOG-FILE.
013200 01  RM-PERFLOG-ARC-LINE        PIC X(40).

013300 FD  GEO-COUNT-FILE.
013400 COPY "geocount.cpy".
014000 COPY "partlog.cpy".

014100 FD  NEW-PARTNER-LOG-FILE.
014200 01  RM-PARTLOG-NEW-LINE        PIC X(25).

014300 FD  ARC-PARTNER-LOG-FILE.
014400 01  RM-PARTLOG-ARC-LINE        PIC X(25).

014500 FD  EVENT-PLAY-FILE.
014600 COPY "eventply.cpy".
023200     77 RM-SEEK-PLAYER         PIC X(20) VALUE SPACES.

023300*    ----------------------------------------------------------
023500*    The legal holds off the unclosed DISPUTE cases:
023600*    the players the cases were filed for (support leads the
023700*    contact field with the player id when there is one).
023800*    ----------------------------------------------------------
030100 1020-EXIT.
030200     EXIT.

030300*    Every open, in-work or upheld case pins its audit line
030400*    and its player until the case is closed -- an upheld one
030410*    by DISPPOST once its correction has posted.
030500 1200-LOAD-LEGAL-HOLDS.
030600     OPEN INPUT DISPUTE-FILE
030700     IF NOT RM-DISPUTE-OK
031700         AT END
031800             MOVE 'Y' TO RM-DISPUTE-EOF-SWITCH
031900         NOT AT END
032000             IF DP-CASE-OPEN OR DP-CASE-WORKED OR DP-CASE-UPHELD
032800                 IF DP-PLAYER-CONTACT (1:20) NOT = SPACES AND
032900                    RM-HOLD-PLAYER-COUNT < 200
033000                     ADD 1 TO RM-HOLD-PLAYER-COUNT
