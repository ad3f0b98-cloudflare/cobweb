003500*  keeps, and a whole monthly segment older than that is
003600*  removed -- unless the schedule's archive flag is Y (the
003700*  segments then ARE the compliance archive and stay), or an
003800*  unclosed DISPUTE case references an audit line in
003900*  that month, which holds the segment until the case closes.
004000*  A retired segment's catalog records are dropped with it.
004100*
005520*  CTLGWORK work file instead of staging it in a fixed
005530*  table -- the old 400-slot cap would have truncated a
005540*  grown catalog and silently de-cataloged live segments.
005550*  2026-10-15  jm  An upheld dispute case holds its segment
005560*  like an open one until DISPPOST closes it.
005570*  2026-10-15  jm  AUDIT-LOG grew the WORKER instance id, so the
005580*  segment and retained-tail width moves from 55 to 56.
005600******************************************************************
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
009000 COPY "auditlog.cpy".

009100 FD  AUDIT-SEGMENT-FILE.
009200 01  AS-SEGMENT-LINE             PIC X(56).

009300 FD  NEW-AUDIT-FILE.
009400 01  AS-NEW-LINE                 PIC X(56).

009500 FD  AUDIT-CATALOG-FILE.
009600 COPY "audtctlg.cpy".
045200         AT END
045300             MOVE 'Y' TO AS-DISPUTE-EOF-SWITCH
045400         NOT AT END
045500             IF (DP-CASE-OPEN OR DP-CASE-WORKED OR
045550                 DP-CASE-UPHELD) AND
045600                DP-AL-DATE NUMERIC AND
045700                AS-HOLD-COUNT < 60
045800                 ADD 1 TO AS-HOLD-COUNT
