000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRAFWTCH.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  TRAFWTCH
000900*
001000*  Intraday traffic watch.  PROBECHK says the morning after
001100*  that no probe landed and TIMEPROF shows the day's hourly
001200*  shape after the fact, but a big partner's embed breaking at
001300*  two in the afternoon halves the traffic and nobody hears of
001400*  it until billing does.  Run from the scheduler every 15
001500*  minutes through the day, this job counts the running hour's
001600*  AUDIT-LOG lines (every pick submitted) and PARTNER-LOG
001700*  records (every play, in total and per partner) and holds
001800*  each count against the same hour of the same weekday over
001900*  the trailing four weeks on TRAFFIC-BASELINE, scaled to how
002000*  far into the hour the run is.  A total or partner short of
002100*  what is expected by TRAFFIC-WATCH-CONFIG's drop percentage
002200*  raises a WARN on the common ALERT file, short by its
002300*  critical percentage a CRIT, and over by its spike
002400*  percentage a WARN -- then ALERTER is launched straight
002500*  away, the way JOBCTL and PERIODCL launch it, so the page
002600*  goes out now rather than with the overnight window.
002700*  ALERTER delivers whatever else is waiting on the ALERT file
002800*  with it and acknowledgments suppress as they always do.
002900*  While JOBCTL's window is running (a step marked running on
003000*  JOBSTATE, or some done and some still to go with none
003100*  failed) ALERTER is not launched from here: the alert waits
003200*  on the ALERT file for the one JOBCTL launches at window end,
003300*  so two ALERTERs never work the file at once.
003400*
003500*  A series is paged once per direction and severity per hour
003600*  judged: what has gone out is kept on TRAFFIC-SENT, so the
003700*  same drop does not re-page every quarter of an hour, a drop
003800*  that deepens from WARN to CRIT within the hour pages again
003900*  (and a CRIT already paged covers a WARN after it), and a
004000*  drop still standing in the next hour pages again.  A
004100*  running hour younger than the configured minimum is too
004200*  young to scale fairly, so the hour just completed is judged
004300*  instead.  A total or partner averaging too few plays in the
004400*  hour to judge is reported and never alerted on, and a
004500*  partner with no baseline at all (new this month) is only
004600*  reported.
004700*
004800*  With several WORKER instances the live logs sit on their
004900*  nodes until WKRMERGE gathers them overnight, so the watch
005000*  runs on each node against that node's own logs, and the
005100*  baseline (the whole game's traffic) is split evenly across
005200*  the instances the node's copy of the WKRINST roster has
005300*  active.  No roster is the single-node setup: no split.  A
005400*  node that has a WKRNODE record is one of several, so a
005500*  missing roster there is a broken install, not a single
005600*  node: the watch judges nothing rather than hold the node to
005700*  the whole game's traffic, and raises TRAF-NO-ROSTER.
005800*
005900*  Files:
006000*    TRAFCFG   TRAFFIC-WATCH-CONFIG, one record: the drop,
006100*              critical drop and spike percentages, the fewest
006200*              plays an hour worth judging, and the youngest
006300*              running hour judged.  No file, or a zero or
006400*              out-of-range field, keeps the default (50, 80,
006500*              100, 20 and 15).
006600*    TRAFBASE  TRAFFIC-BASELINE, the hourly counts for the
006700*              trailing 28 days, one record per date, hour and
006800*              series (*SUBMIT, *PLAYED or a partner id), kept by
006900*              the ROLL step.  No file means nothing is judged.
007000*    TRAFSENT  TRAFFIC-SENT, the alert keys already paged for
007100*              the hour last judged; rewritten whole.
007200*    WKRINST   the WORKER-INSTANCE roster, this node's copy, for
007300*              the number of active instances sharing the load.
007400*    WKRNODE   this node's own instance record; looked for only
007500*              to tell a single node from a broken install.
007600*    JOBSTATE  JOBCTL's step states, read only, to tell whether
007700*              the overnight window is running.
007800*    AUDITLOG, PARTLOG  the node's live logs (the merged logs
007900*              for ROLL); BUSDATE for ROLL; ALERTS appended.
008000*
008100*  Invoke as:  trafwtch        (the intraday watch, the default)
008200*         or:  trafwtch ROLL   (the overnight step: add the
008300*              business date's hourly counts off the merged
008400*              logs to TRAFFIC-BASELINE and drop anything older
008500*              than 28 days; runs ahead of AUDITSEG's sweep)
008600*  Exits with RETURN-CODE 0, or 4 when the watch could not
008700*  judge for want of the roster; the watch leaves TRAFWTCH.TXT.
008800*
008900*  Modification history
009000*  ---------------------------------------------------------------
009100*  2026-10-15  jm  Original program.
009200*  2026-10-15  jm  Severity in the alert key, so a deepening drop
009300*                  pages again; no judging on a node without its
009400*                  roster; no ALERTER launch while the window
009500*                  runs.  Files listed in the header.
009600******************************************************************
009700 ENVIRONMENT DIVISION.
009800 INPUT-OUTPUT SECTION.
009900 FILE-CONTROL.
010000     SELECT TRAFFIC-WATCH-CONFIG-FILE ASSIGN TO "TRAFCFG"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS TW-CONFIG-FILE-STATUS.
010300     SELECT TRAFFIC-BASELINE-FILE ASSIGN TO "TRAFBASE"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS TW-BASELINE-FILE-STATUS.
010600     SELECT TRAFFIC-SENT-FILE ASSIGN TO "TRAFSENT"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS TW-SENT-FILE-STATUS.
010900     SELECT WORKER-INSTANCE-FILE ASSIGN TO "WKRINST"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS TW-ROSTER-FILE-STATUS.
011200     SELECT WORKER-NODE-FILE ASSIGN TO "WKRNODE"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS TW-NODE-FILE-STATUS.
011500     SELECT JOB-STATE-FILE ASSIGN TO "JOBSTATE"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS TW-STATE-FILE-STATUS.
011800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS TW-AUDIT-FILE-STATUS.
012100     SELECT PARTNER-LOG-FILE ASSIGN TO "PARTLOG"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS TW-PARTLOG-FILE-STATUS.
012400     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS TW-BUSDATE-FILE-STATUS.
012700     SELECT ALERT-FILE ASSIGN TO "ALERTS"
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS TW-ALERT-FILE-STATUS.
013000     SELECT BASELINE-SORT-FILE ASSIGN TO "SRTTRAF".
013100     SELECT WATCH-REPORT-FILE ASSIGN TO "TRAFWTCH.TXT"
013200         ORGANIZATION IS LINE SEQUENTIAL
013300         FILE STATUS IS TW-REPORT-FILE-STATUS.

013400 DATA DIVISION.
013500 FILE SECTION.
013600 FD  TRAFFIC-WATCH-CONFIG-FILE.
013700 COPY "trafcfg.cpy".

013800 FD  TRAFFIC-BASELINE-FILE.
013900 COPY "trafbase.cpy".

014000*    What the watch has paged for the hour it last judged.
014100 FD  TRAFFIC-SENT-FILE.
014200 01  TRAFFIC-SENT-RECORD.
014300     05  TS-DATE                 PIC 9(08).
014400     05  TS-HOUR                 PIC 9(02).
014500     05  TS-ALERT-KEY            PIC X(16).

014600 FD  WORKER-INSTANCE-FILE.
014700 COPY "wkrinst.cpy".

014800*    Only whether the node has one matters here.
014900 FD  WORKER-NODE-FILE.
015000 01  WORKER-NODE-RECORD          PIC X(22).

015100 FD  JOB-STATE-FILE.
015200 COPY "jobstate.cpy".

015300 FD  AUDIT-LOG-FILE.
015400 COPY "auditlog.cpy".

015500 FD  PARTNER-LOG-FILE.
015600 COPY "partlog.cpy".

015700 FD  BUSINESS-DATE-FILE.
015800 COPY "busdate.cpy".

015900 FD  ALERT-FILE.
016000 COPY "alertrec.cpy".

016100 SD  BASELINE-SORT-FILE.
016200 01  TW-SORT-RECORD.
016300     05  TW-SORT-DATE            PIC 9(08).
016400     05  TW-SORT-HOUR            PIC 9(02).
016500     05  TW-SORT-SERIES          PIC X(08).
016600     05  TW-SORT-COUNT           PIC 9(07).

016700 FD  WATCH-REPORT-FILE.
016800 01  WATCH-REPORT-LINE           PIC X(80).

016900 WORKING-STORAGE SECTION.
017000     77 TW-CONFIG-FILE-STATUS    PIC X(02) VALUE '00'.
017100        88 TW-CONFIG-FILE-OK               VALUE '00'.
017200     77 TW-BASELINE-FILE-STATUS  PIC X(02) VALUE '00'.
017300        88 TW-BASELINE-FILE-OK             VALUE '00'.
017400     77 TW-SENT-FILE-STATUS      PIC X(02) VALUE '00'.
017500        88 TW-SENT-FILE-OK                 VALUE '00'.
017600     77 TW-ROSTER-FILE-STATUS    PIC X(02) VALUE '00'.
017700        88 TW-ROSTER-FILE-OK               VALUE '00'.
017800     77 TW-NODE-FILE-STATUS      PIC X(02) VALUE '00'.
017900        88 TW-NODE-FILE-OK                 VALUE '00'.
018000     77 TW-STATE-FILE-STATUS     PIC X(02) VALUE '00'.
018100        88 TW-STATE-FILE-OK                VALUE '00'.
018200     77 TW-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
018300        88 TW-AUDIT-FILE-OK                VALUE '00'.
018400     77 TW-PARTLOG-FILE-STATUS   PIC X(02) VALUE '00'.
018500        88 TW-PARTLOG-FILE-OK              VALUE '00'.
018600     77 TW-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
018700        88 TW-BUSDATE-FILE-OK              VALUE '00'.
018800     77 TW-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
018900        88 TW-ALERT-FILE-OK                VALUE '00'.
019000     77 TW-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
019100     77 TW-EOF-SWITCH            PIC X(01) VALUE 'N'.
019200        88 TW-AT-EOF                       VALUE 'Y'.
019300     77 TW-FOUND-SWITCH          PIC X(01) VALUE 'N'.
019400        88 TW-ENTRY-FOUND                  VALUE 'Y'.
019500     77 TW-TABLE-FULL-SWITCH     PIC X(01) VALUE 'N'.
019600        88 TW-TABLE-FULL                   VALUE 'Y'.
019700     77 TW-ROSTER-SWITCH         PIC X(01) VALUE 'N'.
019800        88 TW-ROSTER-MISSING               VALUE 'Y'.
019900     77 TW-WINDOW-SWITCH         PIC X(01) VALUE 'N'.
020000        88 TW-WINDOW-RUNNING               VALUE 'Y'.

020100     01 TW-COMMAND-LINE          PIC X(60) VALUE SPACES.
020200     01 TW-ALERTER-COMMAND       PIC X(40) VALUE 'alerter'.

020300*    Thresholds, TRAFFIC-WATCH-CONFIG's or these defaults.
020400     77 TW-DROP-PCT              PIC 9(03) VALUE 50.
020500     77 TW-CRIT-DROP-PCT         PIC 9(03) VALUE 80.
020600     77 TW-SPIKE-PCT             PIC 9(03) VALUE 100.
020700     77 TW-MIN-HOURLY            PIC 9(05) VALUE 20.
020800     77 TW-MIN-MINUTES           PIC 9(02) VALUE 15.
020900     77 TW-DROP-FLOOR            PIC 9(03) VALUE ZERO.
021000     77 TW-CRIT-FLOOR            PIC 9(03) VALUE ZERO.
021100     77 TW-SPIKE-CEILING         PIC 9(04) VALUE ZERO.

021200     01 TW-RUN-DATE              PIC 9(08) VALUE ZERO.
021300     01 TW-RUN-TIME              PIC 9(08) VALUE ZERO.
021400     01 TW-RUN-TIME-PARTS REDEFINES TW-RUN-TIME.
021500        05 TW-RUN-HOUR           PIC 9(02).
021600        05 TW-RUN-MINUTE         PIC 9(02).
021700        05 TW-RUN-SECOND         PIC 9(02).
021800        05 FILLER                PIC 9(02).

021900*    The hour being judged, and how much of it has gone by.
022000     77 TW-JUDGE-DATE            PIC 9(08) VALUE ZERO.
022100     77 TW-JUDGE-HOUR            PIC 9(02) VALUE ZERO.
022200     77 TW-ELAPSED-SECONDS       PIC 9(05) VALUE ZERO.
022300     77 TW-ELAPSED-MINUTES       PIC 9(02) VALUE ZERO.
022400     77 TW-RECORD-HOUR           PIC 9(02) VALUE ZERO.
022500     77 TW-DATE-INTEGER          PIC 9(08) VALUE ZERO.
022600     77 TW-INSTANCE-COUNT        PIC 9(02) VALUE ZERO.

022700*    The same weekday one to four weeks back, and whether the
022800*    baseline holds each of them.
022900     77 TW-WEEK-IDX              PIC 9(01) COMP VALUE ZERO.
023000     77 TW-WEEKS-FOUND           PIC 9(01) VALUE ZERO.
023100     01 TW-WEEK-TABLE.
023200        05 TW-WEEK-ENTRY OCCURS 4 TIMES.
023300           10 TW-WEEK-DATE       PIC 9(08).
023400           10 TW-WEEK-PRESENT    PIC X(01).

023500*    One entry per series: the two totals first, then every
023600*    partner on the baseline or in the running hour.  200 is
023700*    well past the partners ever signed.
023800     77 TW-SER-COUNT             PIC 9(03) COMP VALUE ZERO.
023900     77 TW-SER-IDX               PIC 9(03) COMP VALUE ZERO.
024000     77 TW-SCAN-IDX              PIC 9(03) COMP VALUE ZERO.
024100     77 TW-FIND-ID               PIC X(08) VALUE SPACES.
024200     01 TW-SERIES-TABLE.
024300        05 TW-SER-ENTRY OCCURS 200 TIMES.
024400           10 TW-SER-ID          PIC X(08).
024500           10 TW-SER-BASE        PIC 9(09) COMP.
024600           10 TW-SER-ACTUAL      PIC 9(07) COMP.
024700           10 TW-SER-HOURLY      PIC 9(07)V9(01).
024800           10 TW-SER-EXPECTED    PIC 9(07)V9(01).
024900           10 TW-SER-PCT         PIC 9(05).
025000           10 TW-SER-STATUS      PIC X(24).

025100*    What has been paged already for the hour being judged.
025200     77 TW-SENT-COUNT            PIC 9(03) COMP VALUE ZERO.
025300     77 TW-SENT-IDX              PIC 9(03) COMP VALUE ZERO.
025400     01 TW-SENT-TABLE.
025500        05 TW-SENT-KEY OCCURS 100 TIMES PIC X(16).

025600     77 TW-NEW-ALERT-COUNT       PIC 9(03) VALUE ZERO.
025700     77 TW-DIRECTION             PIC X(05) VALUE SPACES.
025800     77 TW-SEVERITY              PIC X(04) VALUE SPACES.
025900*    DROPC, DROPW or SPIKE and the series: 14 characters.
026000     77 TW-KEY-CODE              PIC X(05) VALUE SPACES.
026100     77 TW-ALERT-KEY             PIC X(16) VALUE SPACES.
026200     77 TW-SAVED-KEY             PIC X(16) VALUE SPACES.

026300*    JOBCTL's steps by state, for telling whether the window runs.
026400     77 TW-STEPS-RUNNING         PIC 9(03) COMP VALUE ZERO.
026500     77 TW-STEPS-DONE            PIC 9(03) COMP VALUE ZERO.
026600     77 TW-STEPS-PENDING         PIC 9(03) COMP VALUE ZERO.
026700     77 TW-STEPS-FAILED          PIC 9(03) COMP VALUE ZERO.
026800     77 TW-ACTUAL-EDIT           PIC Z,ZZZ,ZZ9.
026900     77 TW-EXPECTED-EDIT         PIC Z,ZZZ,ZZ9.
027000     77 TW-PCT-EDIT              PIC ZZZZ9.
027100     77 TW-DROP-EDIT             PIC ZZ9.
027200     77 TW-CRIT-EDIT             PIC ZZ9.
027300     77 TW-SPIKE-EDIT            PIC ZZ9.
027400     77 TW-HOURLY-EDIT           PIC ZZZZ9.
027500     77 TW-INSTANCE-EDIT         PIC Z9.

027600*    The overnight roll: the business date's hourly counts,
027700*    the two totals and up to 200 partners.
027800     77 TW-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
027900     77 TW-KEEP-FROM-DATE        PIC 9(08) VALUE ZERO.
028000     77 TW-HOUR-SUB              PIC 9(02) COMP VALUE ZERO.
028100     77 TW-ROLL-AUDIT-COUNT      PIC 9(09) VALUE ZERO.
028200     77 TW-ROLL-PLAY-COUNT       PIC 9(09) VALUE ZERO.
028300     77 TW-KEPT-COUNT            PIC 9(09) VALUE ZERO.
028400     77 TW-ADDED-COUNT           PIC 9(09) VALUE ZERO.
028500     77 TW-WRITTEN-COUNT         PIC 9(09) VALUE ZERO.
028600     77 TW-RP-COUNT              PIC 9(03) COMP VALUE ZERO.
028700     77 TW-RP-IDX                PIC 9(03) COMP VALUE ZERO.
028800     01 TW-ROLL-TOTAL-TABLE.
028900        05 TW-RT-HOUR OCCURS 24 TIMES.
029000           10 TW-RT-SUBMITS      PIC 9(07) COMP.
029100           10 TW-RT-PLAYS        PIC 9(07) COMP.
029200     01 TW-ROLL-PARTNER-TABLE.
029300        05 TW-RP-ENTRY OCCURS 200 TIMES.
029400           10 TW-RP-ID           PIC X(08).
029500           10 TW-RP-HOUR-COUNT OCCURS 24 TIMES
029600                                 PIC 9(07) COMP.

029700     01 TW-HEADING-1             PIC X(80) VALUE
029800        'TRAFWTCH - INTRADAY TRAFFIC WATCH'.
029900     01 TW-HEADING-2             PIC X(80).
030000     01 TW-HEADING-3             PIC X(80).
030100     01 TW-HEADING-4             PIC X(80).
030200     01 TW-BLANK-LINE            PIC X(80) VALUE SPACES.
030300     01 TW-COLUMN-HEADING.
030400        05 FILLER                PIC X(40) VALUE
030500           '  SERIES     AVG/HOUR   EXPECTED     ACT'.
030600        05 FILLER                PIC X(40) VALUE
030700           'UAL     PCT  STATUS'.
030800     01 TW-DETAIL-LINE.
030900        05 FILLER                PIC X(02) VALUE SPACES.
031000        05 TW-DTL-SERIES         PIC X(08).
031100        05 FILLER                PIC X(02) VALUE SPACES.
031200        05 TW-DTL-HOURLY         PIC ZZZ,ZZ9.9.
031300        05 FILLER                PIC X(02) VALUE SPACES.
031400        05 TW-DTL-EXPECTED       PIC ZZZ,ZZ9.9.
031500        05 FILLER                PIC X(02) VALUE SPACES.
031600        05 TW-DTL-ACTUAL         PIC Z,ZZZ,ZZ9.
031700        05 FILLER                PIC X(02) VALUE SPACES.
031800        05 TW-DTL-PCT            PIC ZZZZ9.
031900        05 FILLER                PIC X(01) VALUE '%'.
032000        05 FILLER                PIC X(02) VALUE SPACES.
032100        05 TW-DTL-STATUS         PIC X(24).
032200        05 FILLER                PIC X(03) VALUE SPACES.
032300     01 TW-STATUS-LINE.
032400        05 FILLER                PIC X(02) VALUE SPACES.
032500        05 TW-STATUS-TEXT        PIC X(78).

032600 PROCEDURE DIVISION.

032700 0000-MAINLINE.
032800     ACCEPT TW-COMMAND-LINE FROM COMMAND-LINE
032900     IF TW-COMMAND-LINE (1:4) = 'ROLL'
033000         PERFORM 5000-ROLL-BASELINE THRU 5000-EXIT
033100         MOVE 0 TO RETURN-CODE
033200         GO TO 9999-EXIT
033300     END-IF
033400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033500     IF TW-ROSTER-MISSING
033600         PERFORM 1250-RAISE-ROSTER-ALERT THRU 1250-EXIT
033700     ELSE
033800         PERFORM 2000-LOAD-BASELINE THRU 2000-EXIT
033900     END-IF
034000     IF TW-WEEKS-FOUND > ZERO
034100         PERFORM 2500-COUNT-SUBMITS THRU 2500-EXIT
034200         PERFORM 2600-COUNT-PLAYS THRU 2600-EXIT
034300         PERFORM 3000-JUDGE-ONE-SERIES THRU 3000-EXIT
034400                 VARYING TW-SER-IDX FROM 1 BY 1
034500                 UNTIL TW-SER-IDX > TW-SER-COUNT
034600     END-IF
034700     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
034800     IF TW-NEW-ALERT-COUNT > ZERO
034900         PERFORM 3500-SAVE-SENT THRU 3500-EXIT
035000         PERFORM 3800-DELIVER-ALERTS THRU 3800-EXIT
035100     END-IF
035200     MOVE 0 TO RETURN-CODE
035300     IF TW-ROSTER-MISSING
035400         DISPLAY "TRAFWTCH: WKRNODE present but no WKRINST roster"
035500                 " -- nothing judged"
035600         MOVE 4 TO RETURN-CODE
035700     ELSE
035800         DISPLAY "TRAFWTCH: hour " TW-JUDGE-HOUR " of "
035900                 TW-JUDGE-DATE " judged, " TW-NEW-ALERT-COUNT
036000                 " alert(s) raised"
036100     END-IF
036200     GO TO 9999-EXIT.

036300******************************************************************
036400*  Intraday watch.
036500******************************************************************
036600 1000-INITIALIZE.
036700     ACCEPT TW-RUN-DATE FROM DATE YYYYMMDD
036800     ACCEPT TW-RUN-TIME FROM TIME
036900     PERFORM 1100-LOAD-CONFIG THRU 1100-EXIT
037000     PERFORM 1200-COUNT-INSTANCES THRU 1200-EXIT
037100     PERFORM 1300-CHOOSE-HOUR THRU 1300-EXIT
037200     PERFORM 1400-LOAD-SENT THRU 1400-EXIT
037300     MOVE 2 TO TW-SER-COUNT
037400     MOVE '*SUBMIT' TO TW-SER-ID(1)
037500     MOVE '*PLAYED' TO TW-SER-ID(2)
037600     MOVE ZERO TO TW-SER-BASE(1) TW-SER-ACTUAL(1)
037700                  TW-SER-BASE(2) TW-SER-ACTUAL(2).
037800 1000-EXIT.
037900     EXIT.

038000*    Same BUSINESS-DATE idiom as the rest of the suite: the
038100*    window's day, with the clock as a fallback for hand runs.
038200 1020-GET-BUSINESS-DATE.
038300     OPEN INPUT BUSINESS-DATE-FILE
038400     IF TW-BUSDATE-FILE-OK
038500         READ BUSINESS-DATE-FILE
038600             AT END
038700                 ACCEPT TW-BUSINESS-DATE FROM DATE YYYYMMDD
038800             NOT AT END
038900                 MOVE BD-BUSINESS-DATE TO TW-BUSINESS-DATE
039000         END-READ
039100         CLOSE BUSINESS-DATE-FILE
039200     ELSE
039300         ACCEPT TW-BUSINESS-DATE FROM DATE YYYYMMDD
039400     END-IF.
039500 1020-EXIT.
039600     EXIT.

039700*    No file, or a zero field, leaves that default standing.
039800 1100-LOAD-CONFIG.
039900     OPEN INPUT TRAFFIC-WATCH-CONFIG-FILE
040000     IF TW-CONFIG-FILE-OK
040100         READ TRAFFIC-WATCH-CONFIG-FILE
040200             AT END
040300                 CONTINUE
040400             NOT AT END
040500                 PERFORM 1110-TAKE-CONFIG THRU 1110-EXIT
040600         END-READ
040700         CLOSE TRAFFIC-WATCH-CONFIG-FILE
040800     END-IF
040900     COMPUTE TW-DROP-FLOOR = 100 - TW-DROP-PCT
041000     COMPUTE TW-CRIT-FLOOR = 100 - TW-CRIT-DROP-PCT
041100     COMPUTE TW-SPIKE-CEILING = 100 + TW-SPIKE-PCT.
041200 1100-EXIT.
041300     EXIT.

041400 1110-TAKE-CONFIG.
041500     IF TC-DROP-PCT NUMERIC AND TC-DROP-PCT > ZERO AND
041600        TC-DROP-PCT < 100
041700         MOVE TC-DROP-PCT TO TW-DROP-PCT
041800     END-IF
041900     IF TC-CRIT-DROP-PCT NUMERIC AND TC-CRIT-DROP-PCT > ZERO AND
042000        TC-CRIT-DROP-PCT NOT > 100
042100         MOVE TC-CRIT-DROP-PCT TO TW-CRIT-DROP-PCT
042200     END-IF
042300     IF TC-SPIKE-PCT NUMERIC AND TC-SPIKE-PCT > ZERO
042400         MOVE TC-SPIKE-PCT TO TW-SPIKE-PCT
042500     END-IF
042600     IF TC-MIN-HOURLY NUMERIC AND TC-MIN-HOURLY > ZERO
042700         MOVE TC-MIN-HOURLY TO TW-MIN-HOURLY
042800     END-IF
042900     IF TC-MIN-MINUTES NUMERIC AND TC-MIN-MINUTES > ZERO AND
043000        TC-MIN-MINUTES < 60
043100         MOVE TC-MIN-MINUTES TO TW-MIN-MINUTES
043200     END-IF.
043300 1110-EXIT.
043400     EXIT.

043500*    The baseline is the whole game's traffic; a node's watch
043600*    expects its even share of it.  No roster is a single node
043700*    only where there is no WKRNODE record either.
043800 1200-COUNT-INSTANCES.
043900     MOVE ZERO TO TW-INSTANCE-COUNT
044000     OPEN INPUT WORKER-INSTANCE-FILE
044100     IF TW-ROSTER-FILE-OK
044200         MOVE 'N' TO TW-EOF-SWITCH
044300         PERFORM 1210-COUNT-ONE-INSTANCE THRU 1210-EXIT
044400                 UNTIL TW-AT-EOF
044500         CLOSE WORKER-INSTANCE-FILE
044600     ELSE
044700         OPEN INPUT WORKER-NODE-FILE
044800         IF TW-NODE-FILE-OK
044900             MOVE 'Y' TO TW-ROSTER-SWITCH
045000             CLOSE WORKER-NODE-FILE
045100         END-IF
045200     END-IF
045300     IF TW-INSTANCE-COUNT = ZERO
045400         MOVE 1 TO TW-INSTANCE-COUNT
045500     END-IF.
045600 1200-EXIT.
045700     EXIT.

045800 1210-COUNT-ONE-INSTANCE.
045900     READ WORKER-INSTANCE-FILE
046000         AT END
046100             MOVE 'Y' TO TW-EOF-SWITCH
046200         NOT AT END
046300             IF WI-VALID-INSTANCE AND WI-INSTANCE-ACTIVE
046400                 ADD 1 TO TW-INSTANCE-COUNT
046500             END-IF
046600     END-READ.
046700 1210-EXIT.
046800     EXIT.

046900*    Paged once an hour, like any other watch alert.
047000 1250-RAISE-ROSTER-ALERT.
047100     MOVE 'TRAF-NO-ROSTER' TO TW-ALERT-KEY
047200     MOVE 'N' TO TW-FOUND-SWITCH
047300     PERFORM 3110-MATCH-ONE-SENT THRU 3110-EXIT
047400             VARYING TW-SENT-IDX FROM 1 BY 1
047500             UNTIL TW-SENT-IDX > TW-SENT-COUNT OR TW-ENTRY-FOUND
047600     IF TW-ENTRY-FOUND
047700         GO TO 1250-EXIT
047800     END-IF
047900     MOVE 'WARN' TO TW-SEVERITY
048000     MOVE SPACES TO AR-MESSAGE
048100     STRING 'WKRNODE but no WKRINST roster on this node -- '
048200            'traffic not judged'
048300            DELIMITED BY SIZE INTO AR-MESSAGE
048400     PERFORM 3150-WRITE-ALERT THRU 3150-EXIT.
048500 1250-EXIT.
048600     EXIT.

048700*    The running hour once it is old enough to scale fairly;
048800*    before that, the hour just completed, whole.
048900 1300-CHOOSE-HOUR.
049000     IF TW-RUN-MINUTE < TW-MIN-MINUTES
049100         MOVE 3600 TO TW-ELAPSED-SECONDS
049200         IF TW-RUN-HOUR = ZERO
049300             COMPUTE TW-DATE-INTEGER =
049400                 FUNCTION INTEGER-OF-DATE(TW-RUN-DATE) - 1
049500             COMPUTE TW-JUDGE-DATE =
049600                 FUNCTION DATE-OF-INTEGER(TW-DATE-INTEGER)
049700             MOVE 23 TO TW-JUDGE-HOUR
049800         ELSE
049900             MOVE TW-RUN-DATE TO TW-JUDGE-DATE
050000             COMPUTE TW-JUDGE-HOUR = TW-RUN-HOUR - 1
050100         END-IF
050200     ELSE
050300         MOVE TW-RUN-DATE TO TW-JUDGE-DATE
050400         MOVE TW-RUN-HOUR TO TW-JUDGE-HOUR
050500         COMPUTE TW-ELAPSED-SECONDS =
050600             TW-RUN-MINUTE * 60 + TW-RUN-SECOND
050700     END-IF
050800     DIVIDE TW-ELAPSED-SECONDS BY 60 GIVING TW-ELAPSED-MINUTES
050900     PERFORM 1310-SET-ONE-WEEK THRU 1310-EXIT
051000             VARYING TW-WEEK-IDX FROM 1 BY 1
051100             UNTIL TW-WEEK-IDX > 4.
051200 1300-EXIT.
051300     EXIT.

051400 1310-SET-ONE-WEEK.
051500     COMPUTE TW-DATE-INTEGER =
051600         FUNCTION INTEGER-OF-DATE(TW-JUDGE-DATE) - 7 * TW-WEEK-IDX
051700     COMPUTE TW-WEEK-DATE(TW-WEEK-IDX) =
051800         FUNCTION DATE-OF-INTEGER(TW-DATE-INTEGER)
051900     MOVE 'N' TO TW-WEEK-PRESENT(TW-WEEK-IDX).
052000 1310-EXIT.
052100     EXIT.

052200*    Only what was paged for the hour now being judged counts;
052300*    anything older has served its turn.
052400 1400-LOAD-SENT.
052500     OPEN INPUT TRAFFIC-SENT-FILE
052600     IF NOT TW-SENT-FILE-OK
052700         GO TO 1400-EXIT
052800     END-IF
052900     MOVE 'N' TO TW-EOF-SWITCH
053000     PERFORM 1410-LOAD-ONE-SENT THRU 1410-EXIT
053100             UNTIL TW-AT-EOF
053200     CLOSE TRAFFIC-SENT-FILE.
053300 1400-EXIT.
053400     EXIT.

053500 1410-LOAD-ONE-SENT.
053600     READ TRAFFIC-SENT-FILE
053700         AT END
053800             MOVE 'Y' TO TW-EOF-SWITCH
053900         NOT AT END
054000             IF TS-DATE = TW-JUDGE-DATE AND
054100                TS-HOUR = TW-JUDGE-HOUR AND
054200                TW-SENT-COUNT < 100
054300                 ADD 1 TO TW-SENT-COUNT
054400                 MOVE TS-ALERT-KEY TO TW-SENT-KEY(TW-SENT-COUNT)
054500             END-IF
054600     END-READ.
054700 1410-EXIT.
054800     EXIT.

054900*    The judged hour on each of the four weekdays back.  A day
055000*    ROLL never added (the first weeks, or a night whose logs
055100*    held nothing) is left out of the average, not counted as
055200*    a dead hour.
055300 2000-LOAD-BASELINE.
055400     MOVE ZERO TO TW-WEEKS-FOUND
055500     OPEN INPUT TRAFFIC-BASELINE-FILE
055600     IF NOT TW-BASELINE-FILE-OK
055700         GO TO 2000-EXIT
055800     END-IF
055900     MOVE 'N' TO TW-EOF-SWITCH
056000     PERFORM 2100-READ-ONE-BASELINE THRU 2100-EXIT
056100             UNTIL TW-AT-EOF
056200     CLOSE TRAFFIC-BASELINE-FILE
056300     PERFORM 2150-COUNT-ONE-WEEK THRU 2150-EXIT
056400             VARYING TW-WEEK-IDX FROM 1 BY 1
056500             UNTIL TW-WEEK-IDX > 4.
056600 2000-EXIT.
056700     EXIT.

056800 2100-READ-ONE-BASELINE.
056900     READ TRAFFIC-BASELINE-FILE
057000         AT END
057100             MOVE 'Y' TO TW-EOF-SWITCH
057200             GO TO 2100-EXIT
057300     END-READ
057400     IF TH-HOUR NOT = TW-JUDGE-HOUR
057500         GO TO 2100-EXIT
057600     END-IF
057700     MOVE 'N' TO TW-FOUND-SWITCH
057800     PERFORM 2110-MATCH-ONE-WEEK THRU 2110-EXIT
057900             VARYING TW-WEEK-IDX FROM 1 BY 1
058000             UNTIL TW-WEEK-IDX > 4 OR TW-ENTRY-FOUND
058100     IF NOT TW-ENTRY-FOUND
058200         GO TO 2100-EXIT
058300     END-IF
058400     MOVE TH-SERIES TO TW-FIND-ID
058500     PERFORM 2200-FIND-SERIES THRU 2200-EXIT
058600     IF TW-SER-IDX > ZERO
058700         ADD TH-COUNT TO TW-SER-BASE(TW-SER-IDX)
058800     END-IF.
058900 2100-EXIT.
059000     EXIT.

059100 2110-MATCH-ONE-WEEK.
059200     IF TH-DATE = TW-WEEK-DATE(TW-WEEK-IDX)
059300         MOVE 'Y' TO TW-FOUND-SWITCH
059400         IF TH-SERIES-SUBMITS
059500             MOVE 'Y' TO TW-WEEK-PRESENT(TW-WEEK-IDX)
059600         END-IF
059700     END-IF.
059800 2110-EXIT.
059900     EXIT.

060000 2150-COUNT-ONE-WEEK.
060100     IF TW-WEEK-PRESENT(TW-WEEK-IDX) = 'Y'
060200         ADD 1 TO TW-WEEKS-FOUND
060300     END-IF.
060400 2150-EXIT.
060500     EXIT.

060600*    Finds TW-FIND-ID on the series table, adding it when it is
060700*    new; TW-SER-IDX comes back zero only when the table is full.
060800 2200-FIND-SERIES.
060900     MOVE 'N' TO TW-FOUND-SWITCH
061000     PERFORM 2210-MATCH-ONE-SERIES THRU 2210-EXIT
061100             VARYING TW-SCAN-IDX FROM 1 BY 1
061200             UNTIL TW-SCAN-IDX > TW-SER-COUNT OR TW-ENTRY-FOUND
061300     IF TW-ENTRY-FOUND
061400         COMPUTE TW-SER-IDX = TW-SCAN-IDX - 1
061500         GO TO 2200-EXIT
061600     END-IF
061700     IF TW-SER-COUNT < 200
061800         ADD 1 TO TW-SER-COUNT
061900         MOVE TW-SER-COUNT TO TW-SER-IDX
062000         MOVE TW-FIND-ID TO TW-SER-ID(TW-SER-IDX)
062100         MOVE ZERO TO TW-SER-BASE(TW-SER-IDX)
062200                      TW-SER-ACTUAL(TW-SER-IDX)
062300     ELSE
062400         MOVE 'Y' TO TW-TABLE-FULL-SWITCH
062500         MOVE ZERO TO TW-SER-IDX
062600     END-IF.
062700 2200-EXIT.
062800     EXIT.

062900 2210-MATCH-ONE-SERIES.
063000     IF TW-SER-ID(TW-SCAN-IDX) = TW-FIND-ID
063100         MOVE 'Y' TO TW-FOUND-SWITCH
063200     END-IF.
063300 2210-EXIT.
063400     EXIT.

063500*    Every line on the live AUDIT-LOG in the judged hour,
063600*    whatever its outcome: a broken embed stops submissions
063700*    arriving at all, rejected or not.
063800 2500-COUNT-SUBMITS.
063900     OPEN INPUT AUDIT-LOG-FILE
064000     IF NOT TW-AUDIT-FILE-OK
064100         GO TO 2500-EXIT
064200     END-IF
064300     MOVE 'N' TO TW-EOF-SWITCH
064400     PERFORM 2510-COUNT-ONE-SUBMIT THRU 2510-EXIT
064500             UNTIL TW-AT-EOF
064600     CLOSE AUDIT-LOG-FILE.
064700 2500-EXIT.
064800     EXIT.

064900 2510-COUNT-ONE-SUBMIT.
065000     READ AUDIT-LOG-FILE
065100         AT END
065200             MOVE 'Y' TO TW-EOF-SWITCH
065300             GO TO 2510-EXIT
065400     END-READ
065500     IF AL-DATE = TW-JUDGE-DATE
065600         DIVIDE AL-TIME BY 1000000 GIVING TW-RECORD-HOUR
065700         IF TW-RECORD-HOUR = TW-JUDGE-HOUR
065800             ADD 1 TO TW-SER-ACTUAL(1)
065900         END-IF
066000     END-IF.
066100 2510-EXIT.
066200     EXIT.

066300 2600-COUNT-PLAYS.
066400     OPEN INPUT PARTNER-LOG-FILE
066500     IF NOT TW-PARTLOG-FILE-OK
066600         GO TO 2600-EXIT
066700     END-IF
066800     MOVE 'N' TO TW-EOF-SWITCH
066900     PERFORM 2610-COUNT-ONE-PLAY THRU 2610-EXIT
067000             UNTIL TW-AT-EOF
067100     CLOSE PARTNER-LOG-FILE.
067200 2600-EXIT.
067300     EXIT.

067400 2610-COUNT-ONE-PLAY.
067500     READ PARTNER-LOG-FILE
067600         AT END
067700             MOVE 'Y' TO TW-EOF-SWITCH
067800             GO TO 2610-EXIT
067900     END-READ
068000     IF PT-DATE NOT = TW-JUDGE-DATE
068100         GO TO 2610-EXIT
068200     END-IF
068300     DIVIDE PT-TIME BY 1000000 GIVING TW-RECORD-HOUR
068400     IF TW-RECORD-HOUR NOT = TW-JUDGE-HOUR
068500         GO TO 2610-EXIT
068600     END-IF
068700     ADD 1 TO TW-SER-ACTUAL(2)
068800     MOVE PT-PARTNER-ID TO TW-FIND-ID
068900     PERFORM 2200-FIND-SERIES THRU 2200-EXIT
069000     IF TW-SER-IDX > ZERO
069100         ADD 1 TO TW-SER-ACTUAL(TW-SER-IDX)
069200     END-IF.
069300 2610-EXIT.
069400     EXIT.

069500*    Expected is the four-week average for the hour, the
069600*    node's share of it, scaled to the part of the hour gone.
069700 3000-JUDGE-ONE-SERIES.
069800     MOVE ZERO TO TW-SER-HOURLY(TW-SER-IDX)
069900                  TW-SER-EXPECTED(TW-SER-IDX)
070000                  TW-SER-PCT(TW-SER-IDX)
070100     IF TW-SER-BASE(TW-SER-IDX) = ZERO
070200         MOVE 'no baseline' TO TW-SER-STATUS(TW-SER-IDX)
070300         GO TO 3000-EXIT
070400     END-IF
070500     COMPUTE TW-SER-HOURLY(TW-SER-IDX) ROUNDED =
070600         TW-SER-BASE(TW-SER-IDX) /
070700         (TW-WEEKS-FOUND * TW-INSTANCE-COUNT)
070800     COMPUTE TW-SER-EXPECTED(TW-SER-IDX) ROUNDED =
070900         TW-SER-HOURLY(TW-SER-IDX) * TW-ELAPSED-SECONDS / 3600
071000     IF TW-SER-HOURLY(TW-SER-IDX) < TW-MIN-HOURLY OR
071100        TW-SER-EXPECTED(TW-SER-IDX) = ZERO
071200         MOVE 'too thin to judge' TO TW-SER-STATUS(TW-SER-IDX)
071300         GO TO 3000-EXIT
071400     END-IF
071500     COMPUTE TW-SER-PCT(TW-SER-IDX) ROUNDED =
071600         TW-SER-ACTUAL(TW-SER-IDX) * 100 /
071700         TW-SER-EXPECTED(TW-SER-IDX)
071800     EVALUATE TRUE
071900         WHEN TW-SER-PCT(TW-SER-IDX) NOT > TW-CRIT-FLOOR
072000             MOVE 'DROP' TO TW-DIRECTION
072100             MOVE 'CRIT' TO TW-SEVERITY
072200             MOVE 'DROPC' TO TW-KEY-CODE
072300         WHEN TW-SER-PCT(TW-SER-IDX) < TW-DROP-FLOOR
072400             MOVE 'DROP' TO TW-DIRECTION
072500             MOVE 'WARN' TO TW-SEVERITY
072600             MOVE 'DROPW' TO TW-KEY-CODE
072700         WHEN TW-SER-PCT(TW-SER-IDX) > TW-SPIKE-CEILING
072800             MOVE 'SPIKE' TO TW-DIRECTION
072900             MOVE 'WARN' TO TW-SEVERITY
073000             MOVE 'SPIKE' TO TW-KEY-CODE
073100         WHEN OTHER
073200             MOVE 'ok' TO TW-SER-STATUS(TW-SER-IDX)
073300             GO TO 3000-EXIT
073400     END-EVALUATE
073500     PERFORM 3100-RAISE-ALERT THRU 3100-EXIT.
073600 3000-EXIT.
073700     EXIT.

073800*    Appended in the same open-extend idiom the batch writers
073900*    use -- unless this series, direction and severity has
074000*    already been paged for the hour.  A drop WARN is covered
074100*    by a CRIT paged for the series earlier in the hour.
074200 3100-RAISE-ALERT.
074300     MOVE SPACES TO TW-ALERT-KEY
074400     STRING TW-KEY-CODE ' ' DELIMITED BY SIZE
074500            TW-SER-ID(TW-SER-IDX) DELIMITED BY SPACE
074600         INTO TW-ALERT-KEY
074700     MOVE SPACES TO TW-SER-STATUS(TW-SER-IDX)
074800     MOVE 'N' TO TW-FOUND-SWITCH
074900     PERFORM 3110-MATCH-ONE-SENT THRU 3110-EXIT
075000             VARYING TW-SENT-IDX FROM 1 BY 1
075100             UNTIL TW-SENT-IDX > TW-SENT-COUNT OR TW-ENTRY-FOUND
075200     IF NOT TW-ENTRY-FOUND AND TW-KEY-CODE = 'DROPW'
075300         MOVE TW-ALERT-KEY TO TW-SAVED-KEY
075400         MOVE 'DROPC' TO TW-ALERT-KEY (1:5)
075500         PERFORM 3110-MATCH-ONE-SENT THRU 3110-EXIT
075600                 VARYING TW-SENT-IDX FROM 1 BY 1
075700                 UNTIL TW-SENT-IDX > TW-SENT-COUNT OR
075800                       TW-ENTRY-FOUND
075900         MOVE TW-SAVED-KEY TO TW-ALERT-KEY
076000     END-IF
076100     IF TW-ENTRY-FOUND
076200         STRING TW-DIRECTION DELIMITED BY SPACE
076300                ' ' TW-SEVERITY ' - paged already'
076400                DELIMITED BY SIZE
076500             INTO TW-SER-STATUS(TW-SER-IDX)
076600         GO TO 3100-EXIT
076700     END-IF
076800     STRING TW-DIRECTION DELIMITED BY SPACE
076900            ' ' TW-SEVERITY ' - ALERTED'
077000            DELIMITED BY SIZE
077100         INTO TW-SER-STATUS(TW-SER-IDX)
077200     MOVE TW-SER-ACTUAL(TW-SER-IDX) TO TW-ACTUAL-EDIT
077300     COMPUTE TW-EXPECTED-EDIT ROUNDED =
077400         TW-SER-EXPECTED(TW-SER-IDX)
077500     MOVE TW-SER-PCT(TW-SER-IDX) TO TW-PCT-EDIT
077600     MOVE SPACES TO AR-MESSAGE
077700     STRING TW-SER-ID(TW-SER-IDX) DELIMITED BY SPACE
077800            ' hour ' TW-JUDGE-HOUR ': '
077900            FUNCTION TRIM(TW-ACTUAL-EDIT) ' vs '
078000            FUNCTION TRIM(TW-EXPECTED-EDIT) ' expected ('
078100            FUNCTION TRIM(TW-PCT-EDIT) '%)'
078200            DELIMITED BY SIZE
078300         INTO AR-MESSAGE
078400     PERFORM 3150-WRITE-ALERT THRU 3150-EXIT.
078500 3100-EXIT.
078600     EXIT.

078700 3110-MATCH-ONE-SENT.
078800     IF TW-SENT-KEY(TW-SENT-IDX) = TW-ALERT-KEY
078900         MOVE 'Y' TO TW-FOUND-SWITCH
079000     END-IF.
079100 3110-EXIT.
079200     EXIT.

079300*    AR-MESSAGE is built by the caller; the key goes on the sent
079400*    list for the hour.
079500 3150-WRITE-ALERT.
079600     MOVE TW-RUN-DATE TO AR-DATE
079700     MOVE TW-RUN-TIME TO AR-TIME
079800     MOVE TW-SEVERITY TO AR-SEVERITY
079900     MOVE 'TRAFWTCH' TO AR-PROGRAM
080000     MOVE TW-ALERT-KEY TO AR-ALERT-KEY
080100     OPEN EXTEND ALERT-FILE
080200     IF NOT TW-ALERT-FILE-OK
080300         OPEN OUTPUT ALERT-FILE
080400     END-IF
080500     WRITE ALERT-RECORD
080600     CLOSE ALERT-FILE
080700     ADD 1 TO TW-NEW-ALERT-COUNT
080800     IF TW-SENT-COUNT < 100
080900         ADD 1 TO TW-SENT-COUNT
081000         MOVE TW-ALERT-KEY TO TW-SENT-KEY(TW-SENT-COUNT)
081100     END-IF.
081200 3150-EXIT.
081300     EXIT.

081400*    Rewritten whole: only the judged hour's pages matter.
081500 3500-SAVE-SENT.
081600     OPEN OUTPUT TRAFFIC-SENT-FILE
081700     PERFORM 3510-SAVE-ONE-SENT THRU 3510-EXIT
081800             VARYING TW-SENT-IDX FROM 1 BY 1
081900             UNTIL TW-SENT-IDX > TW-SENT-COUNT
082000     CLOSE TRAFFIC-SENT-FILE.
082100 3500-EXIT.
082200     EXIT.

082300 3510-SAVE-ONE-SENT.
082400     MOVE TW-JUDGE-DATE TO TS-DATE
082500     MOVE TW-JUDGE-HOUR TO TS-HOUR
082600     MOVE TW-SENT-KEY(TW-SENT-IDX) TO TS-ALERT-KEY
082700     WRITE TRAFFIC-SENT-RECORD.
082800 3510-EXIT.
082900     EXIT.

083000*    Straight to ALERTER, as JOBCTL does at window end, so the
083100*    page goes out now rather than overnight -- unless the
083200*    window is running, when JOBCTL's own ALERTER takes it.
083300 3800-DELIVER-ALERTS.
083400     PERFORM 3810-CHECK-WINDOW THRU 3810-EXIT
083500     IF TW-WINDOW-RUNNING
083600         DISPLAY "TRAFWTCH: batch window running -- "
083700                 "alert(s) left for JOBCTL's ALERTER"
083800         GO TO 3800-EXIT
083900     END-IF
084000     CALL "SYSTEM" USING TW-ALERTER-COMMAND.
084100 3800-EXIT.
084200     EXIT.

084300*    A step marked running, or a window part done with nothing
084400*    failed: JOBCTL is between steps.  A failed window has
084500*    stopped and already run its ALERTER; one all done, or all
084600*    still to go, is not running.
084700 3810-CHECK-WINDOW.
084800     MOVE 'N' TO TW-WINDOW-SWITCH
084900     OPEN INPUT JOB-STATE-FILE
085000     IF NOT TW-STATE-FILE-OK
085100         GO TO 3810-EXIT
085200     END-IF
085300     MOVE 'N' TO TW-EOF-SWITCH
085400     PERFORM 3820-READ-ONE-STATE THRU 3820-EXIT
085500             UNTIL TW-AT-EOF
085600     CLOSE JOB-STATE-FILE
085700     IF TW-STEPS-RUNNING > ZERO
085800         MOVE 'Y' TO TW-WINDOW-SWITCH
085900     END-IF
086000     IF TW-STEPS-DONE > ZERO AND TW-STEPS-PENDING > ZERO AND
086100        TW-STEPS-FAILED = ZERO
086200         MOVE 'Y' TO TW-WINDOW-SWITCH
086300     END-IF.
086400 3810-EXIT.
086500     EXIT.

086600 3820-READ-ONE-STATE.
086700     READ JOB-STATE-FILE
086800         AT END
086900             MOVE 'Y' TO TW-EOF-SWITCH
087000             GO TO 3820-EXIT
087100     END-READ
087200     EVALUATE TRUE
087300         WHEN JS-STEP-RUNNING
087400             ADD 1 TO TW-STEPS-RUNNING
087500         WHEN JS-STEP-COMPLETE
087600             ADD 1 TO TW-STEPS-DONE
087700         WHEN JS-STEP-PENDING
087800             ADD 1 TO TW-STEPS-PENDING
087900         WHEN JS-STEP-FAILED
088000             ADD 1 TO TW-STEPS-FAILED
088100     END-EVALUATE.
088200 3820-EXIT.
088300     EXIT.

088400 4000-WRITE-REPORT.
088500     OPEN OUTPUT WATCH-REPORT-FILE
088600     MOVE SPACES TO TW-HEADING-2
088700     STRING 'Run: ' TW-RUN-DATE ' ' TW-RUN-TIME (1:6)
088800            '   judging hour ' TW-JUDGE-HOUR ' of ' TW-JUDGE-DATE
088900            ', ' TW-ELAPSED-MINUTES ' minutes in'
089000            DELIMITED BY SIZE INTO TW-HEADING-2
089100     MOVE TW-INSTANCE-COUNT TO TW-INSTANCE-EDIT
089200     MOVE SPACES TO TW-HEADING-3
089300     STRING 'Baseline: ' TW-WEEKS-FOUND ' of 4 weeks back, '
089400            FUNCTION TRIM(TW-INSTANCE-EDIT)
089500            ' instance(s) sharing it'
089600            DELIMITED BY SIZE INTO TW-HEADING-3
089700     MOVE TW-DROP-PCT TO TW-DROP-EDIT
089800     MOVE TW-CRIT-DROP-PCT TO TW-CRIT-EDIT
089900     MOVE TW-SPIKE-PCT TO TW-SPIKE-EDIT
090000     MOVE TW-MIN-HOURLY TO TW-HOURLY-EDIT
090100     MOVE SPACES TO TW-HEADING-4
090200     STRING 'Thresholds: drop ' FUNCTION TRIM(TW-DROP-EDIT)
090300            '%, critical ' FUNCTION TRIM(TW-CRIT-EDIT)
090400            '%, spike ' FUNCTION TRIM(TW-SPIKE-EDIT)
090500            '%, minimum ' FUNCTION TRIM(TW-HOURLY-EDIT)
090600            ' plays an hour'
090700            DELIMITED BY SIZE INTO TW-HEADING-4
090800     WRITE WATCH-REPORT-LINE FROM TW-HEADING-1
090900     WRITE WATCH-REPORT-LINE FROM TW-HEADING-2
091000     WRITE WATCH-REPORT-LINE FROM TW-HEADING-3
091100     WRITE WATCH-REPORT-LINE FROM TW-HEADING-4
091200     WRITE WATCH-REPORT-LINE FROM TW-BLANK-LINE
091300     IF TW-ROSTER-MISSING
091400         MOVE 'This node has WKRNODE but no WKRINST roster -- its'
091500             TO TW-STATUS-TEXT
091600         WRITE WATCH-REPORT-LINE FROM TW-STATUS-LINE
091700         MOVE 'share of the baseline is unknown, nothing judged.'
091800             TO TW-STATUS-TEXT
091900         WRITE WATCH-REPORT-LINE FROM TW-STATUS-LINE
092000         CLOSE WATCH-REPORT-FILE
092100         GO TO 4000-EXIT
092200     END-IF
092300     IF TW-WEEKS-FOUND = ZERO
092400         MOVE 'No baseline for this hour on TRAFBASE -- nothing'
092500             TO TW-STATUS-TEXT
092600         WRITE WATCH-REPORT-LINE FROM TW-STATUS-LINE
092700         MOVE 'judged until TRAFWTCH ROLL has added a week.'
092800             TO TW-STATUS-TEXT
092900         WRITE WATCH-REPORT-LINE FROM TW-STATUS-LINE
093000         CLOSE WATCH-REPORT-FILE
093100         GO TO 4000-EXIT
093200     END-IF
093300     WRITE WATCH-REPORT-LINE FROM TW-COLUMN-HEADING
093400     PERFORM 4100-WRITE-ONE-SERIES THRU 4100-EXIT
093500             VARYING TW-SER-IDX FROM 1 BY 1
093600             UNTIL TW-SER-IDX > TW-SER-COUNT
093700     IF TW-TABLE-FULL
093800         WRITE WATCH-REPORT-LINE FROM TW-BLANK-LINE
093900         MOVE 'Partner table full -- the rest not judged'
094000             TO TW-STATUS-TEXT
094100         WRITE WATCH-REPORT-LINE FROM TW-STATUS-LINE
094200     END-IF
094300     CLOSE WATCH-REPORT-FILE.
094400 4000-EXIT.
094500     EXIT.

094600 4100-WRITE-ONE-SERIES.
094700     MOVE TW-SER-ID(TW-SER-IDX) TO TW-DTL-SERIES
094800     MOVE TW-SER-HOURLY(TW-SER-IDX) TO TW-DTL-HOURLY
094900     MOVE TW-SER-EXPECTED(TW-SER-IDX) TO TW-DTL-EXPECTED
095000     MOVE TW-SER-ACTUAL(TW-SER-IDX) TO TW-DTL-ACTUAL
095100     MOVE TW-SER-PCT(TW-SER-IDX) TO TW-DTL-PCT
095200     MOVE TW-SER-STATUS(TW-SER-IDX) TO TW-DTL-STATUS
095300     WRITE WATCH-REPORT-LINE FROM TW-DETAIL-LINE.
095400 4100-EXIT.
095500     EXIT.

095600******************************************************************
095700*  Overnight roll.  Runs off the merged logs while they still
095800*  hold the business date whole -- after WKRMERGE, ahead of
095900*  AUDITSEG's sweep.  A business date with nothing at all on
096000*  either log is not added: a day the logs were lost or the
096100*  game was down is no baseline for anything.
096200******************************************************************
096300 5000-ROLL-BASELINE.
096400     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
096500     COMPUTE TW-DATE-INTEGER =
096600         FUNCTION INTEGER-OF-DATE(TW-BUSINESS-DATE) - 27
096700     COMPUTE TW-KEEP-FROM-DATE =
096800         FUNCTION DATE-OF-INTEGER(TW-DATE-INTEGER)
096900     INITIALIZE TW-ROLL-TOTAL-TABLE TW-ROLL-PARTNER-TABLE
097000     PERFORM 5100-ROLL-SUBMITS THRU 5100-EXIT
097100     PERFORM 5200-ROLL-PLAYS THRU 5200-EXIT
097200     IF TW-ROLL-AUDIT-COUNT = ZERO AND TW-ROLL-PLAY-COUNT = ZERO
097300         DISPLAY "TRAFWTCH: no traffic for " TW-BUSINESS-DATE
097400                 " on AUDITLOG or PARTLOG -- baseline left as is"
097500         GO TO 5000-EXIT
097600     END-IF
097700     SORT BASELINE-SORT-FILE
097800         ON ASCENDING KEY TW-SORT-DATE
097900                          TW-SORT-HOUR
098000                          TW-SORT-SERIES
098100         INPUT PROCEDURE IS 5300-RELEASE-BASELINE
098200         OUTPUT PROCEDURE IS 5500-WRITE-BASELINE
098300     DISPLAY "TRAFWTCH: rolled " TW-BUSINESS-DATE ", "
098400             TW-ROLL-AUDIT-COUNT " submits, "
098500             TW-ROLL-PLAY-COUNT " plays"
098600     DISPLAY "TRAFWTCH: " TW-KEPT-COUNT " kept, "
098700             TW-ADDED-COUNT " added, "
098800             TW-WRITTEN-COUNT " on TRAFBASE"
098900     IF TW-TABLE-FULL
099000         DISPLAY "TRAFWTCH: partner table full -- "
099100                 "the rest left out of the baseline"
099200     END-IF.
099300 5000-EXIT.
099400     EXIT.

099500 5100-ROLL-SUBMITS.
099600     OPEN INPUT AUDIT-LOG-FILE
099700     IF NOT TW-AUDIT-FILE-OK
099800         GO TO 5100-EXIT
099900     END-IF
100000     MOVE 'N' TO TW-EOF-SWITCH
100100     PERFORM 5110-ROLL-ONE-SUBMIT THRU 5110-EXIT
100200             UNTIL TW-AT-EOF
100300     CLOSE AUDIT-LOG-FILE.
100400 5100-EXIT.
100500     EXIT.

100600 5110-ROLL-ONE-SUBMIT.
100700     READ AUDIT-LOG-FILE
100800         AT END
100900             MOVE 'Y' TO TW-EOF-SWITCH
101000             GO TO 5110-EXIT
101100     END-READ
101200     IF AL-DATE = TW-BUSINESS-DATE
101300         DIVIDE AL-TIME BY 1000000 GIVING TW-RECORD-HOUR
101400         IF TW-RECORD-HOUR < 24
101500             COMPUTE TW-HOUR-SUB = TW-RECORD-HOUR + 1
101600             ADD 1 TO TW-RT-SUBMITS(TW-HOUR-SUB)
101700             ADD 1 TO TW-ROLL-AUDIT-COUNT
101800         END-IF
101900     END-IF.
102000 5110-EXIT.
102100     EXIT.

102200 5200-ROLL-PLAYS.
102300     OPEN INPUT PARTNER-LOG-FILE
102400     IF NOT TW-PARTLOG-FILE-OK
102500         GO TO 5200-EXIT
102600     END-IF
102700     MOVE 'N' TO TW-EOF-SWITCH
102800     PERFORM 5210-ROLL-ONE-PLAY THRU 5210-EXIT
102900             UNTIL TW-AT-EOF
103000     CLOSE PARTNER-LOG-FILE.
103100 5200-EXIT.
103200     EXIT.

103300 5210-ROLL-ONE-PLAY.
103400     READ PARTNER-LOG-FILE
103500         AT END
103600             MOVE 'Y' TO TW-EOF-SWITCH
103700             GO TO 5210-EXIT
103800     END-READ
103900     IF PT-DATE NOT = TW-BUSINESS-DATE
104000         GO TO 5210-EXIT
104100     END-IF
104200     DIVIDE PT-TIME BY 1000000 GIVING TW-RECORD-HOUR
104300     IF TW-RECORD-HOUR NOT < 24
104400         GO TO 5210-EXIT
104500     END-IF
104600     COMPUTE TW-HOUR-SUB = TW-RECORD-HOUR + 1
104700     ADD 1 TO TW-RT-PLAYS(TW-HOUR-SUB)
104800     ADD 1 TO TW-ROLL-PLAY-COUNT
104900     MOVE 'N' TO TW-FOUND-SWITCH
105000     PERFORM 5220-MATCH-ONE-PARTNER THRU 5220-EXIT
105100             VARYING TW-RP-IDX FROM 1 BY 1
105200             UNTIL TW-RP-IDX > TW-RP-COUNT OR TW-ENTRY-FOUND
105300     IF TW-ENTRY-FOUND
105400         SUBTRACT 1 FROM TW-RP-IDX
105500     ELSE
105600         IF TW-RP-COUNT < 200
105700             ADD 1 TO TW-RP-COUNT
105800             MOVE TW-RP-COUNT TO TW-RP-IDX
105900             MOVE PT-PARTNER-ID TO TW-RP-ID(TW-RP-IDX)
106000         ELSE
106100             MOVE 'Y' TO TW-TABLE-FULL-SWITCH
106200             GO TO 5210-EXIT
106300         END-IF
106400     END-IF
106500     ADD 1 TO TW-RP-HOUR-COUNT(TW-RP-IDX TW-HOUR-SUB).
106600 5210-EXIT.
106700     EXIT.

106800 5220-MATCH-ONE-PARTNER.
106900     IF TW-RP-ID(TW-RP-IDX) = PT-PARTNER-ID
107000         MOVE 'Y' TO TW-FOUND-SWITCH
107100     END-IF.
107200 5220-EXIT.
107300     EXIT.

107400*    The baseline as it stands, less anything past 28 days and
107500*    less any earlier roll of this same date (a rerun replaces
107600*    it), then the business date's counts.
107700 5300-RELEASE-BASELINE.
107800     OPEN INPUT TRAFFIC-BASELINE-FILE
107900     IF TW-BASELINE-FILE-OK
108000         MOVE 'N' TO TW-EOF-SWITCH
108100         PERFORM 5310-RELEASE-ONE-KEPT THRU 5310-EXIT
108200                 UNTIL TW-AT-EOF
108300         CLOSE TRAFFIC-BASELINE-FILE
108400     END-IF
108500     PERFORM 5320-RELEASE-ONE-HOUR THRU 5320-EXIT
108600             VARYING TW-HOUR-SUB FROM 1 BY 1
108700             UNTIL TW-HOUR-SUB > 24.
108800 5300-EXIT.
108900     EXIT.

109000 5310-RELEASE-ONE-KEPT.
109100     READ TRAFFIC-BASELINE-FILE
109200         AT END
109300             MOVE 'Y' TO TW-EOF-SWITCH
109400         NOT AT END
109500             IF TH-DATE NOT < TW-KEEP-FROM-DATE AND
109600                TH-DATE < TW-BUSINESS-DATE
109700                 MOVE TRAFFIC-BASELINE-RECORD TO TW-SORT-RECORD
109800                 RELEASE TW-SORT-RECORD
109900                 ADD 1 TO TW-KEPT-COUNT
110000             END-IF
110100     END-READ.
110200 5310-EXIT.
110300     EXIT.

110400*    Both totals for every hour, quiet or not; a partner only
110500*    for the hours it had plays in.
110600 5320-RELEASE-ONE-HOUR.
110700     MOVE TW-BUSINESS-DATE TO TW-SORT-DATE
110800     COMPUTE TW-SORT-HOUR = TW-HOUR-SUB - 1
110900     MOVE '*SUBMIT' TO TW-SORT-SERIES
111000     MOVE TW-RT-SUBMITS(TW-HOUR-SUB) TO TW-SORT-COUNT
111100     RELEASE TW-SORT-RECORD
111200     MOVE '*PLAYED' TO TW-SORT-SERIES
111300     MOVE TW-RT-PLAYS(TW-HOUR-SUB) TO TW-SORT-COUNT
111400     RELEASE TW-SORT-RECORD
111500     ADD 2 TO TW-ADDED-COUNT
111600     PERFORM 5330-RELEASE-ONE-PARTNER THRU 5330-EXIT
111700             VARYING TW-RP-IDX FROM 1 BY 1
111800             UNTIL TW-RP-IDX > TW-RP-COUNT.
111900 5320-EXIT.
112000     EXIT.

112100 5330-RELEASE-ONE-PARTNER.
112200     IF TW-RP-HOUR-COUNT(TW-RP-IDX TW-HOUR-SUB) > ZERO
112300         MOVE TW-BUSINESS-DATE TO TW-SORT-DATE
112400         COMPUTE TW-SORT-HOUR = TW-HOUR-SUB - 1
112500         MOVE TW-RP-ID(TW-RP-IDX) TO TW-SORT-SERIES
112600         MOVE TW-RP-HOUR-COUNT(TW-RP-IDX TW-HOUR-SUB)
112700             TO TW-SORT-COUNT
112800         RELEASE TW-SORT-RECORD
112900         ADD 1 TO TW-ADDED-COUNT
113000     END-IF.
113100 5330-EXIT.
113200     EXIT.

113300 5500-WRITE-BASELINE.
113400     OPEN OUTPUT TRAFFIC-BASELINE-FILE
113500     MOVE 'N' TO TW-EOF-SWITCH
113600     PERFORM 5510-WRITE-ONE-BASELINE THRU 5510-EXIT
113700             UNTIL TW-AT-EOF
113800     CLOSE TRAFFIC-BASELINE-FILE.
113900 5500-EXIT.
114000     EXIT.

114100 5510-WRITE-ONE-BASELINE.
114200     RETURN BASELINE-SORT-FILE
114300         AT END
114400             MOVE 'Y' TO TW-EOF-SWITCH
114500         NOT AT END
114600             MOVE TW-SORT-RECORD TO TRAFFIC-BASELINE-RECORD
114700             WRITE TRAFFIC-BASELINE-RECORD
114800             ADD 1 TO TW-WRITTEN-COUNT
114900     END-RETURN.
115000 5510-EXIT.
115100     EXIT.

115200 9999-EXIT.
115300     STOP RUN.
