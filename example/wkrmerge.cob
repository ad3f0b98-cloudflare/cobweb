000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WKRMERGE.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  WKRMERGE
000900*
001000*  First step of the overnight window.  The game can be served
001100*  from several WORKER instances, each on its own node writing
001200*  its own GAMERES, PLAYHIST, AUDITLOG, PARTLOG and PERFLOG --
001300*  and every record stamped with its instance id off the node's
001400*  WKRNODE record.  Every step behind this one reads exactly one
001500*  of each.  Ops ships each active instance's feeds into the
001600*  batch directory ahead of the window as NAME.n (GAMERES.1,
001700*  PLAYHIST.1, ... GAMERES.2, ...), and this job merges them,
001800*  date/time order, onto the end of the suite's own files.
001900*
002000*  The WKRINST roster says which instances to expect.  Before
002100*  anything is merged, every active instance must have all five
002200*  feeds present, every record on them must carry that
002300*  instance's stamp, and its GAMERES feed must hold plays for
002400*  the business date -- a feed left over from a night already
002500*  merged, or shipped from the wrong node, is stopped here
002600*  instead of being counted twice.  Any of that refuses the
002700*  whole merge with RETURN-CODE 1, which stops the window
002800*  before VALIDATE and leaves the suite's files untouched.
002900*
003000*  Each feed is merged first to a work file of its own
003100*  (GAMERES.MRG, PLAYHIST.MRG, ...), and each instance's records
003200*  are counted in off its feeds and out again, by their stamp,
003300*  onto the work files -- a record only counts out once it is
003400*  written.  Only a clean proof appends the work files to the
003500*  suite's files and, once every append has gone down whole,
003600*  removes the feeds, so a rerun cannot merge the same night
003700*  twice.  A proof that breaks, or a work file that cannot be
003800*  written, leaves the suite's files untouched and the feeds in
003900*  place, with RC 1, for ops to look at before anything is
003957*  rerun.  The first append that fails part way stops the
004014*  appending there, with RC 1 and the feeds kept.  The report
004071*  names the failed file and every file appended whole ahead
004128*  of it; each of those has to be restored before the rerun,
004185*  which appends all five again.  The files after it are not
004242*  touched.
004300*
004400*  No roster at all is the single-node setup, with WORKER
004500*  writing the suite's files directly: nothing to merge, RC 0.
004600*
004700*  Invoke as:  wkrmerge
004800*  Leaves WKRMERGE.TXT.
004900*
005000*  Modification history
005100*  ---------------------------------------------------------------
005200*  2026-10-15  jm  Original program.
005300*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
005400*  the feed line, merged history line and sort data
005500*  widen to 105.  The instance stamp stays at byte 96.
005600*  2026-10-15  jm  Feeds merge to work files first and reach the
005700*  suite's files only after the proof; every OPEN and WRITE
005800*  is checked and a failed write is not counted out.
005833*  2026-10-15  jm  A failed append stops the appending; the
005866*  report names every file to restore before the rerun.
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT WORKER-INSTANCE-FILE ASSIGN TO "WKRINST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WK-ROSTER-FILE-STATUS.
006600     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WK-BUSDATE-FILE-STATUS.
006900     SELECT INSTANCE-FEED-FILE
007000         ASSIGN TO DYNAMIC WK-FEED-NAME
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WK-FEED-FILE-STATUS.
007300     SELECT MERGE-WORK-FILE
007400         ASSIGN TO DYNAMIC WK-WORK-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WK-WORK-FILE-STATUS.
007700     SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WK-MERGED-FILE-STATUS.
008000     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WK-MERGED-FILE-STATUS.
008300     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WK-MERGED-FILE-STATUS.
008600     SELECT PARTNER-LOG-FILE ASSIGN TO "PARTLOG"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WK-MERGED-FILE-STATUS.
008900     SELECT PERF-LOG-FILE ASSIGN TO "PERFLOG"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WK-MERGED-FILE-STATUS.
009200     SELECT MERGE-SORT-FILE ASSIGN TO "SRTWKMG".
009300     SELECT MERGE-REPORT-FILE ASSIGN TO "WKRMERGE.TXT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WK-REPORT-FILE-STATUS.

009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  WORKER-INSTANCE-FILE.
009900 COPY "wkrinst.cpy".

010000 FD  BUSINESS-DATE-FILE.
010100 COPY "busdate.cpy".

010200*    A feed line is read at the widest of the five layouts and
010300*    placed by the feed table below; the merged files are written
010400*    at their own widths.
010500 FD  INSTANCE-FEED-FILE.
010600 01  WK-FEED-LINE                PIC X(105).

010700 FD  MERGE-WORK-FILE.
010800 01  WK-WORK-LINE                PIC X(105).

010900 FD  GAME-RESULT-FILE.
011000 01  WK-RESULT-LINE              PIC X(61).

011100 FD  PLAY-HISTORY-FILE.
011200 01  WK-HISTORY-LINE             PIC X(105).

011300 FD  AUDIT-LOG-FILE.
011400 01  WK-AUDIT-LINE               PIC X(56).

011500 FD  PARTNER-LOG-FILE.
011600 01  WK-PARTNER-LINE             PIC X(25).

011700 FD  PERF-LOG-FILE.
011800 01  WK-PERF-LINE                PIC X(40).

011900 SD  MERGE-SORT-FILE.
012000 01  WK-SORT-RECORD.
012100     05  WK-SORT-DATE            PIC 9(08).
012200     05  WK-SORT-TIME            PIC 9(08).
012300     05  WK-SORT-INSTANCE        PIC X(01).
012400     05  WK-SORT-DATA            PIC X(105).

012500 FD  MERGE-REPORT-FILE.
012600 01  MERGE-REPORT-LINE           PIC X(80).

012700 WORKING-STORAGE SECTION.
012800     77 WK-ROSTER-FILE-STATUS    PIC X(02) VALUE '00'.
012900        88 WK-ROSTER-FILE-OK               VALUE '00'.
013000     77 WK-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
013100        88 WK-BUSDATE-FILE-OK              VALUE '00'.
013200     77 WK-FEED-FILE-STATUS      PIC X(02) VALUE '00'.
013300        88 WK-FEED-FILE-OK                 VALUE '00'.
013400     77 WK-WORK-FILE-STATUS      PIC X(02) VALUE '00'.
013500        88 WK-WORK-FILE-OK                 VALUE '00'.
013600     77 WK-MERGED-FILE-STATUS    PIC X(02) VALUE '00'.
013700        88 WK-MERGED-FILE-OK               VALUE '00'.
013800     77 WK-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
013900     77 WK-EOF-SWITCH            PIC X(01) VALUE 'N'.
014000        88 WK-AT-EOF                       VALUE 'Y'.
014100     77 WK-REFUSE-SWITCH         PIC X(01) VALUE 'N'.
014200        88 WK-MERGE-REFUSED                VALUE 'Y'.
014300     77 WK-BREAK-SWITCH          PIC X(01) VALUE 'N'.
014400        88 WK-PROOF-BROKE                  VALUE 'Y'.
014500     77 WK-WRITE-SWITCH          PIC X(01) VALUE 'N'.
014600        88 WK-WRITE-FAILED                 VALUE 'Y'.
014700     77 WK-APPEND-SWITCH         PIC X(01) VALUE 'N'.
014800        88 WK-APPEND-FAILED                VALUE 'Y'.

014900     77 WK-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
015000     77 WK-FEED-NAME             PIC X(12) VALUE SPACES.
015100     77 WK-WORK-NAME             PIC X(12) VALUE SPACES.
015200     77 WK-APPENDED              PIC 9(09) COMP VALUE ZERO.
015300     77 WK-SHOW-TOOK             PIC 9(09) VALUE ZERO.
015400     77 WK-SHOW-OF               PIC 9(09) VALUE ZERO.
015500     77 WK-LINE-DATE             PIC X(08) VALUE SPACES.
015600     77 WK-LINE-TIME             PIC X(08) VALUE SPACES.
015700     77 WK-LINE-STAMP            PIC X(01) VALUE SPACE.
015800     77 WK-FEED-IN               PIC 9(09) COMP VALUE ZERO.
015900     77 WK-FEED-MISSTAMPED       PIC 9(09) COMP VALUE ZERO.
016000     77 WK-FEED-TODAY            PIC 9(09) COMP VALUE ZERO.
016100     77 WK-SEEK-INSTANCE         PIC X(01) VALUE SPACE.
016200     77 WK-MERGED-OTHER          PIC 9(09) COMP VALUE ZERO.

016300*    The five feeds: name, and where each layout keeps its date,
016400*    its time and the instance stamp.
016500     01 WK-FEED-VALUES.
016600        05 FILLER                PIC X(14) VALUE 'GAMERES 010961'.
016700        05 FILLER                PIC X(14) VALUE 'PLAYHIST212996'.
016800        05 FILLER                PIC X(14) VALUE 'AUDITLOG010956'.
016900        05 FILLER                PIC X(14) VALUE 'PARTLOG 010925'.
017000        05 FILLER                PIC X(14) VALUE 'PERFLOG 010940'.
017100     01 WK-FEED-TABLE REDEFINES WK-FEED-VALUES.
017200        05 WK-FEED-ENTRY OCCURS 5 TIMES.
017300           10 WK-FD-NAME         PIC X(08).
017400           10 WK-FD-DATE-POS     PIC 9(02).
017500           10 WK-FD-TIME-POS     PIC 9(02).
017600           10 WK-FD-STAMP-POS    PIC 9(02).
017700     77 WK-FEED-IDX              PIC 9(02) COMP VALUE ZERO.
017750     77 WK-FAILED-FEED           PIC 9(02) COMP VALUE ZERO.

017800*    Lines written to each feed's work file, all instances.
017900     01 WK-WRITTEN-TABLE.
018000        05 WK-WRITTEN-COUNT      PIC 9(09) COMP OCCURS 5 TIMES.

018100*    The active instances off the roster, with each one's counts
018200*    in and out per feed.
018300     77 WK-INST-COUNT            PIC 9(02) COMP VALUE ZERO.
018400     77 WK-INST-IDX              PIC 9(02) COMP VALUE ZERO.
018500     77 WK-MATCH-IDX             PIC 9(02) COMP VALUE ZERO.
018600     77 WK-SCAN-IDX              PIC 9(02) COMP VALUE ZERO.
018700     01 WK-INSTANCE-TABLE.
018800        05 WK-INSTANCE-ENTRY OCCURS 9 TIMES.
018900           10 WK-INS-ID          PIC X(01).
019000           10 WK-INS-NODE        PIC X(20).
019100           10 WK-INS-IN-COUNT    PIC 9(09) COMP OCCURS 5 TIMES.
019200           10 WK-INS-OUT-COUNT   PIC 9(09) COMP OCCURS 5 TIMES.

019300     01 WK-HEADING-1             PIC X(80) VALUE
019400        'WKRMERGE - WORKER INSTANCE FEEDS MERGED FOR THE WINDOW'.
019500     01 WK-HEADING-2             PIC X(80).
019600     01 WK-HEADING-3.
019700        05 FILLER                PIC X(30) VALUE
019800           '  Inst  Node'.
019900        05 FILLER                PIC X(50) VALUE
020000           'Feed             In         Out'.
020100     01 WK-BLANK-LINE            PIC X(80) VALUE SPACES.
020200     01 WK-COUNT-LINE.
020300        05 FILLER                PIC X(04) VALUE SPACES.
020400        05 WK-CNT-INSTANCE       PIC X(01).
020500        05 FILLER                PIC X(03) VALUE SPACES.
020600        05 WK-CNT-NODE           PIC X(20).
020700        05 FILLER                PIC X(02) VALUE SPACES.
020800        05 WK-CNT-FEED           PIC X(08).
020900        05 WK-CNT-IN             PIC ZZZ,ZZZ,ZZ9.
021000        05 FILLER                PIC X(01) VALUE SPACE.
021100        05 WK-CNT-OUT            PIC ZZZ,ZZZ,ZZ9.
021200        05 FILLER                PIC X(01) VALUE SPACE.
021300        05 WK-CNT-NOTE           PIC X(18).
021400     01 WK-STATUS-LINE.
021500        05 FILLER                PIC X(02) VALUE SPACES.
021600        05 WK-STATUS-TEXT        PIC X(78).

021700 PROCEDURE DIVISION.

021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022000     PERFORM 1500-LOAD-ROSTER THRU 1500-EXIT
022100     IF WK-MERGE-REFUSED
022200         GO TO 8000-REFUSE
022300     END-IF
022400     IF WK-INST-COUNT = ZERO
022500         MOVE 'No WKRINST roster -- single node, nothing to merge'
022600             TO WK-STATUS-TEXT
022700         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
022800         CLOSE MERGE-REPORT-FILE
022900         MOVE 0 TO RETURN-CODE
023000         GO TO 9999-EXIT
023100     END-IF
023200     PERFORM 2000-CHECK-FEEDS THRU 2000-EXIT
023300     IF WK-MERGE-REFUSED
023400         GO TO 8000-REFUSE
023500     END-IF
023600     PERFORM 3000-MERGE-FEED THRU 3000-EXIT
023700             VARYING WK-FEED-IDX FROM 1 BY 1
023800             UNTIL WK-FEED-IDX > 5 OR WK-WRITE-FAILED
023900     PERFORM 4000-PROVE THRU 4000-EXIT
024000     GO TO 9999-EXIT.

024100 1000-INITIALIZE.
024200     OPEN INPUT BUSINESS-DATE-FILE
024300     IF WK-BUSDATE-FILE-OK
024400         READ BUSINESS-DATE-FILE
024500             AT END
024600                 ACCEPT WK-BUSINESS-DATE FROM DATE YYYYMMDD
024700             NOT AT END
024800                 MOVE BD-BUSINESS-DATE TO WK-BUSINESS-DATE
024900         END-READ
025000         CLOSE BUSINESS-DATE-FILE
025100     ELSE
025200         ACCEPT WK-BUSINESS-DATE FROM DATE YYYYMMDD
025300     END-IF
025400     OPEN OUTPUT MERGE-REPORT-FILE
025500     MOVE SPACES TO WK-HEADING-2
025600     STRING 'Business date: ' WK-BUSINESS-DATE
025700         DELIMITED BY SIZE INTO WK-HEADING-2
025800     WRITE MERGE-REPORT-LINE FROM WK-HEADING-1
025900     WRITE MERGE-REPORT-LINE FROM WK-HEADING-2
026000     WRITE MERGE-REPORT-LINE FROM WK-BLANK-LINE.
026100 1000-EXIT.
026200     EXIT.

026300*    A roster that is there but names no usable active instance,
026400*    or names one twice, is a setup error rather than the
026500*    single-node case -- refused, not passed.
026600 1500-LOAD-ROSTER.
026700     OPEN INPUT WORKER-INSTANCE-FILE
026800     IF NOT WK-ROSTER-FILE-OK
026900         GO TO 1500-EXIT
027000     END-IF
027100     MOVE 'N' TO WK-EOF-SWITCH
027200     PERFORM 1510-LOAD-ONE-INSTANCE THRU 1510-EXIT
027300             UNTIL WK-AT-EOF
027400     CLOSE WORKER-INSTANCE-FILE
027500     IF WK-INST-COUNT = ZERO
027600         MOVE 'WKRINST names no active instance' TO WK-STATUS-TEXT
027700         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
027800         MOVE 'Y' TO WK-REFUSE-SWITCH
027900     END-IF.
028000 1500-EXIT.
028100     EXIT.

028200 1510-LOAD-ONE-INSTANCE.
028300     READ WORKER-INSTANCE-FILE
028400         AT END
028500             MOVE 'Y' TO WK-EOF-SWITCH
028600             GO TO 1510-EXIT
028700     END-READ
028800     IF NOT WI-INSTANCE-ACTIVE
028900         GO TO 1510-EXIT
029000     END-IF
029100     IF NOT WI-VALID-INSTANCE
029200         MOVE SPACES TO WK-STATUS-TEXT
029300         STRING 'WKRINST instance id "' WI-INSTANCE-ID
029400                '" is not 1-9, node ' WI-NODE-NAME
029500             DELIMITED BY SIZE INTO WK-STATUS-TEXT
029600         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
029700         MOVE 'Y' TO WK-REFUSE-SWITCH
029800         GO TO 1510-EXIT
029900     END-IF
030000     MOVE WI-INSTANCE-ID TO WK-SEEK-INSTANCE
030100     PERFORM 7000-FIND-INSTANCE THRU 7000-EXIT
030200     IF WK-MATCH-IDX NOT = ZERO
030300         MOVE SPACES TO WK-STATUS-TEXT
030400         STRING 'WKRINST names instance ' WI-INSTANCE-ID
030500                ' twice' DELIMITED BY SIZE INTO WK-STATUS-TEXT
030600         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
030700         MOVE 'Y' TO WK-REFUSE-SWITCH
030800         GO TO 1510-EXIT
030900     END-IF
031000     ADD 1 TO WK-INST-COUNT
031100     MOVE WI-INSTANCE-ID TO WK-INS-ID(WK-INST-COUNT)
031200     MOVE WI-NODE-NAME TO WK-INS-NODE(WK-INST-COUNT)
031300     PERFORM 1520-ZERO-ONE-FEED THRU 1520-EXIT
031400             VARYING WK-FEED-IDX FROM 1 BY 1
031500             UNTIL WK-FEED-IDX > 5.
031600 1510-EXIT.
031700     EXIT.

031800 1520-ZERO-ONE-FEED.
031900     MOVE ZERO TO WK-INS-IN-COUNT(WK-INST-COUNT, WK-FEED-IDX)
032000     MOVE ZERO TO WK-INS-OUT-COUNT(WK-INST-COUNT, WK-FEED-IDX).
032100 1520-EXIT.
032200     EXIT.

032300******************************************************************
032400*  Every feed of every active instance is read through once
032500*  before anything is merged, so a refusal leaves the suite's
032600*  files exactly as they were.
032700******************************************************************
032800 2000-CHECK-FEEDS.
032900     PERFORM 2100-CHECK-INSTANCE THRU 2100-EXIT
033000             VARYING WK-INST-IDX FROM 1 BY 1
033100             UNTIL WK-INST-IDX > WK-INST-COUNT.
033200 2000-EXIT.
033300     EXIT.

033400 2100-CHECK-INSTANCE.
033500     PERFORM 2200-CHECK-ONE-FEED THRU 2200-EXIT
033600             VARYING WK-FEED-IDX FROM 1 BY 1
033700             UNTIL WK-FEED-IDX > 5.
033800 2100-EXIT.
033900     EXIT.

034000 2200-CHECK-ONE-FEED.
034100     PERFORM 6000-BUILD-FEED-NAME THRU 6000-EXIT
034200     MOVE ZERO TO WK-FEED-IN
034300     MOVE ZERO TO WK-FEED-MISSTAMPED
034400     MOVE ZERO TO WK-FEED-TODAY
034500     OPEN INPUT INSTANCE-FEED-FILE
034600     IF NOT WK-FEED-FILE-OK
034700         MOVE SPACES TO WK-STATUS-TEXT
034800         STRING 'MISSING: ' DELIMITED BY SIZE
034900                WK-FEED-NAME DELIMITED BY SPACE
035000                ' for instance ' WK-INS-ID(WK-INST-IDX) ', node '
035100                WK-INS-NODE(WK-INST-IDX) DELIMITED BY SIZE
035200             INTO WK-STATUS-TEXT
035300         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
035400         MOVE 'Y' TO WK-REFUSE-SWITCH
035500         GO TO 2200-EXIT
035600     END-IF
035700     MOVE 'N' TO WK-EOF-SWITCH
035800     PERFORM 2210-CHECK-ONE-LINE THRU 2210-EXIT
035900             UNTIL WK-AT-EOF
036000     CLOSE INSTANCE-FEED-FILE
036100     MOVE WK-FEED-IN TO WK-INS-IN-COUNT(WK-INST-IDX, WK-FEED-IDX)
036200     IF WK-FEED-MISSTAMPED > ZERO
036300         MOVE SPACES TO WK-STATUS-TEXT
036400         STRING 'WRONG NODE: ' DELIMITED BY SIZE
036500                WK-FEED-NAME DELIMITED BY SPACE
036600                ' has records not stamped instance '
036700                WK-INS-ID(WK-INST-IDX) DELIMITED BY SIZE
036800             INTO WK-STATUS-TEXT
036900         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
037000         MOVE 'Y' TO WK-REFUSE-SWITCH
037100     END-IF
037200     IF WK-FEED-IDX = 1 AND WK-FEED-TODAY = ZERO
037300         MOVE SPACES TO WK-STATUS-TEXT
037400         STRING 'MISSING: ' DELIMITED BY SIZE
037500                WK-FEED-NAME DELIMITED BY SPACE
037600                ' has no plays dated ' WK-BUSINESS-DATE
037700                DELIMITED BY SIZE
037800             INTO WK-STATUS-TEXT
037900         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
038000         MOVE 'Y' TO WK-REFUSE-SWITCH
038100     END-IF.
038200 2200-EXIT.
038300     EXIT.

038400 2210-CHECK-ONE-LINE.
038500     READ INSTANCE-FEED-FILE
038600         AT END
038700             MOVE 'Y' TO WK-EOF-SWITCH
038800             GO TO 2210-EXIT
038900     END-READ
039000     ADD 1 TO WK-FEED-IN
039100     PERFORM 6100-PLACE-LINE THRU 6100-EXIT
039200     IF WK-LINE-STAMP NOT = WK-INS-ID(WK-INST-IDX)
039300         ADD 1 TO WK-FEED-MISSTAMPED
039400     END-IF
039500     IF WK-LINE-DATE = WK-BUSINESS-DATE
039600         ADD 1 TO WK-FEED-TODAY
039700     END-IF.
039800 2210-EXIT.
039900     EXIT.

040000******************************************************************
040100*  One feed at a time: every instance's file released into the
040200*  sort, returned in date/time order -- instances in roster
040300*  order within the same moment -- and written to the feed's
040400*  work file.  The suite's own file is not touched here.
040500******************************************************************
040600 3000-MERGE-FEED.
040700     MOVE ZERO TO WK-WRITTEN-COUNT(WK-FEED-IDX)
040800     SORT MERGE-SORT-FILE
040900         ON ASCENDING KEY WK-SORT-DATE WK-SORT-TIME
041000         WITH DUPLICATES IN ORDER
041100         INPUT PROCEDURE IS 3100-RELEASE-FEEDS THRU 3100-EXIT
041200         OUTPUT PROCEDURE IS 3500-WRITE-MERGED THRU 3500-EXIT.
041300 3000-EXIT.
041400     EXIT.

041500 3100-RELEASE-FEEDS.
041600     PERFORM 3200-RELEASE-ONE-FEED THRU 3200-EXIT
041700             VARYING WK-INST-IDX FROM 1 BY 1
041800             UNTIL WK-INST-IDX > WK-INST-COUNT.
041900 3100-EXIT.
042000     EXIT.

042100 3200-RELEASE-ONE-FEED.
042200     PERFORM 6000-BUILD-FEED-NAME THRU 6000-EXIT
042300     OPEN INPUT INSTANCE-FEED-FILE
042400     IF NOT WK-FEED-FILE-OK
042500         GO TO 3200-EXIT
042600     END-IF
042700     MOVE 'N' TO WK-EOF-SWITCH
042800     PERFORM 3210-RELEASE-ONE-LINE THRU 3210-EXIT
042900             UNTIL WK-AT-EOF
043000     CLOSE INSTANCE-FEED-FILE.
043100 3200-EXIT.
043200     EXIT.

043300 3210-RELEASE-ONE-LINE.
043400     READ INSTANCE-FEED-FILE
043500         AT END
043600             MOVE 'Y' TO WK-EOF-SWITCH
043700             GO TO 3210-EXIT
043800     END-READ
043900     PERFORM 6100-PLACE-LINE THRU 6100-EXIT
044000     MOVE ZERO TO WK-SORT-DATE
044100     MOVE ZERO TO WK-SORT-TIME
044200     IF WK-LINE-DATE IS NUMERIC
044300         MOVE WK-LINE-DATE TO WK-SORT-DATE
044400     END-IF
044500     IF WK-LINE-TIME IS NUMERIC
044600         MOVE WK-LINE-TIME TO WK-SORT-TIME
044700     END-IF
044800     MOVE WK-LINE-STAMP TO WK-SORT-INSTANCE
044900     MOVE WK-FEED-LINE TO WK-SORT-DATA
045000     RELEASE WK-SORT-RECORD.
045100 3210-EXIT.
045200     EXIT.

045300 3500-WRITE-MERGED.
045400     PERFORM 6200-BUILD-WORK-NAME THRU 6200-EXIT
045500     OPEN OUTPUT MERGE-WORK-FILE
045600     IF NOT WK-WORK-FILE-OK
045700         MOVE SPACES TO WK-STATUS-TEXT
045800         STRING 'Cannot open ' DELIMITED BY SIZE
045900                WK-WORK-NAME DELIMITED BY SPACE
046000                ', status ' WK-WORK-FILE-STATUS
046100                DELIMITED BY SIZE INTO WK-STATUS-TEXT
046200         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
046300         MOVE 'Y' TO WK-WRITE-SWITCH
046400         GO TO 3500-EXIT
046500     END-IF
046600     MOVE 'N' TO WK-EOF-SWITCH
046700     PERFORM 3600-WRITE-ONE-MERGED THRU 3600-EXIT
046800             UNTIL WK-AT-EOF
046900     CLOSE MERGE-WORK-FILE.
047000 3500-EXIT.
047100     EXIT.

047200*    A line counts out for its instance only once it is down on
047300*    the work file; the first write that fails stops the feed.
047400 3600-WRITE-ONE-MERGED.
047500     RETURN MERGE-SORT-FILE
047600         AT END
047700             MOVE 'Y' TO WK-EOF-SWITCH
047800             GO TO 3600-EXIT
047900     END-RETURN
048000     WRITE WK-WORK-LINE FROM WK-SORT-DATA
048100     IF NOT WK-WORK-FILE-OK
048200         MOVE SPACES TO WK-STATUS-TEXT
048300         STRING 'Write to ' DELIMITED BY SIZE
048400                WK-WORK-NAME DELIMITED BY SPACE
048500                ' failed, status ' WK-WORK-FILE-STATUS
048600                DELIMITED BY SIZE INTO WK-STATUS-TEXT
048700         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
048800         MOVE 'Y' TO WK-WRITE-SWITCH
048900         MOVE 'Y' TO WK-EOF-SWITCH
049000         GO TO 3600-EXIT
049100     END-IF
049200     ADD 1 TO WK-WRITTEN-COUNT(WK-FEED-IDX)
049300     MOVE WK-SORT-INSTANCE TO WK-SEEK-INSTANCE
049400     PERFORM 7000-FIND-INSTANCE THRU 7000-EXIT
049500     IF WK-MATCH-IDX = ZERO
049600         ADD 1 TO WK-MERGED-OTHER
049700     ELSE
049800         ADD 1 TO WK-INS-OUT-COUNT(WK-MATCH-IDX, WK-FEED-IDX)
049900     END-IF.
050000 3600-EXIT.
050100     EXIT.

050200******************************************************************
050300*  In against out, per instance and feed.  Balanced, the work
050400*  files go onto the suite's files and the feeds are removed;
050500*  broken, or a work file short, the suite's files are left as
050600*  they were, the feeds stay for ops and the step fails.
050700******************************************************************
050800 4000-PROVE.
050900     WRITE MERGE-REPORT-LINE FROM WK-HEADING-3
051000     PERFORM 4100-PROVE-INSTANCE THRU 4100-EXIT
051100             VARYING WK-INST-IDX FROM 1 BY 1
051200             UNTIL WK-INST-IDX > WK-INST-COUNT
051300     IF WK-MERGED-OTHER > ZERO OR WK-WRITE-FAILED
051400         MOVE 'Y' TO WK-BREAK-SWITCH
051500     END-IF
051600     WRITE MERGE-REPORT-LINE FROM WK-BLANK-LINE
051700     IF WK-PROOF-BROKE
051800         MOVE 'OUT OF BALANCE -- feeds left in place'
051900             TO WK-STATUS-TEXT
052000         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
052100         CLOSE MERGE-REPORT-FILE
052200         DISPLAY "WKRMERGE: instance feeds out of balance --"
052300                 " see WKRMERGE.TXT"
052400         MOVE 1 TO RETURN-CODE
052500         GO TO 4000-EXIT
052600     END-IF
052669     PERFORM 4500-APPEND-ONE-FEED THRU 4500-EXIT
052738             VARYING WK-FEED-IDX FROM 1 BY 1
052807             UNTIL WK-FEED-IDX > 5 OR WK-APPEND-FAILED
052876     IF WK-APPEND-FAILED
052945         SUBTRACT 1 FROM WK-FEED-IDX GIVING WK-FAILED-FEED
053014         PERFORM 4600-REPORT-ONE-APPEND THRU 4600-EXIT
053083                 VARYING WK-FEED-IDX FROM 1 BY 1
053152                 UNTIL WK-FEED-IDX > 5
053221         WRITE MERGE-REPORT-LINE FROM WK-BLANK-LINE
053290         MOVE 'APPEND FAILED -- feeds kept, restore files above'
053359             TO WK-STATUS-TEXT
053428         WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
053500         CLOSE MERGE-REPORT-FILE
053600         DISPLAY "WKRMERGE: merged feeds not fully appended --"
053700                 " see WKRMERGE.TXT"
053800         MOVE 1 TO RETURN-CODE
053900         GO TO 4000-EXIT
054000     END-IF
054100     PERFORM 4300-REMOVE-INSTANCE-FEEDS THRU 4300-EXIT
054200             VARYING WK-INST-IDX FROM 1 BY 1
054300             UNTIL WK-INST-IDX > WK-INST-COUNT
054400     MOVE 'OK -- every instance feed merged and proved'
054500         TO WK-STATUS-TEXT
054600     WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
054700     CLOSE MERGE-REPORT-FILE
054800     MOVE 0 TO RETURN-CODE.
054900 4000-EXIT.
055000     EXIT.

055100 4100-PROVE-INSTANCE.
055200     PERFORM 4200-PROVE-ONE-FEED THRU 4200-EXIT
055300             VARYING WK-FEED-IDX FROM 1 BY 1
055400             UNTIL WK-FEED-IDX > 5.
055500 4100-EXIT.
055600     EXIT.

055700 4200-PROVE-ONE-FEED.
055800     MOVE SPACES TO WK-CNT-INSTANCE
055900     MOVE SPACES TO WK-CNT-NODE
056000     IF WK-FEED-IDX = 1
056100         MOVE WK-INS-ID(WK-INST-IDX) TO WK-CNT-INSTANCE
056200         MOVE WK-INS-NODE(WK-INST-IDX) TO WK-CNT-NODE
056300     END-IF
056400     MOVE WK-FD-NAME(WK-FEED-IDX) TO WK-CNT-FEED
056500     MOVE WK-INS-IN-COUNT(WK-INST-IDX, WK-FEED-IDX) TO WK-CNT-IN
056600     MOVE WK-INS-OUT-COUNT(WK-INST-IDX, WK-FEED-IDX) TO WK-CNT-OUT
056700     MOVE SPACES TO WK-CNT-NOTE
056800     IF WK-INS-IN-COUNT(WK-INST-IDX, WK-FEED-IDX) NOT =
056900        WK-INS-OUT-COUNT(WK-INST-IDX, WK-FEED-IDX)
057000         MOVE '** out of balance' TO WK-CNT-NOTE
057100         MOVE 'Y' TO WK-BREAK-SWITCH
057200     END-IF
057300     WRITE MERGE-REPORT-LINE FROM WK-COUNT-LINE.
057400 4200-EXIT.
057500     EXIT.

057600 4300-REMOVE-INSTANCE-FEEDS.
057700     PERFORM 4310-REMOVE-ONE-FEED THRU 4310-EXIT
057800             VARYING WK-FEED-IDX FROM 1 BY 1
057900             UNTIL WK-FEED-IDX > 5.
058000 4300-EXIT.
058100     EXIT.

058200 4310-REMOVE-ONE-FEED.
058300     PERFORM 6000-BUILD-FEED-NAME THRU 6000-EXIT
058400     CALL "CBL_DELETE_FILE" USING WK-FEED-NAME.
058500 4310-EXIT.
058600     EXIT.

058700*    One work file onto the end of the suite's file, in the same
058800*    open-extend idiom WORKER writes it with.  A file that takes
058900*    fewer lines than its work file holds is named in the report.
059000 4500-APPEND-ONE-FEED.
059100     MOVE ZERO TO WK-APPENDED
059200     PERFORM 6200-BUILD-WORK-NAME THRU 6200-EXIT
059300     OPEN INPUT MERGE-WORK-FILE
059400     IF NOT WK-WORK-FILE-OK
059500         GO TO 4500-FAILED
059600     END-IF
059700     EVALUATE WK-FEED-IDX
059800         WHEN 1
059900             OPEN EXTEND GAME-RESULT-FILE
060000             IF NOT WK-MERGED-FILE-OK
060100                 OPEN OUTPUT GAME-RESULT-FILE
060200             END-IF
060300         WHEN 2
060400             OPEN EXTEND PLAY-HISTORY-FILE
060500             IF NOT WK-MERGED-FILE-OK
060600                 OPEN OUTPUT PLAY-HISTORY-FILE
060700             END-IF
060800         WHEN 3
060900             OPEN EXTEND AUDIT-LOG-FILE
061000             IF NOT WK-MERGED-FILE-OK
061100                 OPEN OUTPUT AUDIT-LOG-FILE
061200             END-IF
061300         WHEN 4
061400             OPEN EXTEND PARTNER-LOG-FILE
061500             IF NOT WK-MERGED-FILE-OK
061600                 OPEN OUTPUT PARTNER-LOG-FILE
061700             END-IF
061800         WHEN OTHER
061900             OPEN EXTEND PERF-LOG-FILE
062000             IF NOT WK-MERGED-FILE-OK
062100                 OPEN OUTPUT PERF-LOG-FILE
062200             END-IF
062300     END-EVALUATE
062400     IF NOT WK-MERGED-FILE-OK
062500         CLOSE MERGE-WORK-FILE
062600         GO TO 4500-FAILED
062700     END-IF
062800     MOVE 'N' TO WK-EOF-SWITCH
062900     PERFORM 4510-APPEND-ONE-LINE THRU 4510-EXIT
063000             UNTIL WK-AT-EOF
063100     CLOSE MERGE-WORK-FILE
063200     EVALUATE WK-FEED-IDX
063300         WHEN 1
063400             CLOSE GAME-RESULT-FILE
063500         WHEN 2
063600             CLOSE PLAY-HISTORY-FILE
063700         WHEN 3
063800             CLOSE AUDIT-LOG-FILE
063900         WHEN 4
064000             CLOSE PARTNER-LOG-FILE
064100         WHEN OTHER
064200             CLOSE PERF-LOG-FILE
064300     END-EVALUATE
064400     IF WK-APPENDED = WK-WRITTEN-COUNT(WK-FEED-IDX)
064500         GO TO 4500-EXIT
064600     END-IF.
064700 4500-FAILED.
064800     MOVE 'Y' TO WK-APPEND-SWITCH
064900     MOVE WK-APPENDED TO WK-SHOW-TOOK
065000     MOVE WK-WRITTEN-COUNT(WK-FEED-IDX) TO WK-SHOW-OF
065100     MOVE SPACES TO WK-STATUS-TEXT
065200     STRING 'APPEND FAILED: ' WK-FD-NAME(WK-FEED-IDX)
065300            ' took ' WK-SHOW-TOOK ' of ' WK-SHOW-OF
065400            ' -- restore before rerun'
065500         DELIMITED BY SIZE INTO WK-STATUS-TEXT
065600     WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE.
065700 4500-EXIT.
065800     EXIT.

065900 4510-APPEND-ONE-LINE.
066000     READ MERGE-WORK-FILE
066100         AT END
066200             MOVE 'Y' TO WK-EOF-SWITCH
066300             GO TO 4510-EXIT
066400     END-READ
066500     EVALUATE WK-FEED-IDX
066600         WHEN 1
066700             WRITE WK-RESULT-LINE FROM WK-WORK-LINE
066800         WHEN 2
066900             WRITE WK-HISTORY-LINE FROM WK-WORK-LINE
067000         WHEN 3
067100             WRITE WK-AUDIT-LINE FROM WK-WORK-LINE
067200         WHEN 4
067300             WRITE WK-PARTNER-LINE FROM WK-WORK-LINE
067400         WHEN OTHER
067500             WRITE WK-PERF-LINE FROM WK-WORK-LINE
067600     END-EVALUATE
067700     IF NOT WK-MERGED-FILE-OK
067800         MOVE 'Y' TO WK-EOF-SWITCH
067900         GO TO 4510-EXIT
068000     END-IF
068100     ADD 1 TO WK-APPENDED.
068200 4510-EXIT.
068300     EXIT.

068304*    After a failed append, each file ahead of the failed one
068308*    went down whole and is named for restore with it; the files
068312*    after it were not opened.
068316 4600-REPORT-ONE-APPEND.
068320     IF WK-FEED-IDX = WK-FAILED-FEED
068324         GO TO 4600-EXIT
068328     END-IF
068332     MOVE SPACES TO WK-STATUS-TEXT
068336     IF WK-FEED-IDX < WK-FAILED-FEED
068340         MOVE WK-WRITTEN-COUNT(WK-FEED-IDX) TO WK-SHOW-OF
068344         STRING 'APPENDED: ' WK-FD-NAME(WK-FEED-IDX)
068348                ' took all ' WK-SHOW-OF ' -- restore before rerun'
068352             DELIMITED BY SIZE INTO WK-STATUS-TEXT
068356     ELSE
068360         STRING 'NOT APPENDED: ' WK-FD-NAME(WK-FEED-IDX)
068364                ' -- left as it was'
068368             DELIMITED BY SIZE INTO WK-STATUS-TEXT
068372     END-IF
068376     WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE.
068380 4600-EXIT.
068384     EXIT.

068400 6000-BUILD-FEED-NAME.
068500     MOVE SPACES TO WK-FEED-NAME
068600     STRING WK-FD-NAME(WK-FEED-IDX) DELIMITED BY SPACE
068700            '.' WK-INS-ID(WK-INST-IDX) DELIMITED BY SIZE
068800         INTO WK-FEED-NAME.
068900 6000-EXIT.
069000     EXIT.

069100 6100-PLACE-LINE.
069200     MOVE WK-FEED-LINE(WK-FD-DATE-POS(WK-FEED-IDX):8)
069300         TO WK-LINE-DATE
069400     MOVE WK-FEED-LINE(WK-FD-TIME-POS(WK-FEED-IDX):8)
069500         TO WK-LINE-TIME
069600     MOVE WK-FEED-LINE(WK-FD-STAMP-POS(WK-FEED-IDX):1)
069700         TO WK-LINE-STAMP.
069800 6100-EXIT.
069900     EXIT.

070000 6200-BUILD-WORK-NAME.
070100     MOVE SPACES TO WK-WORK-NAME
070200     STRING WK-FD-NAME(WK-FEED-IDX) DELIMITED BY SPACE
070300            '.MRG' DELIMITED BY SIZE
070400         INTO WK-WORK-NAME.
070500 6200-EXIT.
070600     EXIT.

070700 7000-FIND-INSTANCE.
070800     MOVE ZERO TO WK-MATCH-IDX
070900     PERFORM 7100-MATCH-ONE THRU 7100-EXIT
071000             VARYING WK-SCAN-IDX FROM 1 BY 1
071100             UNTIL WK-SCAN-IDX > WK-INST-COUNT
071200                OR WK-MATCH-IDX NOT = ZERO.
071300 7000-EXIT.
071400     EXIT.

071500 7100-MATCH-ONE.
071600     IF WK-INS-ID(WK-SCAN-IDX) = WK-SEEK-INSTANCE
071700         MOVE WK-SCAN-IDX TO WK-MATCH-IDX
071800     END-IF.
071900 7100-EXIT.
072000     EXIT.

072100 8000-REFUSE.
072200     WRITE MERGE-REPORT-LINE FROM WK-BLANK-LINE
072300     MOVE 'REFUSED -- nothing merged' TO WK-STATUS-TEXT
072400     WRITE MERGE-REPORT-LINE FROM WK-STATUS-LINE
072500     CLOSE MERGE-REPORT-FILE
072600     DISPLAY "WKRMERGE: instance feeds not ready for "
072700             WK-BUSINESS-DATE " -- see WKRMERGE.TXT"
072800     MOVE 1 TO RETURN-CODE.

072900 9999-EXIT.
073000     STOP RUN.
