000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DBPROOF.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  DBPROOF
000900*
001000*  Nightly batch job, run straight after DBSYNC.  Proves each
001100*  reporting-database table DBSYNC maintains against the file
001200*  it is kept from -- the row count and a hash total on both
001300*  sides, the way DBRECON proves GAME_RESULT:
001400*
001500*    PLAYER_PROFILE  wins + losses + ties + best streak + the
001600*                    three head-to-head counters
001700*    SKILL_RATING    rating + rated games
001800*    POINTS_BALANCE  balance, signed
001900*
002000*  A counter still carrying spaces from before it existed adds
002100*  nothing, the same as the zero DBSYNC sends for it.  The
002200*  table side comes from PROFDB, SKILLDB and PTSBALDB.
002300*
002400*  A table that does not prove -- counts or totals apart, or a
002500*  proof query that fails -- raises a WARN on the common ALERT
002600*  file and has its DBSYNC snapshot emptied, so the next night
002700*  reloads that table from scratch rather than trusting a diff
002800*  against something that is already wrong.  A file that will
002900*  not open cannot be proved; that warns too, but its snapshot
003000*  is left alone since DBSYNC would not reload from it anyway.
003100*
003200*  Leaves DBPROOF.TXT with both sides for every table.
003300*
003400*  Invoke as:  dbproof
003500*  Exits with RETURN-CODE 0 -- a break pages on-call, it
003600*  does not stop the rest of the window, as PTSVRFY.
003700*
003800*  Modification history
003900*  ---------------------------------------------------------------
004000*  2026-10-15  jm  Original program.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PP-PLAYER-ID
004900         FILE STATUS IS DV-SOURCE-FILE-STATUS.
005000     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SR-PLAYER-ID
005400         FILE STATUS IS DV-SOURCE-FILE-STATUS.
005500     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PB-PLAYER-ID
005900         FILE STATUS IS DV-SOURCE-FILE-STATUS.
006000     SELECT SNAPSHOT-FILE
006100         ASSIGN TO DYNAMIC DV-SNAP-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS DV-SNAP-FILE-STATUS.
006400     SELECT ALERT-FILE ASSIGN TO "ALERTS"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS DV-ALERT-FILE-STATUS.
006700     SELECT PROOF-REPORT-FILE ASSIGN TO "DBPROOF.TXT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS DV-REPORT-FILE-STATUS.

007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PLAYER-PROFILE-FILE.
007300 COPY "playerpf.cpy".

007400 FD  SKILL-RATING-FILE.
007500 COPY "skillrt.cpy".

007600 FD  POINTS-BALANCE-FILE.
007700 COPY "ptsbal.cpy".

007800 FD  SNAPSHOT-FILE.
007900 01  SNAPSHOT-RECORD             PIC X(115).

008000 FD  ALERT-FILE.
008100 COPY "alertrec.cpy".

008200 FD  PROOF-REPORT-FILE.
008300 01  PROOF-REPORT-LINE           PIC X(80).

008400 WORKING-STORAGE SECTION.
008500     77 DV-SOURCE-FILE-STATUS    PIC X(02) VALUE '00'.
008600        88 DV-SOURCE-FILE-OK              VALUE '00'.
008700     77 DV-SNAP-FILE-STATUS      PIC X(02) VALUE '00'.
008800     77 DV-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
008900        88 DV-ALERT-FILE-OK               VALUE '00'.
009000     77 DV-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
009100     77 DV-EOF-SWITCH            PIC X(01) VALUE 'N'.
009200        88 DV-AT-EOF                      VALUE 'Y'.
009300     77 DV-SKIP-SWITCH           PIC X(01) VALUE 'N'.
009400        88 DV-SKIP-TABLE                  VALUE 'Y'.

009500     77 DV-RUN-DATE              PIC 9(08) VALUE ZERO.
009600     77 DV-ALERT-TIME            PIC 9(08) VALUE ZERO.
009700     77 DV-SNAP-NAME             PIC X(20) VALUE SPACES.

009800*    1 PLAYER_PROFILE, 2 SKILL_RATING, 3 POINTS_BALANCE --
009900*    the same numbering DBSYNC uses.
010000     77 DV-TABLE                 PIC 9(01) VALUE ZERO.
010100        88 DV-PROFILE-TABLE               VALUE 1.
010200        88 DV-SKILL-TABLE                 VALUE 2.
010300        88 DV-BALANCE-TABLE               VALUE 3.
010400     77 DV-TABLE-NAME            PIC X(16) VALUE SPACES.

010500     77 DV-ACTION                PIC X(01) VALUE 'P'.
010600     77 DV-SQL-STATUS            PIC X(01) VALUE '0'.
010700        88 DV-SQL-OK                      VALUE '0'.
010800     77 DV-ROW-COUNT             PIC S9(09) COMP VALUE ZERO.
010900     77 DV-HASH-TOTAL            PIC S9(15) COMP VALUE ZERO.

011000     77 DV-FILE-COUNT            PIC S9(09) COMP VALUE ZERO.
011100     77 DV-FILE-HASH             PIC S9(15) COMP VALUE ZERO.
011200     77 DV-BREAK-COUNT           PIC 9(01) COMP VALUE ZERO.
011300     77 DV-BREAK-TEXT            PIC X(40) VALUE SPACES.

011400     01 DV-HEADING-1             PIC X(80) VALUE
011500        'DBPROOF - REPORTING DATABASE MASTER-FILE PROOF'.
011600     01 DV-HEADING-2             PIC X(80).
011700     01 DV-BLANK-LINE            PIC X(80) VALUE SPACES.
011800     01 DV-DETAIL-LINE.
011900        05 FILLER                PIC X(04) VALUE SPACES.
012000        05 DV-DTL-LABEL          PIC X(26).
012100        05 DV-DTL-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
012200        05 FILLER                PIC X(30) VALUE SPACES.
012300     01 DV-STATUS-LINE.
012400        05 FILLER                PIC X(04) VALUE SPACES.
012500        05 DV-STATUS-TEXT        PIC X(76).

012600 PROCEDURE DIVISION.

012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012900     PERFORM 2000-PROVE-TABLE THRU 2000-EXIT
013000             VARYING DV-TABLE FROM 1 BY 1 UNTIL DV-TABLE > 3
013100     PERFORM 4000-TERMINATE THRU 4000-EXIT
013200     GO TO 9999-EXIT.

013300 1000-INITIALIZE.
013400     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD
013500     OPEN OUTPUT PROOF-REPORT-FILE
013600     MOVE SPACES TO DV-HEADING-2
013700     STRING 'Run date: ' DV-RUN-DATE DELIMITED BY SIZE
013800         INTO DV-HEADING-2
013900     WRITE PROOF-REPORT-LINE FROM DV-HEADING-1
014000     WRITE PROOF-REPORT-LINE FROM DV-HEADING-2
014100     WRITE PROOF-REPORT-LINE FROM DV-BLANK-LINE.
014200 1000-EXIT.
014300     EXIT.

014400******************************************************************
014500*  One table: both sides, then the verdict.
014600******************************************************************
014700 2000-PROVE-TABLE.
014800     MOVE ZERO TO DV-FILE-COUNT DV-FILE-HASH
014900                  DV-ROW-COUNT DV-HASH-TOTAL
015000     MOVE SPACES TO DV-BREAK-TEXT
015100     PERFORM 2100-TOTAL-FILE THRU 2100-EXIT
015200     IF DV-SKIP-TABLE
015300         MOVE 'file not readable, not proved' TO DV-BREAK-TEXT
015400     ELSE
015500         PERFORM 2300-TOTAL-TABLE THRU 2300-EXIT
015600         EVALUATE TRUE
015700             WHEN NOT DV-SQL-OK
015800                 MOVE 'proof query failed' TO DV-BREAK-TEXT
015900             WHEN DV-ROW-COUNT NOT = DV-FILE-COUNT
016000                 MOVE 'row counts differ' TO DV-BREAK-TEXT
016100             WHEN DV-HASH-TOTAL NOT = DV-FILE-HASH
016200                 MOVE 'hash totals differ' TO DV-BREAK-TEXT
016300         END-EVALUATE
016400     END-IF
016500     PERFORM 3100-WRITE-TABLE-BLOCK THRU 3100-EXIT
016600     IF DV-BREAK-TEXT NOT = SPACES
016700         ADD 1 TO DV-BREAK-COUNT
016800         PERFORM 5500-RAISE-ALERT THRU 5500-EXIT
016900         IF NOT DV-SKIP-TABLE
017000             PERFORM 2900-EMPTY-SNAPSHOT THRU 2900-EXIT
017100         END-IF
017200     END-IF.
017300 2000-EXIT.
017400     EXIT.

017500 2100-TOTAL-FILE.
017600     MOVE 'N' TO DV-SKIP-SWITCH
017700     EVALUATE TRUE
017800         WHEN DV-PROFILE-TABLE
017900             MOVE 'PLAYER_PROFILE' TO DV-TABLE-NAME
018000             MOVE 'DBSNAPPF' TO DV-SNAP-NAME
018100             OPEN INPUT PLAYER-PROFILE-FILE
018200         WHEN DV-SKILL-TABLE
018300             MOVE 'SKILL_RATING' TO DV-TABLE-NAME
018400             MOVE 'DBSNAPSR' TO DV-SNAP-NAME
018500             OPEN INPUT SKILL-RATING-FILE
018600         WHEN OTHER
018700             MOVE 'POINTS_BALANCE' TO DV-TABLE-NAME
018800             MOVE 'DBSNAPPB' TO DV-SNAP-NAME
018900             OPEN INPUT POINTS-BALANCE-FILE
019000     END-EVALUATE
019100     IF NOT DV-SOURCE-FILE-OK
019200         MOVE 'Y' TO DV-SKIP-SWITCH
019300         GO TO 2100-EXIT
019400     END-IF
019500     MOVE 'N' TO DV-EOF-SWITCH
019600     PERFORM 2110-TOTAL-ONE THRU 2110-EXIT
019700             UNTIL DV-AT-EOF
019800     EVALUATE TRUE
019900         WHEN DV-PROFILE-TABLE
020000             CLOSE PLAYER-PROFILE-FILE
020100         WHEN DV-SKILL-TABLE
020200             CLOSE SKILL-RATING-FILE
020300         WHEN OTHER
020400             CLOSE POINTS-BALANCE-FILE
020500     END-EVALUATE.
020600 2100-EXIT.
020700     EXIT.

020800 2110-TOTAL-ONE.
020900     EVALUATE TRUE
021000         WHEN DV-PROFILE-TABLE
021100             READ PLAYER-PROFILE-FILE NEXT RECORD
021200                 AT END
021300                     MOVE 'Y' TO DV-EOF-SWITCH
021400                 NOT AT END
021500                     PERFORM 2120-ADD-PROFILE THRU 2120-EXIT
021600             END-READ
021700         WHEN DV-SKILL-TABLE
021800             READ SKILL-RATING-FILE NEXT RECORD
021900                 AT END
022000                     MOVE 'Y' TO DV-EOF-SWITCH
022100                 NOT AT END
022200                     ADD 1 TO DV-FILE-COUNT
022300                     ADD SR-RATING SR-RATED-GAMES TO DV-FILE-HASH
022400             END-READ
022500         WHEN OTHER
022600             READ POINTS-BALANCE-FILE NEXT RECORD
022700                 AT END
022800                     MOVE 'Y' TO DV-EOF-SWITCH
022900                 NOT AT END
023000                     ADD 1 TO DV-FILE-COUNT
023100                     ADD PB-BALANCE TO DV-FILE-HASH
023200             END-READ
023300     END-EVALUATE.
023400 2110-EXIT.
023500     EXIT.

023600 2120-ADD-PROFILE.
023700     ADD 1 TO DV-FILE-COUNT
023800     ADD PP-WINS PP-LOSSES PP-TIES TO DV-FILE-HASH
023900     IF PP-BEST-STREAK IS NUMERIC
024000         ADD PP-BEST-STREAK TO DV-FILE-HASH
024100     END-IF
024200     IF PP-H2H-WINS IS NUMERIC
024300         ADD PP-H2H-WINS TO DV-FILE-HASH
024400     END-IF
024500     IF PP-H2H-LOSSES IS NUMERIC
024600         ADD PP-H2H-LOSSES TO DV-FILE-HASH
024700     END-IF
024800     IF PP-H2H-TIES IS NUMERIC
024900         ADD PP-H2H-TIES TO DV-FILE-HASH
025000     END-IF.
025100 2120-EXIT.
025200     EXIT.

025300 2300-TOTAL-TABLE.
025400     EVALUATE TRUE
025500         WHEN DV-PROFILE-TABLE
025600             CALL "PROFDB" USING DV-ACTION PLAYER-PROFILE-RECORD
025700                                 DV-SQL-STATUS DV-ROW-COUNT
025800                                 DV-HASH-TOTAL
025900         WHEN DV-SKILL-TABLE
026000             CALL "SKILLDB" USING DV-ACTION SKILL-RATING-RECORD
026100                                  DV-SQL-STATUS DV-ROW-COUNT
026200                                  DV-HASH-TOTAL
026300         WHEN OTHER
026400             CALL "PTSBALDB" USING DV-ACTION POINTS-BALANCE-RECORD
026500                                   DV-SQL-STATUS DV-ROW-COUNT
026600                                   DV-HASH-TOTAL
026700     END-EVALUATE.
026800 2300-EXIT.
026900     EXIT.

027000*    An empty snapshot is DBSYNC's signal to reload the table.
027100 2900-EMPTY-SNAPSHOT.
027200     OPEN OUTPUT SNAPSHOT-FILE
027300     CLOSE SNAPSHOT-FILE.
027400 2900-EXIT.
027500     EXIT.

027600 3100-WRITE-TABLE-BLOCK.
027700     MOVE SPACES TO PROOF-REPORT-LINE
027800     STRING 'Table ' DV-TABLE-NAME DELIMITED BY SIZE
027900         INTO PROOF-REPORT-LINE
028000     WRITE PROOF-REPORT-LINE
028100     IF NOT DV-SKIP-TABLE
028200         MOVE 'File records' TO DV-DTL-LABEL
028300         MOVE DV-FILE-COUNT TO DV-DTL-AMOUNT
028400         WRITE PROOF-REPORT-LINE FROM DV-DETAIL-LINE
028500         MOVE 'Table rows' TO DV-DTL-LABEL
028600         MOVE DV-ROW-COUNT TO DV-DTL-AMOUNT
028700         WRITE PROOF-REPORT-LINE FROM DV-DETAIL-LINE
028800         MOVE 'File hash total' TO DV-DTL-LABEL
028900         MOVE DV-FILE-HASH TO DV-DTL-AMOUNT
029000         WRITE PROOF-REPORT-LINE FROM DV-DETAIL-LINE
029100         MOVE 'Table hash total' TO DV-DTL-LABEL
029200         MOVE DV-HASH-TOTAL TO DV-DTL-AMOUNT
029300         WRITE PROOF-REPORT-LINE FROM DV-DETAIL-LINE
029400     END-IF
029500     MOVE SPACES TO DV-STATUS-TEXT
029600     IF DV-BREAK-TEXT = SPACES
029700         MOVE 'proved' TO DV-STATUS-TEXT
029800     ELSE
029900         STRING 'BREAK -- ' DV-BREAK-TEXT DELIMITED BY '  '
030000             INTO DV-STATUS-TEXT
030100     END-IF
030200     WRITE PROOF-REPORT-LINE FROM DV-STATUS-LINE
030300     WRITE PROOF-REPORT-LINE FROM DV-BLANK-LINE.
030400 3100-EXIT.
030500     EXIT.

030600 4000-TERMINATE.
030700     IF DV-BREAK-COUNT = ZERO
030800         MOVE 'OK -- every table proves to its file'
030900             TO DV-STATUS-TEXT
031000     ELSE
031100         MOVE 'ATTENTION -- a table did not prove, see above'
031200             TO DV-STATUS-TEXT
031300     END-IF
031400     WRITE PROOF-REPORT-LINE FROM DV-STATUS-LINE
031500     CLOSE PROOF-REPORT-FILE
031600     MOVE 0 TO RETURN-CODE.
031700 4000-EXIT.
031800     EXIT.

031900*    Same ALERT record PTSVRFY and the other batch-side alert
032000*    writers use; ALERTER delivers it at window end.
032100 5500-RAISE-ALERT.
032200     ACCEPT DV-ALERT-TIME FROM TIME
032300     MOVE DV-RUN-DATE TO AR-DATE
032400     MOVE DV-ALERT-TIME TO AR-TIME
032500     SET AR-SEV-WARNING TO TRUE
032600     MOVE 'DBPROOF' TO AR-PROGRAM
032700     MOVE DV-TABLE-NAME TO AR-ALERT-KEY
032800     MOVE SPACES TO AR-MESSAGE
032900     STRING 'reporting table ' DV-TABLE-NAME DELIMITED BY SPACE
033000            ': ' DV-BREAK-TEXT DELIMITED BY '  '
033100         INTO AR-MESSAGE
033200     OPEN EXTEND ALERT-FILE
033300     IF NOT DV-ALERT-FILE-OK
033400         OPEN OUTPUT ALERT-FILE
033500     END-IF
033600     WRITE ALERT-RECORD
033700     CLOSE ALERT-FILE.
033800 5500-EXIT.
033900     EXIT.

034000 9999-EXIT.
034100     STOP RUN.
