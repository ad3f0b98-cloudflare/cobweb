000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DBSYNC.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  DBSYNC
000900*
001000*  Nightly batch job.  Carries PLAYER-PROFILE, SKILL-RATING and
001100*  POINTS-BALANCE over to the PLAYER_PROFILE, SKILL_RATING and
001200*  POINTS_BALANCE tables on the analytics shop's Postgres
001300*  reporting database, so analytics stops having only the five
001400*  GAME_RESULT columns RESULTDB sends to go on.
001500*
001600*  Each file is match-merged by player id against the snapshot
001700*  of what the table was last sent (DBSNAPPF, DBSNAPSR,
001800*  DBSNAPPB):
001900*
002000*    a player on the file only          row inserted
002100*    a player whose record changed      row updated
002200*    a player on the snapshot only      row deleted -- this is
002300*                                       how a PROFMNT erasure
002400*                                       leaves the table too
002500*    a player with no change            nothing sent
002600*
002700*  The snapshot is rewritten to what the table now holds: a
002800*  statement that fails keeps the old image (or leaves a new
002900*  player off), so the same change is simply tried again the
003000*  next night.  No snapshot at all -- the first night, or one
003100*  DBPROOF emptied after a proof break -- reloads the table
003200*  from scratch.  The table-side SQL lives in PROFDB, SKILLDB
003300*  and PTSBALDB, in the RESULTDB idiom.  A source file that
003400*  will not open leaves its table exactly as it was.  DBPROOF
003500*  runs next and proves each table against its file.
003600*
003700*  Leaves DBSYNC.TXT with the counts per table.
003800*
003900*  Invoke as:  dbsync
004000*  Exits with RETURN-CODE 0.
004100*
004200*  Modification history
004300*  ---------------------------------------------------------------
004400*  2026-10-15  jm  Original program.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PP-PLAYER-ID
005300         FILE STATUS IS DQ-SOURCE-FILE-STATUS.
005400     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SR-PLAYER-ID
005800         FILE STATUS IS DQ-SOURCE-FILE-STATUS.
005900     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PB-PLAYER-ID
006300         FILE STATUS IS DQ-SOURCE-FILE-STATUS.
006400     SELECT SNAPSHOT-FILE
006500         ASSIGN TO DYNAMIC DQ-SNAP-NAME
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS DQ-SNAP-FILE-STATUS.
006800     SELECT SNAPSHOT-WORK-FILE ASSIGN TO "DBSNAP.WRK"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS DQ-WORK-FILE-STATUS.
007100     SELECT SYNC-REPORT-FILE ASSIGN TO "DBSYNC.TXT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS DQ-REPORT-FILE-STATUS.

007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PLAYER-PROFILE-FILE.
007700 COPY "playerpf.cpy".

007800 FD  SKILL-RATING-FILE.
007900 COPY "skillrt.cpy".

008000 FD  POINTS-BALANCE-FILE.
008100 COPY "ptsbal.cpy".

008200 FD  SNAPSHOT-FILE.
008300 01  SNAPSHOT-RECORD             PIC X(115).

008400 FD  SNAPSHOT-WORK-FILE.
008500 01  SNAPSHOT-WORK-RECORD        PIC X(115).

008600 FD  SYNC-REPORT-FILE.
008700 01  SYNC-REPORT-LINE            PIC X(80).

008800 WORKING-STORAGE SECTION.
008900     77 DQ-SOURCE-FILE-STATUS    PIC X(02) VALUE '00'.
009000        88 DQ-SOURCE-FILE-OK              VALUE '00'.
009100     77 DQ-SNAP-FILE-STATUS      PIC X(02) VALUE '00'.
009200        88 DQ-SNAP-FILE-OK                VALUE '00'.
009300     77 DQ-WORK-FILE-STATUS      PIC X(02) VALUE '00'.
009400        88 DQ-WORK-FILE-OK                VALUE '00'.
009500     77 DQ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
009600     77 DQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
009700        88 DQ-AT-EOF                      VALUE 'Y'.
009800     77 DQ-RELOAD-SWITCH         PIC X(01) VALUE 'N'.
009900        88 DQ-RELOADING                   VALUE 'Y'.
010000     77 DQ-SKIP-SWITCH           PIC X(01) VALUE 'N'.
010100        88 DQ-SKIP-TABLE                  VALUE 'Y'.

010200     77 DQ-RUN-DATE              PIC 9(08) VALUE ZERO.
010300     77 DQ-SNAP-NAME             PIC X(20) VALUE SPACES.

010400*    1 PLAYER_PROFILE, 2 SKILL_RATING, 3 POINTS_BALANCE.
010500     77 DQ-TABLE                 PIC 9(01) VALUE ZERO.
010600        88 DQ-PROFILE-TABLE               VALUE 1.
010700        88 DQ-SKILL-TABLE                 VALUE 2.
010800        88 DQ-BALANCE-TABLE               VALUE 3.
010900     77 DQ-TABLE-NAME            PIC X(16) VALUE SPACES.

011000*    What is asked of PROFDB / SKILLDB / PTSBALDB and what they
011100*    say back.  The count and hash are only filled by a proof.
011200     77 DQ-ACTION                PIC X(01) VALUE SPACE.
011300     77 DQ-SQL-STATUS            PIC X(01) VALUE '0'.
011400        88 DQ-SQL-OK                      VALUE '0'.
011500     77 DQ-ROW-COUNT             PIC S9(09) COMP VALUE ZERO.
011600     77 DQ-HASH-TOTAL            PIC S9(15) COMP VALUE ZERO.

011700     77 DQ-INSERT-COUNT          PIC 9(07) COMP VALUE ZERO.
011800     77 DQ-UPDATE-COUNT          PIC 9(07) COMP VALUE ZERO.
011900     77 DQ-DELETE-COUNT          PIC 9(07) COMP VALUE ZERO.
012000     77 DQ-SAME-COUNT            PIC 9(07) COMP VALUE ZERO.
012100     77 DQ-FAIL-COUNT            PIC 9(07) COMP VALUE ZERO.
012200     77 DQ-TOTAL-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.

012300*    The current record off each side of the merge.  A side that
012400*    has run out carries HIGH-VALUES as its key so the other side
012500*    drains past it.
012600     01 DQ-SOURCE-IMAGE.
012700        05 DQ-SOURCE-KEY         PIC X(20).
012800        05 FILLER                PIC X(95).
012900     01 DQ-SNAP-IMAGE.
013000        05 DQ-SNAP-KEY           PIC X(20).
013100        05 FILLER                PIC X(95).

013200     01 DQ-HEADING-1             PIC X(80) VALUE
013300        'DBSYNC - REPORTING DATABASE MASTER-FILE SYNC'.
013400     01 DQ-HEADING-2             PIC X(80).
013500     01 DQ-BLANK-LINE            PIC X(80) VALUE SPACES.
013600     01 DQ-DETAIL-LINE.
013700        05 FILLER                PIC X(04) VALUE SPACES.
013800        05 DQ-DTL-LABEL          PIC X(26).
013900        05 DQ-DTL-COUNT          PIC ZZZ,ZZ9.
014000        05 FILLER                PIC X(43) VALUE SPACES.
014100     01 DQ-STATUS-LINE.
014200        05 FILLER                PIC X(04) VALUE SPACES.
014300        05 DQ-STATUS-TEXT        PIC X(76).

014400 PROCEDURE DIVISION.

014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700     PERFORM 2000-SYNC-TABLE THRU 2000-EXIT
014800             VARYING DQ-TABLE FROM 1 BY 1 UNTIL DQ-TABLE > 3
014900     PERFORM 4000-TERMINATE THRU 4000-EXIT
015000     GO TO 9999-EXIT.

015100 1000-INITIALIZE.
015200     ACCEPT DQ-RUN-DATE FROM DATE YYYYMMDD
015300     OPEN OUTPUT SYNC-REPORT-FILE
015400     MOVE SPACES TO DQ-HEADING-2
015500     STRING 'Run date: ' DQ-RUN-DATE DELIMITED BY SIZE
015600         INTO DQ-HEADING-2
015700     WRITE SYNC-REPORT-LINE FROM DQ-HEADING-1
015800     WRITE SYNC-REPORT-LINE FROM DQ-HEADING-2
015900     WRITE SYNC-REPORT-LINE FROM DQ-BLANK-LINE.
016000 1000-EXIT.
016100     EXIT.

016200******************************************************************
016300*  One table: open both sides, merge them into the work file,
016400*  then make the work file the new snapshot.
016500******************************************************************
016600 2000-SYNC-TABLE.
016700     MOVE ZERO TO DQ-INSERT-COUNT DQ-UPDATE-COUNT DQ-DELETE-COUNT
016800                  DQ-SAME-COUNT DQ-FAIL-COUNT
016900     MOVE 'N' TO DQ-SKIP-SWITCH
017000     MOVE 'N' TO DQ-RELOAD-SWITCH
017100     PERFORM 2010-OPEN-SOURCE THRU 2010-EXIT
017200     IF DQ-SKIP-TABLE
017300         MOVE 'source file not available, table left as it was'
017400             TO DQ-STATUS-TEXT
017500         PERFORM 3100-WRITE-TABLE-BLOCK THRU 3100-EXIT
017600         GO TO 2000-EXIT
017700     END-IF
017800     PERFORM 2020-OPEN-SNAPSHOT THRU 2020-EXIT
017900     IF DQ-RELOADING
018000         MOVE 'C' TO DQ-ACTION
018100         PERFORM 2500-CALL-TABLE THRU 2500-EXIT
018200         IF NOT DQ-SQL-OK
018300             PERFORM 2090-CLOSE-SOURCE THRU 2090-EXIT
018400             ADD 1 TO DQ-TOTAL-FAIL-COUNT
018500             MOVE 'table could not be cleared for reload, retry'
018600                 TO DQ-STATUS-TEXT
018700             PERFORM 3100-WRITE-TABLE-BLOCK THRU 3100-EXIT
018800             GO TO 2000-EXIT
018900         END-IF
019000     END-IF
019100     OPEN OUTPUT SNAPSHOT-WORK-FILE
019200     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
019300     PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
019400     PERFORM 2300-MERGE-ONE THRU 2300-EXIT
019500             UNTIL DQ-SOURCE-KEY = HIGH-VALUES
019600               AND DQ-SNAP-KEY = HIGH-VALUES
019700     PERFORM 2090-CLOSE-SOURCE THRU 2090-EXIT
019800     IF NOT DQ-RELOADING
019900         CLOSE SNAPSHOT-FILE
020000     END-IF
020100     CLOSE SNAPSHOT-WORK-FILE
020200     PERFORM 2800-REPLACE-SNAPSHOT THRU 2800-EXIT
020300     ADD DQ-FAIL-COUNT TO DQ-TOTAL-FAIL-COUNT
020400     IF DQ-RELOADING
020500         MOVE 'table reloaded from scratch' TO DQ-STATUS-TEXT
020600     ELSE
020700         MOVE SPACES TO DQ-STATUS-TEXT
020800     END-IF
020900     PERFORM 3100-WRITE-TABLE-BLOCK THRU 3100-EXIT.
021000 2000-EXIT.
021100     EXIT.

021200 2010-OPEN-SOURCE.
021300     EVALUATE TRUE
021400         WHEN DQ-PROFILE-TABLE
021500             MOVE 'PLAYER_PROFILE' TO DQ-TABLE-NAME
021600             MOVE 'DBSNAPPF' TO DQ-SNAP-NAME
021700             OPEN INPUT PLAYER-PROFILE-FILE
021800         WHEN DQ-SKILL-TABLE
021900             MOVE 'SKILL_RATING' TO DQ-TABLE-NAME
022000             MOVE 'DBSNAPSR' TO DQ-SNAP-NAME
022100             OPEN INPUT SKILL-RATING-FILE
022200         WHEN OTHER
022300             MOVE 'POINTS_BALANCE' TO DQ-TABLE-NAME
022400             MOVE 'DBSNAPPB' TO DQ-SNAP-NAME
022500             OPEN INPUT POINTS-BALANCE-FILE
022600     END-EVALUATE
022700     IF NOT DQ-SOURCE-FILE-OK
022800         MOVE 'Y' TO DQ-SKIP-SWITCH
022900     END-IF.
023000 2010-EXIT.
023100     EXIT.

023200*    No snapshot, or an empty one, and the table is rebuilt from
023300*    the file: whatever it holds cannot be vouched for.
023400 2020-OPEN-SNAPSHOT.
023500     OPEN INPUT SNAPSHOT-FILE
023600     IF NOT DQ-SNAP-FILE-OK
023700         MOVE 'Y' TO DQ-RELOAD-SWITCH
023800         GO TO 2020-EXIT
023900     END-IF
024000     READ SNAPSHOT-FILE
024100         AT END
024200             MOVE 'Y' TO DQ-RELOAD-SWITCH
024300     END-READ
024400     CLOSE SNAPSHOT-FILE
024500     IF NOT DQ-RELOADING
024600         OPEN INPUT SNAPSHOT-FILE
024700     END-IF.
024800 2020-EXIT.
024900     EXIT.

025000 2090-CLOSE-SOURCE.
025100     EVALUATE TRUE
025200         WHEN DQ-PROFILE-TABLE
025300             CLOSE PLAYER-PROFILE-FILE
025400         WHEN DQ-SKILL-TABLE
025500             CLOSE SKILL-RATING-FILE
025600         WHEN OTHER
025700             CLOSE POINTS-BALANCE-FILE
025800     END-EVALUATE.
025900 2090-EXIT.
026000     EXIT.

026100 2100-READ-SOURCE.
026200     MOVE 'N' TO DQ-EOF-SWITCH
026300     EVALUATE TRUE
026400         WHEN DQ-PROFILE-TABLE
026500             READ PLAYER-PROFILE-FILE NEXT RECORD
026600                 AT END
026700                     MOVE 'Y' TO DQ-EOF-SWITCH
026800                 NOT AT END
026900                     MOVE PLAYER-PROFILE-RECORD TO DQ-SOURCE-IMAGE
027000             END-READ
027100         WHEN DQ-SKILL-TABLE
027200             READ SKILL-RATING-FILE NEXT RECORD
027300                 AT END
027400                     MOVE 'Y' TO DQ-EOF-SWITCH
027500                 NOT AT END
027600                     MOVE SKILL-RATING-RECORD TO DQ-SOURCE-IMAGE
027700             END-READ
027800         WHEN OTHER
027900             READ POINTS-BALANCE-FILE NEXT RECORD
028000                 AT END
028100                     MOVE 'Y' TO DQ-EOF-SWITCH
028200                 NOT AT END
028300                     MOVE POINTS-BALANCE-RECORD TO DQ-SOURCE-IMAGE
028400             END-READ
028500     END-EVALUATE
028600     IF DQ-AT-EOF
028700         MOVE HIGH-VALUES TO DQ-SOURCE-KEY
028800     END-IF.
028900 2100-EXIT.
029000     EXIT.

029100 2200-READ-SNAPSHOT.
029200     IF DQ-RELOADING
029300         MOVE HIGH-VALUES TO DQ-SNAP-KEY
029400         GO TO 2200-EXIT
029500     END-IF
029600     READ SNAPSHOT-FILE
029700         AT END
029800             MOVE HIGH-VALUES TO DQ-SNAP-KEY
029900         NOT AT END
030000             MOVE SNAPSHOT-RECORD TO DQ-SNAP-IMAGE
030100     END-READ.
030200 2200-EXIT.
030300     EXIT.

030400******************************************************************
030500*  One step of the merge.  Whatever the table now holds for the
030600*  lower key is what goes to the work file.
030700******************************************************************
030800 2300-MERGE-ONE.
030900     EVALUATE TRUE
031000         WHEN DQ-SOURCE-KEY < DQ-SNAP-KEY
031100             PERFORM 2400-SEND-NEW THRU 2400-EXIT
031200             PERFORM 2100-READ-SOURCE THRU 2100-EXIT
031300         WHEN DQ-SOURCE-KEY > DQ-SNAP-KEY
031400             PERFORM 2420-SEND-GONE THRU 2420-EXIT
031500             PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
031600         WHEN DQ-SOURCE-IMAGE = DQ-SNAP-IMAGE
031700             ADD 1 TO DQ-SAME-COUNT
031800             WRITE SNAPSHOT-WORK-RECORD FROM DQ-SNAP-IMAGE
031900             PERFORM 2100-READ-SOURCE THRU 2100-EXIT
032000             PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
032100         WHEN OTHER
032200             PERFORM 2410-SEND-CHANGED THRU 2410-EXIT
032300             PERFORM 2100-READ-SOURCE THRU 2100-EXIT
032400             PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
032500     END-EVALUATE.
032600 2300-EXIT.
032700     EXIT.

032800*    A failed insert leaves the player off the snapshot, so the
032900*    player is new again tomorrow.
033000 2400-SEND-NEW.
033100     MOVE 'U' TO DQ-ACTION
033200     PERFORM 2510-LOAD-SOURCE-RECORD THRU 2510-EXIT
033300     PERFORM 2500-CALL-TABLE THRU 2500-EXIT
033400     IF DQ-SQL-OK
033500         ADD 1 TO DQ-INSERT-COUNT
033600         WRITE SNAPSHOT-WORK-RECORD FROM DQ-SOURCE-IMAGE
033700     ELSE
033800         ADD 1 TO DQ-FAIL-COUNT
033900     END-IF.
034000 2400-EXIT.
034100     EXIT.

034200*    A failed update keeps the image the table still has.
034300 2410-SEND-CHANGED.
034400     MOVE 'U' TO DQ-ACTION
034500     PERFORM 2510-LOAD-SOURCE-RECORD THRU 2510-EXIT
034600     PERFORM 2500-CALL-TABLE THRU 2500-EXIT
034700     IF DQ-SQL-OK
034800         ADD 1 TO DQ-UPDATE-COUNT
034900         WRITE SNAPSHOT-WORK-RECORD FROM DQ-SOURCE-IMAGE
035000     ELSE
035100         ADD 1 TO DQ-FAIL-COUNT
035200         WRITE SNAPSHOT-WORK-RECORD FROM DQ-SNAP-IMAGE
035300     END-IF.
035400 2410-EXIT.
035500     EXIT.

035600*    A failed delete keeps the row on the snapshot, so it is
035700*    still gone from the file -- and deleted -- tomorrow.
035800 2420-SEND-GONE.
035900     MOVE 'D' TO DQ-ACTION
036000     PERFORM 2520-LOAD-SNAP-RECORD THRU 2520-EXIT
036100     PERFORM 2500-CALL-TABLE THRU 2500-EXIT
036200     IF DQ-SQL-OK
036300         ADD 1 TO DQ-DELETE-COUNT
036400     ELSE
036500         ADD 1 TO DQ-FAIL-COUNT
036600         WRITE SNAPSHOT-WORK-RECORD FROM DQ-SNAP-IMAGE
036700     END-IF.
036800 2420-EXIT.
036900     EXIT.

037000 2500-CALL-TABLE.
037100     EVALUATE TRUE
037200         WHEN DQ-PROFILE-TABLE
037300             CALL "PROFDB" USING DQ-ACTION PLAYER-PROFILE-RECORD
037400                                 DQ-SQL-STATUS DQ-ROW-COUNT
037500                                 DQ-HASH-TOTAL
037600         WHEN DQ-SKILL-TABLE
037700             CALL "SKILLDB" USING DQ-ACTION SKILL-RATING-RECORD
037800                                  DQ-SQL-STATUS DQ-ROW-COUNT
037900                                  DQ-HASH-TOTAL
038000         WHEN OTHER
038100             CALL "PTSBALDB" USING DQ-ACTION POINTS-BALANCE-RECORD
038200                                   DQ-SQL-STATUS DQ-ROW-COUNT
038300                                   DQ-HASH-TOTAL
038400     END-EVALUATE.
038500 2500-EXIT.
038600     EXIT.

038700*    The record area of the file just read is free to carry the
038800*    image to the subprogram -- the image itself stays as read.
038900*    A profile from before the seasonal or head-to-head counters
039000*    existed has spaces in them; those go over as zeroes.
039100 2510-LOAD-SOURCE-RECORD.
039200     EVALUATE TRUE
039300         WHEN DQ-PROFILE-TABLE
039400             MOVE DQ-SOURCE-IMAGE TO PLAYER-PROFILE-RECORD
039500             PERFORM 2530-ZERO-PROFILE-GAPS THRU 2530-EXIT
039600         WHEN DQ-SKILL-TABLE
039700             MOVE DQ-SOURCE-IMAGE TO SKILL-RATING-RECORD
039800         WHEN OTHER
039900             MOVE DQ-SOURCE-IMAGE TO POINTS-BALANCE-RECORD
040000     END-EVALUATE.
040100 2510-EXIT.
040200     EXIT.

040300*    Only the key matters to a delete.
040400 2520-LOAD-SNAP-RECORD.
040500     EVALUATE TRUE
040600         WHEN DQ-PROFILE-TABLE
040700             MOVE DQ-SNAP-IMAGE TO PLAYER-PROFILE-RECORD
040800         WHEN DQ-SKILL-TABLE
040900             MOVE DQ-SNAP-IMAGE TO SKILL-RATING-RECORD
041000         WHEN OTHER
041100             MOVE DQ-SNAP-IMAGE TO POINTS-BALANCE-RECORD
041200     END-EVALUATE.
041300 2520-EXIT.
041400     EXIT.

041500 2530-ZERO-PROFILE-GAPS.
041600     IF PP-SEASON-WINS NOT NUMERIC
041700         MOVE ZERO TO PP-SEASON-WINS
041800     END-IF
041900     IF PP-SEASON-LOSSES NOT NUMERIC
042000         MOVE ZERO TO PP-SEASON-LOSSES
042100     END-IF
042200     IF PP-SEASON-TIES NOT NUMERIC
042300         MOVE ZERO TO PP-SEASON-TIES
042400     END-IF
042500     IF PP-SEASON-CURR-STREAK NOT NUMERIC
042600         MOVE ZERO TO PP-SEASON-CURR-STREAK
042700     END-IF
042800     IF PP-SEASON-BEST-STREAK NOT NUMERIC
042900         MOVE ZERO TO PP-SEASON-BEST-STREAK
043000     END-IF
043100     IF PP-CURRENT-STREAK NOT NUMERIC
043200         MOVE ZERO TO PP-CURRENT-STREAK
043300     END-IF
043400     IF PP-BEST-STREAK NOT NUMERIC
043500         MOVE ZERO TO PP-BEST-STREAK
043600     END-IF
043700     IF PP-H2H-WINS NOT NUMERIC
043800         MOVE ZERO TO PP-H2H-WINS
043900     END-IF
044000     IF PP-H2H-LOSSES NOT NUMERIC
044100         MOVE ZERO TO PP-H2H-LOSSES
044200     END-IF
044300     IF PP-H2H-TIES NOT NUMERIC
044400         MOVE ZERO TO PP-H2H-TIES
044500     END-IF.
044600 2530-EXIT.
044700     EXIT.

044800*    The work file becomes the snapshot record for record.
044900 2800-REPLACE-SNAPSHOT.
045000     OPEN INPUT SNAPSHOT-WORK-FILE
045100     OPEN OUTPUT SNAPSHOT-FILE
045200     MOVE 'N' TO DQ-EOF-SWITCH
045300     PERFORM 2810-COPY-ONE THRU 2810-EXIT
045400             UNTIL DQ-AT-EOF
045500     CLOSE SNAPSHOT-WORK-FILE
045600     CLOSE SNAPSHOT-FILE.
045700 2800-EXIT.
045800     EXIT.

045900 2810-COPY-ONE.
046000     READ SNAPSHOT-WORK-FILE
046100         AT END
046200             MOVE 'Y' TO DQ-EOF-SWITCH
046300         NOT AT END
046400             WRITE SNAPSHOT-RECORD FROM SNAPSHOT-WORK-RECORD
046500     END-READ.
046600 2810-EXIT.
046700     EXIT.

046800 3100-WRITE-TABLE-BLOCK.
046900     MOVE SPACES TO SYNC-REPORT-LINE
047000     STRING 'Table ' DQ-TABLE-NAME DELIMITED BY SIZE
047100         INTO SYNC-REPORT-LINE
047200     WRITE SYNC-REPORT-LINE
047300     IF NOT DQ-SKIP-TABLE
047400         MOVE 'Rows inserted' TO DQ-DTL-LABEL
047500         MOVE DQ-INSERT-COUNT TO DQ-DTL-COUNT
047600         WRITE SYNC-REPORT-LINE FROM DQ-DETAIL-LINE
047700         MOVE 'Rows updated' TO DQ-DTL-LABEL
047800         MOVE DQ-UPDATE-COUNT TO DQ-DTL-COUNT
047900         WRITE SYNC-REPORT-LINE FROM DQ-DETAIL-LINE
048000         MOVE 'Rows deleted' TO DQ-DTL-LABEL
048100         MOVE DQ-DELETE-COUNT TO DQ-DTL-COUNT
048200         WRITE SYNC-REPORT-LINE FROM DQ-DETAIL-LINE
048300         MOVE 'Rows unchanged' TO DQ-DTL-LABEL
048400         MOVE DQ-SAME-COUNT TO DQ-DTL-COUNT
048500         WRITE SYNC-REPORT-LINE FROM DQ-DETAIL-LINE
048600         MOVE 'Statements failed' TO DQ-DTL-LABEL
048700         MOVE DQ-FAIL-COUNT TO DQ-DTL-COUNT
048800         WRITE SYNC-REPORT-LINE FROM DQ-DETAIL-LINE
048900     END-IF
049000     IF DQ-STATUS-TEXT NOT = SPACES
049100         WRITE SYNC-REPORT-LINE FROM DQ-STATUS-LINE
049200     END-IF
049300     WRITE SYNC-REPORT-LINE FROM DQ-BLANK-LINE.
049400 3100-EXIT.
049500     EXIT.

049600 4000-TERMINATE.
049700     IF DQ-TOTAL-FAIL-COUNT = ZERO
049800         MOVE 'OK -- every change reached the reporting database'
049900             TO DQ-STATUS-TEXT
050000     ELSE
050100         MOVE 'ATTENTION -- unsent changes are retried tomorrow'
050200             TO DQ-STATUS-TEXT
050300     END-IF
050400     WRITE SYNC-REPORT-LINE FROM DQ-STATUS-LINE
050500     CLOSE SYNC-REPORT-FILE
050600     MOVE 0 TO RETURN-CODE.
050700 4000-EXIT.
050800     EXIT.

050900 9999-EXIT.
051000     STOP RUN.
