000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SKILLDB.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SKILLDB
000900*
001000*  Keeps the SKILL_RATING table on the analytics shop's Postgres
001100*  reporting database, one row per SKILL-RATING record RATEBLD
001200*  keeps -- the same shape of subprogram as PROFDB, which has the
001300*  PLAYER_PROFILE table.  DBSYNC calls it nightly with the
001400*  changes since the last run and DBPROOF calls it for the
001500*  table's side of the proof:
001600*
001700*    YS-ACTION  U  update the player's row, inserting it when
001800*                  there is none
001900*               D  delete the player's row
002000*               C  clear the table ahead of a full reload
002100*               P  proof: row count and hash total
002200*
002300*  The hash total is the sum of rating plus rated games over
002400*  every row; DBPROOF adds up the same fields off the file.  A
002500*  failed statement comes back in YS-SQL-STATUS and the caller
002600*  decides what it means.
002700*
002800*  Modification history
002900*  ---------------------------------------------------------------
003000*  2026-10-15  jm  Original program.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500     COPY "sqlca.cpy".

003600     01  YS-SQL-DATE             PIC X(10).

003700 LINKAGE SECTION.
003800     01  YS-ACTION               PIC X(01).
003900         88  YS-UPSERT-ROW                  VALUE 'U'.
004000         88  YS-DELETE-ROW                  VALUE 'D'.
004100         88  YS-CLEAR-TABLE                 VALUE 'C'.
004200         88  YS-PROVE-TABLE                 VALUE 'P'.
004300     COPY "skillrt.cpy".
004400     01  YS-SQL-STATUS           PIC X(01).
004500         88  YS-SQL-OK                      VALUE '0'.
004600         88  YS-SQL-FAILED                  VALUE '1'.
004700     01  YS-ROW-COUNT            PIC S9(09) COMP.
004800     01  YS-HASH-TOTAL           PIC S9(15) COMP.

004900 PROCEDURE DIVISION USING YS-ACTION
005000                          SKILL-RATING-RECORD
005100                          YS-SQL-STATUS
005200                          YS-ROW-COUNT
005300                          YS-HASH-TOTAL.

005400 0000-MAINLINE.
005500     EVALUATE TRUE
005600         WHEN YS-UPSERT-ROW
005700             PERFORM 2000-UPSERT-ROW THRU 2000-EXIT
005800         WHEN YS-DELETE-ROW
005900             PERFORM 3000-DELETE-ROW THRU 3000-EXIT
006000         WHEN YS-CLEAR-TABLE
006100             PERFORM 4000-CLEAR-TABLE THRU 4000-EXIT
006200         WHEN YS-PROVE-TABLE
006300             PERFORM 5000-PROVE-TABLE THRU 5000-EXIT
006400         WHEN OTHER
006500             SET YS-SQL-FAILED TO TRUE
006600     END-EVALUATE
006700     GO TO 9999-EXIT.

006800*    Same ISO reformat RESULTDB gives its dates, so the column is
006900*    a real DATE.  SQLCODE 100 on the update is "no such row" --
007000*    the insert below it is the newly rated player.
007100 2000-UPSERT-ROW.
007200     STRING SR-LAST-DATE(1:4) '-' SR-LAST-DATE(5:2) '-'
007300            SR-LAST-DATE(7:2)
007400         DELIMITED BY SIZE INTO YS-SQL-DATE
007500     EXEC SQL
007600         UPDATE SKILL_RATING
007700            SET RATING = :SR-RATING,
007800                RATED_GAMES = :SR-RATED-GAMES,
007900                LAST_DATE = :YS-SQL-DATE
008000          WHERE PLAYER_ID = :SR-PLAYER-ID
008100     END-EXEC
008200     IF SQLCODE = 100
008300         PERFORM 2100-INSERT-ROW THRU 2100-EXIT
008400     ELSE
008500         PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT
008600     END-IF.
008700 2000-EXIT.
008800     EXIT.

008900 2100-INSERT-ROW.
009000     EXEC SQL
009100         INSERT INTO SKILL_RATING
009200             (PLAYER_ID, RATING, RATED_GAMES, LAST_DATE)
009300         VALUES
009400             (:SR-PLAYER-ID, :SR-RATING, :SR-RATED-GAMES,
009500              :YS-SQL-DATE)
009600     END-EXEC
009700     PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT.
009800 2100-EXIT.
009900     EXIT.

010000 2900-CHECK-SQLCODE.
010100     IF SQLCODE = ZERO
010200         SET YS-SQL-OK TO TRUE
010300     ELSE
010400         SET YS-SQL-FAILED TO TRUE
010500     END-IF.
010600 2900-EXIT.
010700     EXIT.

010800*    A row already gone is as good as deleted.
010900 3000-DELETE-ROW.
011000     EXEC SQL
011100         DELETE FROM SKILL_RATING
011200          WHERE PLAYER_ID = :SR-PLAYER-ID
011300     END-EXEC
011400     IF SQLCODE = ZERO OR SQLCODE = 100
011500         SET YS-SQL-OK TO TRUE
011600     ELSE
011700         SET YS-SQL-FAILED TO TRUE
011800     END-IF.
011900 3000-EXIT.
012000     EXIT.

012100 4000-CLEAR-TABLE.
012200     EXEC SQL
012300         DELETE FROM SKILL_RATING
012400     END-EXEC
012500     IF SQLCODE = ZERO OR SQLCODE = 100
012600         SET YS-SQL-OK TO TRUE
012700     ELSE
012800         SET YS-SQL-FAILED TO TRUE
012900     END-IF.
013000 4000-EXIT.
013100     EXIT.

013200 5000-PROVE-TABLE.
013300     MOVE ZERO TO YS-ROW-COUNT
013400     MOVE ZERO TO YS-HASH-TOTAL
013500     EXEC SQL
013600         SELECT COUNT(*),
013700                COALESCE(SUM(RATING + RATED_GAMES), 0)
013800           INTO :YS-ROW-COUNT, :YS-HASH-TOTAL
013900           FROM SKILL_RATING
014000     END-EXEC
014100     PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT.
014200 5000-EXIT.
014300     EXIT.

014400 9999-EXIT.
014500     EXIT PROGRAM.
