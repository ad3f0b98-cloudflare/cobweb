000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROFDB.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PROFDB
000900*
001000*  Keeps the PLAYER_PROFILE table on the analytics shop's
001100*  Postgres reporting database, one row per PLAYER-PROFILE
001200*  record -- the SQL for it kept in its own subprogram the way
001300*  RESULTDB and RESULTCHK keep GAME_RESULT's, so everything that
001400*  speaks SQL to that database stays in one idiom.  DBSYNC
001500*  calls it nightly with the changes since the last run and
001600*  DBPROOF calls it for the table's side of the proof:
001700*
001800*    YP-ACTION  U  update the player's row, inserting it when
001900*                  there is none -- a new player and a row the
002000*                  table lost take the same path
002100*               D  delete the player's row (a PROFMNT erase or
002200*                  the source side of a merge)
002300*               C  clear the table ahead of a full reload
002400*               P  proof: row count and hash total
002500*
002600*  The hash total is the sum of the lifetime, best-streak and
002700*  head-to-head counters over every row; DBPROOF adds up the
002800*  same fields off the file.  A record from before the seasonal
002900*  or head-to-head bytes existed has spaces there; the caller
003000*  zeroes them before the call, so the columns are always
003100*  numbers.  The four achievement flags are a group on the
003200*  record and go to the ACHIEVEMENTS column as one CHAR(4),
003300*  through YP-SQL-ACHIEVEMENTS.  A failed statement comes back
003400*  in YP-SQL-STATUS and the caller decides what it means.
003500*
003600*  Modification history
003700*  ---------------------------------------------------------------
003800*  2026-10-15  jm  Original program.
003900*  2026-10-15  jm  Bind the achievement flags through an
004000*                  elementary host variable.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500     COPY "sqlca.cpy".

004600     01  YP-SQL-ACHIEVEMENTS     PIC X(04).

004700 LINKAGE SECTION.
004800     01  YP-ACTION               PIC X(01).
004900         88  YP-UPSERT-ROW                  VALUE 'U'.
005000         88  YP-DELETE-ROW                  VALUE 'D'.
005100         88  YP-CLEAR-TABLE                 VALUE 'C'.
005200         88  YP-PROVE-TABLE                 VALUE 'P'.
005300     COPY "playerpf.cpy".
005400     01  YP-SQL-STATUS           PIC X(01).
005500         88  YP-SQL-OK                      VALUE '0'.
005600         88  YP-SQL-FAILED                  VALUE '1'.
005700     01  YP-ROW-COUNT            PIC S9(09) COMP.
005800     01  YP-HASH-TOTAL           PIC S9(15) COMP.

005900 PROCEDURE DIVISION USING YP-ACTION
006000                          PLAYER-PROFILE-RECORD
006100                          YP-SQL-STATUS
006200                          YP-ROW-COUNT
006300                          YP-HASH-TOTAL.

006400 0000-MAINLINE.
006500     EVALUATE TRUE
006600         WHEN YP-UPSERT-ROW
006700             PERFORM 2000-UPSERT-ROW THRU 2000-EXIT
006800         WHEN YP-DELETE-ROW
006900             PERFORM 3000-DELETE-ROW THRU 3000-EXIT
007000         WHEN YP-CLEAR-TABLE
007100             PERFORM 4000-CLEAR-TABLE THRU 4000-EXIT
007200         WHEN YP-PROVE-TABLE
007300             PERFORM 5000-PROVE-TABLE THRU 5000-EXIT
007400         WHEN OTHER
007500             SET YP-SQL-FAILED TO TRUE
007600     END-EVALUATE
007700     GO TO 9999-EXIT.

007800*    SQLCODE 100 on the update is "no such row" -- the insert
007900*    below it is the new player.
008000 2000-UPSERT-ROW.
008100     MOVE PP-ACHIEVEMENT-FLAGS TO YP-SQL-ACHIEVEMENTS
008200     EXEC SQL
008300         UPDATE PLAYER_PROFILE
008400            SET WINS = :PP-WINS,
008500                LOSSES = :PP-LOSSES,
008600                TIES = :PP-TIES,
008700                DISPLAY_NAME = :PP-DISPLAY-NAME,
008800                CURRENT_STREAK = :PP-CURRENT-STREAK,
008900                BEST_STREAK = :PP-BEST-STREAK,
009000                ACHIEVEMENTS = :YP-SQL-ACHIEVEMENTS,
009100                SEASON_ID = :PP-SEASON-ID,
009200                SEASON_WINS = :PP-SEASON-WINS,
009300                SEASON_LOSSES = :PP-SEASON-LOSSES,
009400                SEASON_TIES = :PP-SEASON-TIES,
009500                SEASON_CURR_STREAK = :PP-SEASON-CURR-STREAK,
009600                SEASON_BEST_STREAK = :PP-SEASON-BEST-STREAK,
009700                H2H_WINS = :PP-H2H-WINS,
009800                H2H_LOSSES = :PP-H2H-LOSSES,
009900                H2H_TIES = :PP-H2H-TIES
010000          WHERE PLAYER_ID = :PP-PLAYER-ID
010100     END-EXEC
010200     IF SQLCODE = 100
010300         PERFORM 2100-INSERT-ROW THRU 2100-EXIT
010400     ELSE
010500         PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT
010600     END-IF.
010700 2000-EXIT.
010800     EXIT.

010900 2100-INSERT-ROW.
011000     EXEC SQL
011100         INSERT INTO PLAYER_PROFILE
011200             (PLAYER_ID, WINS, LOSSES, TIES, DISPLAY_NAME,
011300              CURRENT_STREAK, BEST_STREAK, ACHIEVEMENTS,
011400              SEASON_ID, SEASON_WINS, SEASON_LOSSES, SEASON_TIES,
011500              SEASON_CURR_STREAK, SEASON_BEST_STREAK,
011600              H2H_WINS, H2H_LOSSES, H2H_TIES)
011700         VALUES
011800             (:PP-PLAYER-ID, :PP-WINS, :PP-LOSSES, :PP-TIES,
011900              :PP-DISPLAY-NAME, :PP-CURRENT-STREAK,
012000              :PP-BEST-STREAK, :YP-SQL-ACHIEVEMENTS,
012100              :PP-SEASON-ID, :PP-SEASON-WINS, :PP-SEASON-LOSSES,
012200              :PP-SEASON-TIES, :PP-SEASON-CURR-STREAK,
012300              :PP-SEASON-BEST-STREAK, :PP-H2H-WINS,
012400              :PP-H2H-LOSSES, :PP-H2H-TIES)
012500     END-EXEC
012600     PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT.
012700 2100-EXIT.
012800     EXIT.

012900 2900-CHECK-SQLCODE.
013000     IF SQLCODE = ZERO
013100         SET YP-SQL-OK TO TRUE
013200     ELSE
013300         SET YP-SQL-FAILED TO TRUE
013400     END-IF.
013500 2900-EXIT.
013600     EXIT.

013700*    A row already gone is as good as deleted.
013800 3000-DELETE-ROW.
013900     EXEC SQL
014000         DELETE FROM PLAYER_PROFILE
014100          WHERE PLAYER_ID = :PP-PLAYER-ID
014200     END-EXEC
014300     IF SQLCODE = ZERO OR SQLCODE = 100
014400         SET YP-SQL-OK TO TRUE
014500     ELSE
014600         SET YP-SQL-FAILED TO TRUE
014700     END-IF.
014800 3000-EXIT.
014900     EXIT.

015000 4000-CLEAR-TABLE.
015100     EXEC SQL
015200         DELETE FROM PLAYER_PROFILE
015300     END-EXEC
015400     IF SQLCODE = ZERO OR SQLCODE = 100
015500         SET YP-SQL-OK TO TRUE
015600     ELSE
015700         SET YP-SQL-FAILED TO TRUE
015800     END-IF.
015900 4000-EXIT.
016000     EXIT.

016100 5000-PROVE-TABLE.
016200     MOVE ZERO TO YP-ROW-COUNT
016300     MOVE ZERO TO YP-HASH-TOTAL
016400     EXEC SQL
016500         SELECT COUNT(*),
016600                COALESCE(SUM(WINS + LOSSES + TIES + BEST_STREAK
016700                    + H2H_WINS + H2H_LOSSES + H2H_TIES), 0)
016800           INTO :YP-ROW-COUNT, :YP-HASH-TOTAL
016900           FROM PLAYER_PROFILE
017000     END-EXEC
017100     PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT.
017200 5000-EXIT.
017300     EXIT.

017400 9999-EXIT.
017500     EXIT PROGRAM.
