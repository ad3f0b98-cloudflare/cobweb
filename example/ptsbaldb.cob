000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTSBALDB.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PTSBALDB
000900*
001000*  Keeps the POINTS_BALANCE table on the analytics shop's
001100*  Postgres reporting database, one row per POINTS-BALANCE
001200*  record -- the same shape of subprogram as PROFDB, which has
001300*  the PLAYER_PROFILE table.  DBSYNC calls it nightly with the
001400*  changes since the last run and DBPROOF calls it for the
001500*  table's side of the proof:
001600*
001700*    YB-ACTION  U  update the player's row, inserting it when
001800*                  there is none
001900*               D  delete the player's row
002000*               C  clear the table ahead of a full reload
002100*               P  proof: row count and hash total
002200*
002300*  The hash total is the sum of the balances over every row,
002400*  signed; DBPROOF adds up the same fields off the file.  A
002500*  failed statement comes back in YB-SQL-STATUS and the caller
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

003600 LINKAGE SECTION.
003700     01  YB-ACTION               PIC X(01).
003800         88  YB-UPSERT-ROW                  VALUE 'U'.
003900         88  YB-DELETE-ROW                  VALUE 'D'.
004000         88  YB-CLEAR-TABLE                 VALUE 'C'.
004100         88  YB-PROVE-TABLE                 VALUE 'P'.
004200     COPY "ptsbal.cpy".
004300     01  YB-SQL-STATUS           PIC X(01).
004400         88  YB-SQL-OK                      VALUE '0'.
004500         88  YB-SQL-FAILED                  VALUE '1'.
004600     01  YB-ROW-COUNT            PIC S9(09) COMP.
004700     01  YB-HASH-TOTAL           PIC S9(15) COMP.

004800 PROCEDURE DIVISION USING YB-ACTION
004900                          POINTS-BALANCE-RECORD
005000                          YB-SQL-STATUS
005100                          YB-ROW-COUNT
005200                          YB-HASH-TOTAL.

005300 0000-MAINLINE.
005400     EVALUATE TRUE
005500         WHEN YB-UPSERT-ROW
005600             PERFORM 2000-UPSERT-ROW THRU 2000-EXIT
005700         WHEN YB-DELETE-ROW
005800             PERFORM 3000-DELETE-ROW THRU 3000-EXIT
005900         WHEN YB-CLEAR-TABLE
006000             PERFORM 4000-CLEAR-TABLE THRU 4000-EXIT
006100         WHEN YB-PROVE-TABLE
006200             PERFORM 5000-PROVE-TABLE THRU 5000-EXIT
006300         WHEN OTHER
006400             SET YB-SQL-FAILED TO TRUE
006500     END-EVALUATE
006600     GO TO 9999-EXIT.

006700*    SQLCODE 100 on the update is "no such row" -- the insert
006800*    below it is the player's first balance.
006900 2000-UPSERT-ROW.
007000     EXEC SQL
007100         UPDATE POINTS_BALANCE
007200            SET BALANCE = :PB-BALANCE
007300          WHERE PLAYER_ID = :PB-PLAYER-ID
007400     END-EXEC
007500     IF SQLCODE = 100
007600         PERFORM 2100-INSERT-ROW THRU 2100-EXIT
007700     ELSE
007800         PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT
007900     END-IF.
008000 2000-EXIT.
008100     EXIT.

008200 2100-INSERT-ROW.
008300     EXEC SQL
008400         INSERT INTO POINTS_BALANCE
008500             (PLAYER_ID, BALANCE)
008600         VALUES
008700             (:PB-PLAYER-ID, :PB-BALANCE)
008800     END-EXEC
008900     PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT.
009000 2100-EXIT.
009100     EXIT.

009200 2900-CHECK-SQLCODE.
009300     IF SQLCODE = ZERO
009400         SET YB-SQL-OK TO TRUE
009500     ELSE
009600         SET YB-SQL-FAILED TO TRUE
009700     END-IF.
009800 2900-EXIT.
009900     EXIT.

010000*    A row already gone is as good as deleted.
010100 3000-DELETE-ROW.
010200     EXEC SQL
010300         DELETE FROM POINTS_BALANCE
010400          WHERE PLAYER_ID = :PB-PLAYER-ID
010500     END-EXEC
010600     IF SQLCODE = ZERO OR SQLCODE = 100
010700         SET YB-SQL-OK TO TRUE
010800     ELSE
010900         SET YB-SQL-FAILED TO TRUE
011000     END-IF.
011100 3000-EXIT.
011200     EXIT.

011300 4000-CLEAR-TABLE.
011400     EXEC SQL
011500         DELETE FROM POINTS_BALANCE
011600     END-EXEC
011700     IF SQLCODE = ZERO OR SQLCODE = 100
011800         SET YB-SQL-OK TO TRUE
011900     ELSE
012000         SET YB-SQL-FAILED TO TRUE
012100     END-IF.
012200 4000-EXIT.
012300     EXIT.

012400 5000-PROVE-TABLE.
012500     MOVE ZERO TO YB-ROW-COUNT
012600     MOVE ZERO TO YB-HASH-TOTAL
012700     EXEC SQL
012800         SELECT COUNT(*),
012900                COALESCE(SUM(BALANCE), 0)
013000           INTO :YB-ROW-COUNT, :YB-HASH-TOTAL
013100           FROM POINTS_BALANCE
013200     END-EXEC
013300     PERFORM 2900-CHECK-SQLCODE THRU 2900-EXIT.
013400 5000-EXIT.
013500     EXIT.

013600 9999-EXIT.
013700     EXIT PROGRAM.
