000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SWISSTND.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SWISSTND
000900*
001000*  Swiss-system standings, pulled into a called subprogram so
001100*  BRACKADV (pairing the next round), EVENTRPT and EVENTLIV all
001200*  rank a Swiss event the same way.  One pass of the BRACKET
001300*  file scores every decided, drawn and bye match of the event;
001400*  a second pass over the matches in storage sums each player's
001500*  opponents' scores for the tiebreak; an exchange sort puts
001600*  the table in standings order.  Pending matches score nothing
001700*  yet.  The layout handed back is SWISSTND.CPY.
001710*
001720*  A walkover scores its winner 1 the way a bye does and puts
001730*  a loss against the no-show, but it is not a game: it adds
001740*  nothing to the winner's wins or to either tiebreak.  A
001750*  double forfeit scores nobody and is a loss for both.
001800*
001900*  Modification history
002000*  ---------------------------------------------------------------
002100*  2026-10-15  jm  Original program.
002120*  2026-10-15  jm  Walkovers score like a bye; double forfeits
002140*  score nobody.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS SX-BRACKET-FILE-STATUS.

002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  BRACKET-FILE.
003200 COPY "brackets.cpy".

003300 WORKING-STORAGE SECTION.
003400     77 SX-BRACKET-FILE-STATUS   PIC X(02) VALUE '00'.
003500        88 SX-BRACKET-FILE-OK             VALUE '00'.
003600     77 SX-EOF-SWITCH            PIC X(01) VALUE 'N'.
003700        88 SX-AT-EOF                      VALUE 'Y'.
003800     77 SX-FOUND-SWITCH          PIC X(01) VALUE 'N'.
003900        88 SX-PLAYER-FOUND                VALUE 'Y'.
004000     77 SX-SWAP-SWITCH           PIC X(01) VALUE 'N'.
004100        88 SX-SWAP-NEEDED                 VALUE 'Y'.

004200     77 SX-FIND-ID               PIC X(20) VALUE SPACES.
004300     77 SX-FIND-IDX              PIC 9(03) COMP VALUE ZERO.
004400     77 SX-A-IDX                 PIC 9(03) COMP VALUE ZERO.
004500     77 SX-B-IDX                 PIC 9(03) COMP VALUE ZERO.
004600     77 SX-MATCH-COUNT           PIC 9(03) COMP VALUE ZERO.
004700     77 SX-MATCH-IDX             PIC 9(03) COMP VALUE ZERO.
004800     77 SX-SORT-I                PIC 9(03) COMP VALUE ZERO.
004900     77 SX-SORT-J                PIC 9(03) COMP VALUE ZERO.

005000*    The event's scored matches, kept for the tiebreak pass --
005100*    the opponents' scores are only final once every match has
005200*    been read.
005300     01 SX-MATCH-TABLE.
005400        05 SX-MATCH OCCURS 256 TIMES.
005500           10 SX-MATCH-A         PIC 9(03) COMP.
005600           10 SX-MATCH-B         PIC 9(03) COMP.

005700     01 SX-HOLD-ENTRY.
005800        05 SX-HOLD-PLAYER-ID     PIC X(20).
005900        05 SX-HOLD-SCORE         PIC 9(03)V9.
006000        05 SX-HOLD-TIEBREAK      PIC 9(04)V9.
006100        05 SX-HOLD-WINS          PIC 9(03).
006200        05 SX-HOLD-DRAWS         PIC 9(03).
006300        05 SX-HOLD-LOSSES        PIC 9(03).
006400        05 SX-HOLD-BYES          PIC 9(03).

006500 LINKAGE SECTION.
006600 01  LK-SWISS-STANDINGS.
006700     05  LK-EVENT-ID              PIC X(08).
006800     05  LK-ROUNDS-PLAYED         PIC 9(02).
006900     05  LK-ROUNDS-SCHEDULED      PIC 9(02).
007000     05  LK-PLAYER-COUNT          PIC 9(03).
007100     05  LK-ENTRY OCCURS 128 TIMES.
007200         10  LK-PLAYER-ID         PIC X(20).
007300         10  LK-SCORE             PIC 9(03)V9.
007400         10  LK-TIEBREAK          PIC 9(04)V9.
007500         10  LK-WINS              PIC 9(03).
007600         10  LK-DRAWS             PIC 9(03).
007700         10  LK-LOSSES            PIC 9(03).
007800         10  LK-BYES              PIC 9(03).

007900 PROCEDURE DIVISION USING LK-SWISS-STANDINGS.

008000 0000-MAINLINE.
008100     MOVE ZERO TO LK-ROUNDS-PLAYED
008200     MOVE ZERO TO LK-ROUNDS-SCHEDULED
008300     MOVE ZERO TO LK-PLAYER-COUNT
008400     MOVE ZERO TO SX-MATCH-COUNT
008500     MOVE 'N' TO SX-EOF-SWITCH
008600     OPEN INPUT BRACKET-FILE
008700     IF NOT SX-BRACKET-FILE-OK
008800         GO TO 9999-EXIT
008900     END-IF
009000     PERFORM 1000-SCORE-ONE-MATCH THRU 1000-EXIT
009100             UNTIL SX-AT-EOF
009200     CLOSE BRACKET-FILE
009300     PERFORM 2000-ADD-TIEBREAK THRU 2000-EXIT
009400             VARYING SX-MATCH-IDX FROM 1 BY 1
009500             UNTIL SX-MATCH-IDX > SX-MATCH-COUNT
009600     PERFORM 3000-SORT-PASS THRU 3000-EXIT
009700             VARYING SX-SORT-I FROM 1 BY 1
009800             UNTIL SX-SORT-I >= LK-PLAYER-COUNT
009900     GO TO 9999-EXIT.

010000*    ----------------------------------------------------------
010100*    Both sides of every Swiss match of the event get a place
010200*    in the table the first time they appear, so a player who
010300*    has lost every game still shows in the standings.
010400*    ----------------------------------------------------------
010500 1000-SCORE-ONE-MATCH.
010600     READ BRACKET-FILE
010700         AT END
010800             MOVE 'Y' TO SX-EOF-SWITCH
010900             GO TO 1000-EXIT
011000     END-READ
011100     IF BK-EVENT-ID NOT = LK-EVENT-ID OR NOT BK-FORMAT-SWISS
011200         GO TO 1000-EXIT
011300     END-IF
011400     IF BK-ROUND > LK-ROUNDS-PLAYED
011500         MOVE BK-ROUND TO LK-ROUNDS-PLAYED
011600     END-IF
011700     MOVE BK-SWISS-ROUNDS TO LK-ROUNDS-SCHEDULED
011800     MOVE BK-PLAYER-A TO SX-FIND-ID
011900     PERFORM 1100-FIND-PLAYER THRU 1100-EXIT
012000     MOVE SX-FIND-IDX TO SX-A-IDX
012100     MOVE ZERO TO SX-B-IDX
012200     IF BK-PLAYER-B NOT = SPACES
012300         MOVE BK-PLAYER-B TO SX-FIND-ID
012400         PERFORM 1100-FIND-PLAYER THRU 1100-EXIT
012500         MOVE SX-FIND-IDX TO SX-B-IDX
012600     END-IF
012700     IF SX-A-IDX = ZERO
012800         GO TO 1000-EXIT
012900     END-IF
013000     EVALUATE TRUE
013100         WHEN BK-MATCH-BYE
013200             ADD 1 TO LK-SCORE(SX-A-IDX)
013300             ADD 1 TO LK-BYES(SX-A-IDX)
013400             GO TO 1000-EXIT
013500         WHEN BK-MATCH-PENDING
013600             GO TO 1000-EXIT
013700         WHEN SX-B-IDX = ZERO
013800             GO TO 1000-EXIT
013810         WHEN BK-MATCH-WALKOVER
013820             PERFORM 1200-SCORE-WALKOVER THRU 1200-EXIT
013830             GO TO 1000-EXIT
013840         WHEN BK-MATCH-FORFEITED
013850             ADD 1 TO LK-LOSSES(SX-A-IDX)
013860             ADD 1 TO LK-LOSSES(SX-B-IDX)
013870             GO TO 1000-EXIT
013900         WHEN BK-MATCH-DRAWN
014000             ADD 0.5 TO LK-SCORE(SX-A-IDX)
014100             ADD 0.5 TO LK-SCORE(SX-B-IDX)
014200             ADD 1 TO LK-DRAWS(SX-A-IDX)
014300             ADD 1 TO LK-DRAWS(SX-B-IDX)
014400         WHEN BK-WINNER = BK-PLAYER-A
014500             ADD 1 TO LK-SCORE(SX-A-IDX)
014600             ADD 1 TO LK-WINS(SX-A-IDX)
014700             ADD 1 TO LK-LOSSES(SX-B-IDX)
014800         WHEN OTHER
014900             ADD 1 TO LK-SCORE(SX-B-IDX)
015000             ADD 1 TO LK-WINS(SX-B-IDX)
015100             ADD 1 TO LK-LOSSES(SX-A-IDX)
015200     END-EVALUATE
015300     IF SX-MATCH-COUNT < 256
015400         ADD 1 TO SX-MATCH-COUNT
015500         MOVE SX-A-IDX TO SX-MATCH-A(SX-MATCH-COUNT)
015600         MOVE SX-B-IDX TO SX-MATCH-B(SX-MATCH-COUNT)
015700     END-IF.
015800 1000-EXIT.
015900     EXIT.

016000*    Find-or-add on the player id in SX-FIND-ID; SX-FIND-IDX
016100*    comes back zero only when the table is full.
016200 1100-FIND-PLAYER.
016300     MOVE 'N' TO SX-FOUND-SWITCH
016400     PERFORM 1110-MATCH-ONE-PLAYER THRU 1110-EXIT
016500             VARYING SX-FIND-IDX FROM 1 BY 1
016600             UNTIL SX-FIND-IDX > LK-PLAYER-COUNT
016700                OR SX-PLAYER-FOUND
016800     IF SX-PLAYER-FOUND
016900         SUBTRACT 1 FROM SX-FIND-IDX
017000         GO TO 1100-EXIT
017100     END-IF
017200     IF LK-PLAYER-COUNT >= 128
017300         MOVE ZERO TO SX-FIND-IDX
017400         GO TO 1100-EXIT
017500     END-IF
017600     ADD 1 TO LK-PLAYER-COUNT
017700     MOVE LK-PLAYER-COUNT TO SX-FIND-IDX
017800     MOVE SX-FIND-ID TO LK-PLAYER-ID(SX-FIND-IDX)
017900     MOVE ZERO TO LK-SCORE(SX-FIND-IDX)
018000     MOVE ZERO TO LK-TIEBREAK(SX-FIND-IDX)
018100     MOVE ZERO TO LK-WINS(SX-FIND-IDX)
018200     MOVE ZERO TO LK-DRAWS(SX-FIND-IDX)
018300     MOVE ZERO TO LK-LOSSES(SX-FIND-IDX)
018400     MOVE ZERO TO LK-BYES(SX-FIND-IDX).
018500 1100-EXIT.
018600     EXIT.

018700 1110-MATCH-ONE-PLAYER.
018800     IF LK-PLAYER-ID(SX-FIND-IDX) = SX-FIND-ID
018900         MOVE 'Y' TO SX-FOUND-SWITCH
019000     END-IF.
019100 1110-EXIT.
019200     EXIT.

019205 1200-SCORE-WALKOVER.
019210     IF BK-WINNER = BK-PLAYER-A
019215         ADD 1 TO LK-SCORE(SX-A-IDX)
019220         ADD 1 TO LK-LOSSES(SX-B-IDX)
019225     ELSE
019230         ADD 1 TO LK-SCORE(SX-B-IDX)
019235         ADD 1 TO LK-LOSSES(SX-A-IDX)
019240     END-IF.
019245 1200-EXIT.
019250     EXIT.

019300*    Each side of a played match takes the other side's final
019400*    score into its tiebreak.
019500 2000-ADD-TIEBREAK.
019600     MOVE SX-MATCH-A(SX-MATCH-IDX) TO SX-A-IDX
019700     MOVE SX-MATCH-B(SX-MATCH-IDX) TO SX-B-IDX
019800     ADD LK-SCORE(SX-B-IDX) TO LK-TIEBREAK(SX-A-IDX)
019900     ADD LK-SCORE(SX-A-IDX) TO LK-TIEBREAK(SX-B-IDX).
020000 2000-EXIT.
020100     EXIT.

020200*    ----------------------------------------------------------
020300*    A plain exchange sort -- the field is a tournament night,
020400*    not a ladder.  Each pass floats the best remaining player
020500*    to position SX-SORT-I.
020600*    ----------------------------------------------------------
020700 3000-SORT-PASS.
020900     PERFORM 3100-COMPARE-ONE THRU 3100-EXIT
021000             VARYING SX-SORT-J FROM SX-SORT-I BY 1
021100             UNTIL SX-SORT-J > LK-PLAYER-COUNT.
021200 3000-EXIT.
021300     EXIT.

021400 3100-COMPARE-ONE.
021500     MOVE 'N' TO SX-SWAP-SWITCH
021600     EVALUATE TRUE
021700         WHEN LK-SCORE(SX-SORT-J) > LK-SCORE(SX-SORT-I)
021800             MOVE 'Y' TO SX-SWAP-SWITCH
021900         WHEN LK-SCORE(SX-SORT-J) < LK-SCORE(SX-SORT-I)
022000             CONTINUE
022100         WHEN LK-TIEBREAK(SX-SORT-J) > LK-TIEBREAK(SX-SORT-I)
022200             MOVE 'Y' TO SX-SWAP-SWITCH
022300         WHEN LK-TIEBREAK(SX-SORT-J) < LK-TIEBREAK(SX-SORT-I)
022400             CONTINUE
022500         WHEN LK-PLAYER-ID(SX-SORT-J) < LK-PLAYER-ID(SX-SORT-I)
022600             MOVE 'Y' TO SX-SWAP-SWITCH
022700     END-EVALUATE
022800     IF SX-SWAP-NEEDED
022900         MOVE LK-ENTRY(SX-SORT-I) TO SX-HOLD-ENTRY
023000         MOVE LK-ENTRY(SX-SORT-J) TO LK-ENTRY(SX-SORT-I)
023100         MOVE SX-HOLD-ENTRY TO LK-ENTRY(SX-SORT-J)
023200     END-IF.
023300 3100-EXIT.
023400     EXIT.

023500 9999-EXIT.
023600     GOBACK.
