001600*  rank the accumulated standings -- in the same INPUT/OUTPUT
001700*  PROCEDURE idiom SORTFRQ and LEADERBD use.  Run in the
001800*  overnight batch window.
001810*
001820*  An event run Swiss-system also gets its Swiss standings
001830*  block after the W-L-T blocks: score, tiebreak (opponents'
001840*  scores) and match record, ranked the way SWISSTND ranks them
001850*  for BRACKADV's pairings.
001900*
002000*  Modification history
002100*  ---------------------------------------------------------------
002200*  2026-08-22  jm  Original program.
002210*  2026-10-15  jm  Swiss standings block, with the opponents'-
002220*  score tiebreak, for events run Swiss-system.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007100     77 ER-RANK                  PIC 9(03) COMP VALUE ZERO.
007200     77 ER-CURRENT-EVENT         PIC X(08) VALUE SPACES.
007300     77 ER-RUN-DATE              PIC 9(08) VALUE ZERO.
007310     77 ER-SWISS-IDX             PIC 9(03) COMP VALUE ZERO.

007400*    ----------------------------------------------------------
007500*    Per-event, per-player tallies accumulated off the play
012300        05 FILLER                PIC X(04) VALUE SPACES.
012400        05 ER-STATUS-TEXT        PIC X(76).

012403*    Swiss standings, one event at a time off SWISSTND.
012406     COPY "swisstnd.cpy".
012409     01 ER-SWISS-HEADING.
012412        05 FILLER                PIC X(02) VALUE SPACES.
012415        05 ER-SWH-ID             PIC X(08).
012418        05 FILLER                PIC X(25) VALUE
012421           ' SWISS STANDINGS - round '.
012424        05 ER-SWH-PLAYED         PIC 9(02).
012427        05 FILLER                PIC X(04) VALUE ' of '.
012430        05 ER-SWH-SCHEDULED      PIC 9(02).
012433        05 FILLER                PIC X(37) VALUE SPACES.
012436     01 ER-SWISS-COLUMNS         PIC X(80) VALUE
012439        '  RK PLAYER              SCORE OPP SC    W   D   L  BYE'.
012442     01 ER-SWISS-LINE.
012445        05 FILLER                PIC X(01) VALUE SPACE.
012448        05 ER-SWL-RANK           PIC ZZ9.
012451        05 FILLER                PIC X(01) VALUE SPACE.
012454        05 ER-SWL-PLAYER         PIC X(20).
012457        05 ER-SWL-SCORE          PIC ZZ9.9.
012460        05 FILLER                PIC X(01) VALUE SPACE.
012463        05 ER-SWL-TIEBREAK       PIC ZZZ9.9.
012466        05 FILLER                PIC X(01) VALUE SPACE.
012469        05 ER-SWL-WINS           PIC ZZZ9.
012472        05 ER-SWL-DRAWS          PIC ZZZ9.
012475        05 ER-SWL-LOSSES         PIC ZZZ9.
012478        05 ER-SWL-BYES           PIC ZZZZ9.
012481        05 FILLER                PIC X(25) VALUE SPACES.

012500 PROCEDURE DIVISION.

012600 0000-MAINLINE.
013500         INPUT PROCEDURE IS 3000-RELEASE-TALLIES
013600         OUTPUT PROCEDURE IS 4000-WRITE-STANDINGS
013700     PERFORM 5000-WRITE-QUIET-EVENTS THRU 5000-EXIT
013710     PERFORM 5500-WRITE-SWISS-EVENTS THRU 5500-EXIT
013800     PERFORM 6000-TERMINATE THRU 6000-EXIT
013900     GO TO 9999-EXIT.

032000 5100-EXIT.
032100     EXIT.

032105*    An event with no Swiss rounds on file comes back with no
032110*    players and prints nothing here.
032115 5500-WRITE-SWISS-EVENTS.
032120     PERFORM 5600-WRITE-ONE-SWISS THRU 5600-EXIT
032125             VARYING ER-EVENT-IDX FROM 1 BY 1
032130             UNTIL ER-EVENT-IDX > ER-EVENT-COUNT.
032135 5500-EXIT.
032140     EXIT.

032145 5600-WRITE-ONE-SWISS.
032150     MOVE ER-EVT-ID(ER-EVENT-IDX) TO ST-EVENT-ID
032155     CALL "SWISSTND" USING SWISS-STANDINGS
032160     IF ST-PLAYER-COUNT = ZERO
032165         GO TO 5600-EXIT
032170     END-IF
032175     WRITE EVENT-REPORT-LINE FROM ER-BLANK-LINE
032180     MOVE ST-EVENT-ID TO ER-SWH-ID
032185     MOVE ST-ROUNDS-PLAYED TO ER-SWH-PLAYED
032190     MOVE ST-ROUNDS-SCHEDULED TO ER-SWH-SCHEDULED
032195     WRITE EVENT-REPORT-LINE FROM ER-SWISS-HEADING
032200     WRITE EVENT-REPORT-LINE FROM ER-SWISS-COLUMNS
032205     PERFORM 5610-WRITE-ONE-SWISS-LINE THRU 5610-EXIT
032210             VARYING ER-SWISS-IDX FROM 1 BY 1
032215             UNTIL ER-SWISS-IDX > ST-PLAYER-COUNT.
032220 5600-EXIT.
032225     EXIT.

032230 5610-WRITE-ONE-SWISS-LINE.
032235     MOVE ER-SWISS-IDX TO ER-SWL-RANK
032240     MOVE ST-PLAYER-ID(ER-SWISS-IDX) TO ER-SWL-PLAYER
032245     MOVE ST-SCORE(ER-SWISS-IDX) TO ER-SWL-SCORE
032250     MOVE ST-TIEBREAK(ER-SWISS-IDX) TO ER-SWL-TIEBREAK
032255     MOVE ST-WINS(ER-SWISS-IDX) TO ER-SWL-WINS
032260     MOVE ST-DRAWS(ER-SWISS-IDX) TO ER-SWL-DRAWS
032265     MOVE ST-LOSSES(ER-SWISS-IDX) TO ER-SWL-LOSSES
032270     MOVE ST-BYES(ER-SWISS-IDX) TO ER-SWL-BYES
032275     WRITE EVENT-REPORT-LINE FROM ER-SWISS-LINE.
032280 5610-EXIT.
032285     EXIT.

032290 6000-TERMINATE.
032300     IF ER-PLAY-FILE-OK OR ER-PLAY-FILE-STATUS = '10'
032400         CLOSE EVENT-PLAY-FILE
032500     END-IF
