001400*  EVENT-PLAY feed filtered to the requested event, ranked the
001500*  same way EVENTRPT ranks -- wins first, ties in wins broken
001600*  by fewer losses.  The nightly EVENTRPT stays the official
001700*  record; this is the projection screen.  A Swiss-system
001710*  event's Swiss standings (score, then opponents' scores) follow
001720*  the W-L-T block, built by SWISSTND the way EVENTRPT and
001730*  BRACKADV build them.
001800*
001900*  Takes the event id on the "event" form field; no field is
002000*  a 400.
002200*  Modification history
002300*  ---------------------------------------------------------------
002400*  2026-09-03  jm  Original program.
002410*  2026-10-15  jm  Swiss standings, with the opponents'-score
002420*  tiebreak, after the W-L-T block for a Swiss-system event.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
006000     77 EL-TALLY-COUNT           PIC 9(03) COMP VALUE ZERO.
006100     77 EL-TALLY-IDX             PIC 9(03) COMP VALUE ZERO.
006200     77 EL-RANK                  PIC 9(03) COMP VALUE ZERO.
006210     77 EL-SWISS-IDX             PIC 9(03) COMP VALUE ZERO.

006300*    Same per-player tally table EVENTRPT keeps, for the one
006400*    event this hit is about.
008600        05 EL-DTL-TIES           PIC ZZZZ9.
008700        05 FILLER                PIC X(16) VALUE SPACES.

008704     COPY "swisstnd.cpy".
008708     01 EL-SWISS-HEADING.
008712        05 FILLER                PIC X(24) VALUE
008716           'SWISS STANDINGS - round '.
008720        05 EL-SWH-PLAYED         PIC 9(02).
008724        05 FILLER                PIC X(04) VALUE ' of '.
008728        05 EL-SWH-SCHEDULED      PIC 9(02).
008732        05 FILLER                PIC X(28) VALUE SPACES.
008736     01 EL-SWISS-COLUMNS         PIC X(60) VALUE
008740        '  RK  PLAYER              SCORE OPP SC    W   D   L'.
008744     01 EL-SWISS-LINE.
008748        05 FILLER                PIC X(02) VALUE SPACES.
008752        05 EL-SWL-RANK           PIC ZZ9.
008756        05 FILLER                PIC X(02) VALUE SPACES.
008760        05 EL-SWL-PLAYER         PIC X(20).
008764        05 EL-SWL-SCORE          PIC ZZ9.9.
008768        05 FILLER                PIC X(01) VALUE SPACE.
008772        05 EL-SWL-TIEBREAK       PIC ZZZ9.9.
008776        05 FILLER                PIC X(01) VALUE SPACE.
008780        05 EL-SWL-WINS           PIC ZZZ9.
008784        05 EL-SWL-DRAWS          PIC ZZZ9.
008788        05 EL-SWL-LOSSES         PIC ZZZ9.
008792        05 FILLER                PIC X(08) VALUE SPACES.

008800 PROCEDURE DIVISION.

008900 0000-MAINLINE.
010900         ON ASCENDING KEY EL-SORT-LOSSES
011000         INPUT PROCEDURE IS 3000-RELEASE-TALLIES
011100         OUTPUT PROCEDURE IS 4000-SEND-STANDINGS
011110     PERFORM 5000-SEND-SWISS THRU 5000-EXIT
011200     GO TO 9999-EXIT.

011300 2000-TALLY-PLAYS.
020800 4100-EXIT.
020900     EXIT.

020910*    Nothing at all for an event with no Swiss rounds on file.
020920 5000-SEND-SWISS.
020930     MOVE EL-EVENT-ID TO ST-EVENT-ID
020940     CALL "SWISSTND" USING SWISS-STANDINGS
020950     IF ST-PLAYER-COUNT = ZERO
020960         GO TO 5000-EXIT
020970     END-IF
020980     MOVE ST-ROUNDS-PLAYED TO EL-SWH-PLAYED
020990     MOVE ST-ROUNDS-SCHEDULED TO EL-SWH-SCHEDULED
021000     CALL "append_http_body" USING "\n"
021010     CALL "append_http_body" USING EL-SWISS-HEADING
021020     CALL "append_http_body" USING "\n"
021030     CALL "append_http_body" USING EL-SWISS-COLUMNS
021040     CALL "append_http_body" USING "\n"
021050     PERFORM 5100-SEND-ONE-SWISS THRU 5100-EXIT
021060             VARYING EL-SWISS-IDX FROM 1 BY 1
021070             UNTIL EL-SWISS-IDX > ST-PLAYER-COUNT.
021080 5000-EXIT.
021090     EXIT.

021100 5100-SEND-ONE-SWISS.
021110     MOVE EL-SWISS-IDX TO EL-SWL-RANK
021120     MOVE ST-PLAYER-ID(EL-SWISS-IDX) TO EL-SWL-PLAYER
021130     MOVE ST-SCORE(EL-SWISS-IDX) TO EL-SWL-SCORE
021140     MOVE ST-TIEBREAK(EL-SWISS-IDX) TO EL-SWL-TIEBREAK
021150     MOVE ST-WINS(EL-SWISS-IDX) TO EL-SWL-WINS
021160     MOVE ST-DRAWS(EL-SWISS-IDX) TO EL-SWL-DRAWS
021170     MOVE ST-LOSSES(EL-SWISS-IDX) TO EL-SWL-LOSSES
021180     CALL "append_http_body" USING EL-SWISS-LINE
021190     CALL "append_http_body" USING "\n".
021200 5100-EXIT.
021210     EXIT.

021300 9999-EXIT.
021400     STOP RUN.
