000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAIRSCRN.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PAIRSCRN
000900*
001000*  Nightly batch job, run by JOBCTL after SCREENER.  SCREENER
001100*  looks at one profile at a time against the computer; the
001200*  head-to-head ladder (PVPRPT) and the RATEBLD ratings can
001300*  instead be farmed by two accounts trading wins through
001400*  challenge codes, which no single profile shows.  This job
001500*  screens the pairs.  Over the last HC-LOOKBACK-DAYS of
001600*  PLAY-HISTORY it tallies every pair of ids that met head to
001700*  head (both sides' records are on file; each game is counted
001800*  once, from the lower id's side), and over the decided
001900*  PENDING-CHALLENGE records it times how fast each pair's
002000*  challenges were answered.  A pair is flagged when:
002100*
002200*    volume     it played at least HC-PAIR-MIN-GAMES games and
002300*               HC-VOLUME-MULTIPLE times the average pair's
002400*    one-sided  one side took HC-LOPSIDED-PCT percent or more
002500*               of the decided games, over HC-LOPSIDED-MIN
002600*    instant    every one of at least HC-FAST-MIN-ANSWERS
002700*               answered challenges between them came back
002800*               inside HC-FAST-SECONDS seconds
002900*
003000*  A flagged pair puts both ids on the REVIEW-FLAG file, each
003100*  with a reason naming the other, so LEADERBD and RATELADR
003200*  drop them and SCRNREV clears them the same way it clears
003300*  SCREENER's.  An id already on file with the same reason
003400*  (flagged and waiting, or looked at and cleared) is not
003500*  flagged again for it.
003600*
003700*  Invoke as:  pairscrn
003800*
003900*  Modification history
004000*  ---------------------------------------------------------------
004100*  2026-10-15  jm  Original program.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS HC-HISTORY-FILE-STATUS.
004900     SELECT CHALLENGE-FILE ASSIGN TO "CHALLNG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CL-CHALLENGE-CODE
005300         FILE STATUS IS HC-CHALLENGE-FILE-STATUS.
005400     SELECT REVIEW-FLAG-FILE ASSIGN TO "REVIEWFL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS HC-REVIEW-FILE-STATUS.
005700     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS HC-BUSDATE-FILE-STATUS.
006000     SELECT PAIR-REPORT-FILE ASSIGN TO "PAIRSCRN.TXT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS HC-REPORT-FILE-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PLAY-HISTORY-FILE.
006600 COPY "playhist.cpy".

006700 FD  CHALLENGE-FILE.
006800 COPY "challng.cpy".

006900 FD  REVIEW-FLAG-FILE.
007000 COPY "reviewfl.cpy".

007100 FD  BUSINESS-DATE-FILE.
007200 COPY "busdate.cpy".

007300 FD  PAIR-REPORT-FILE.
007400 01  PAIR-REPORT-LINE            PIC X(80).

007500 WORKING-STORAGE SECTION.
007600     77 HC-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
007700        88 HC-HISTORY-FILE-OK              VALUE '00'.
007800     77 HC-CHALLENGE-FILE-STATUS PIC X(02) VALUE '00'.
007900        88 HC-CHALLENGE-FILE-OK            VALUE '00'.
008000     77 HC-REVIEW-FILE-STATUS    PIC X(02) VALUE '00'.
008100        88 HC-REVIEW-FILE-OK               VALUE '00'.
008200     77 HC-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
008300        88 HC-BUSDATE-FILE-OK              VALUE '00'.
008400     77 HC-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
008500     77 HC-EOF-SWITCH            PIC X(01) VALUE 'N'.
008600        88 HC-AT-EOF                       VALUE 'Y'.
008700     77 HC-FOUND-SWITCH          PIC X(01) VALUE 'N'.
008800        88 HC-ENTRY-FOUND                  VALUE 'Y'.

008900*    ----------------------------------------------------------
009000*    Screening thresholds.  Friends who play every night are
009100*    not a ring, so volume alone needs both a real count and a
009200*    count far past the ordinary pair; a lopsided record only
009300*    means something over a real sample; and a challenge is
009400*    parked for the other side to find, so an answer inside a
009500*    few seconds every single time means both ends are one
009600*    person's hands.
009700*    ----------------------------------------------------------
009800     77 HC-LOOKBACK-DAYS         PIC 9(03) COMP VALUE 30.
009900     77 HC-PAIR-MIN-GAMES        PIC 9(05) COMP VALUE 20.
010000     77 HC-VOLUME-MULTIPLE       PIC 9(03) COMP VALUE 5.
010100     77 HC-LOPSIDED-MIN          PIC 9(05) COMP VALUE 10.
010200     77 HC-LOPSIDED-PCT          PIC 9(03) COMP VALUE 90.
010300     77 HC-FAST-MIN-ANSWERS      PIC 9(05) COMP VALUE 5.
010400     77 HC-FAST-SECONDS          PIC 9(05) COMP VALUE 10.

010500     77 HC-RUN-DATE              PIC 9(08) VALUE ZERO.
010600     77 HC-RUN-DATE-INTEGER      PIC 9(08) VALUE ZERO.
010700     77 HC-CUTOFF-INTEGER        PIC 9(08) VALUE ZERO.
010800     77 HC-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
010900     77 HC-LOW-ID                PIC X(20) VALUE SPACES.
011000     77 HC-HIGH-ID               PIC X(20) VALUE SPACES.
011200     77 HC-PAIR-COUNT            PIC 9(03) COMP VALUE ZERO.
011300     77 HC-PAIR-IDX              PIC 9(03) COMP VALUE ZERO.
011400     77 HC-KNOWN-COUNT           PIC 9(03) COMP VALUE ZERO.
011500     77 HC-KNOWN-IDX             PIC 9(03) COMP VALUE ZERO.
011600     77 HC-TOTAL-GAMES           PIC 9(07) COMP VALUE ZERO.
011700     77 HC-AVERAGE-GAMES         PIC 9(07) COMP VALUE ZERO.
011800     77 HC-DECIDED-GAMES         PIC 9(07) COMP VALUE ZERO.
011900     77 HC-TOP-WINS              PIC 9(07) COMP VALUE ZERO.
012000     77 HC-WIN-PCT               PIC 9(03) COMP VALUE ZERO.
012100     77 HC-CREATE-SECONDS        PIC 9(07) COMP VALUE ZERO.
012200     77 HC-ANSWER-SECONDS        PIC 9(07) COMP VALUE ZERO.
012300     77 HC-FLAG-PLAYER           PIC X(20) VALUE SPACES.
012400     77 HC-PAIRS-SCREENED        PIC 9(05) COMP VALUE ZERO.
012500     77 HC-PAIRS-FLAGGED         PIC 9(05) COMP VALUE ZERO.
012600     77 HC-FLAGS-WRITTEN         PIC 9(05) COMP VALUE ZERO.

012700*    A clock reading, HHMMSSCC, taken apart into seconds.
012800     01 HC-TIME-WORK             PIC 9(08) VALUE ZERO.
012900     01 HC-TIME-PARTS REDEFINES HC-TIME-WORK.
013000        05 HC-TIME-HH            PIC 9(02).
013100        05 HC-TIME-MM            PIC 9(02).
013150        05 HC-TIME-SS            PIC 9(02).
013200        05 HC-TIME-CC            PIC 9(02).

013300*    Every pair met inside the window, lower id first, and
013400*    the id/reason pairs already on the review file.
013500     01 HC-PAIR-TABLE.
013600        05 HC-PAIR-ENTRY OCCURS 500 TIMES.
013700           10 HC-PR-LOW-ID       PIC X(20).
013800           10 HC-PR-HIGH-ID      PIC X(20).
013900           10 HC-PR-GAMES        PIC 9(05).
014000           10 HC-PR-LOW-WINS     PIC 9(05).
014100           10 HC-PR-HIGH-WINS    PIC 9(05).
014200           10 HC-PR-ANSWERS      PIC 9(05).
014300           10 HC-PR-FAST         PIC 9(05).
014400           10 HC-PR-REASON       PIC X(40).
014500     01 HC-KNOWN-TABLE.
014600        05 HC-KNOWN-ENTRY OCCURS 500 TIMES.
014700           10 HC-KNOWN-PLAYER    PIC X(20).
014800           10 HC-KNOWN-REASON    PIC X(40).

014900     01 HC-HEADING-1             PIC X(80) VALUE
015000        'PAIRSCRN - HEAD-TO-HEAD COLLUSION SCREENING'.
015100     01 HC-HEADING-2             PIC X(80).
015200     01 HC-BLANK-LINE            PIC X(80) VALUE SPACES.
015300     01 HC-FLAG-LINE.
015400        05 FILLER                PIC X(02) VALUE SPACES.
015500        05 HC-FLG-PLAYER         PIC X(20).
015600        05 FILLER                PIC X(01) VALUE SPACE.
015700        05 HC-FLG-REASON         PIC X(40).
015800        05 FILLER                PIC X(01) VALUE SPACE.
015900        05 HC-FLG-NOTE           PIC X(16).
016000     01 HC-TOTAL-LINE.
016100        05 FILLER                PIC X(02) VALUE SPACES.
016200        05 HC-TOT-LABEL          PIC X(24).
016300        05 HC-TOT-COUNT          PIC ZZZ,ZZ9.
016400        05 FILLER                PIC X(47) VALUE SPACES.

016500 PROCEDURE DIVISION.

016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016800     PERFORM 1100-LOAD-KNOWN-FLAGS THRU 1100-EXIT
016900     PERFORM 1200-TALLY-PAIR-GAMES THRU 1200-EXIT
017000     PERFORM 1400-TIME-CHALLENGES THRU 1400-EXIT
017100     PERFORM 2000-SCREEN-PAIRS THRU 2000-EXIT
017200     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
017300     GO TO 9999-EXIT.

017400 1000-INITIALIZE.
017500     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
017600     COMPUTE HC-RUN-DATE-INTEGER =
017700         FUNCTION INTEGER-OF-DATE(HC-RUN-DATE)
017800     COMPUTE HC-CUTOFF-INTEGER =
017900         HC-RUN-DATE-INTEGER - HC-LOOKBACK-DAYS
018000     COMPUTE HC-CUTOFF-DATE =
018100         FUNCTION DATE-OF-INTEGER(HC-CUTOFF-INTEGER)
018200     OPEN OUTPUT PAIR-REPORT-FILE
018300     MOVE SPACES TO HC-HEADING-2
018400     STRING 'Business date: ' HC-RUN-DATE
018500            '   plays since: ' HC-CUTOFF-DATE
018600         DELIMITED BY SIZE INTO HC-HEADING-2
018700     WRITE PAIR-REPORT-LINE FROM HC-HEADING-1
018800     WRITE PAIR-REPORT-LINE FROM HC-HEADING-2
018900     WRITE PAIR-REPORT-LINE FROM HC-BLANK-LINE.
019000 1000-EXIT.
019100     EXIT.

019200*    Same BUSINESS-DATE idiom as the rest of the suite: the
019300*    window's day, with the clock as a fallback for hand runs.
019400 1020-GET-BUSINESS-DATE.
019500     OPEN INPUT BUSINESS-DATE-FILE
019600     IF HC-BUSDATE-FILE-OK
019700         READ BUSINESS-DATE-FILE
019800             AT END
019900                 ACCEPT HC-RUN-DATE FROM DATE YYYYMMDD
020000             NOT AT END
020100                 MOVE BD-BUSINESS-DATE TO HC-RUN-DATE
020200         END-READ
020300         CLOSE BUSINESS-DATE-FILE
020400     ELSE
020500         ACCEPT HC-RUN-DATE FROM DATE YYYYMMDD
020600     END-IF.
020700 1020-EXIT.
020800     EXIT.

020900 1100-LOAD-KNOWN-FLAGS.
021000     MOVE 'N' TO HC-EOF-SWITCH
021100     OPEN INPUT REVIEW-FLAG-FILE
021200     IF NOT HC-REVIEW-FILE-OK
021300         GO TO 1100-EXIT
021400     END-IF
021500     PERFORM 1110-LOAD-ONE-FLAG THRU 1110-EXIT
021600             UNTIL HC-AT-EOF
021700     CLOSE REVIEW-FLAG-FILE.
021800 1100-EXIT.
021900     EXIT.

022000 1110-LOAD-ONE-FLAG.
022100     READ REVIEW-FLAG-FILE
022200         AT END
022300             MOVE 'Y' TO HC-EOF-SWITCH
022400         NOT AT END
022500             IF HC-KNOWN-COUNT < 500
022600                 ADD 1 TO HC-KNOWN-COUNT
022700                 MOVE RV-PLAYER-ID
022800                     TO HC-KNOWN-PLAYER(HC-KNOWN-COUNT)
022900                 MOVE RV-REASON
023000                     TO HC-KNOWN-REASON(HC-KNOWN-COUNT)
023100             END-IF
023200     END-READ.
023300 1110-EXIT.
023400     EXIT.

023500 1200-TALLY-PAIR-GAMES.
023600     MOVE 'N' TO HC-EOF-SWITCH
023700     OPEN INPUT PLAY-HISTORY-FILE
023800     IF NOT HC-HISTORY-FILE-OK
023900         GO TO 1200-EXIT
024000     END-IF
024100     PERFORM 1210-TALLY-ONE-PLAY THRU 1210-EXIT
024200             UNTIL HC-AT-EOF
024300     CLOSE PLAY-HISTORY-FILE.
024400 1200-EXIT.
024500     EXIT.

024600*    Both sides of a head-to-head game are on file; the lower
024700*    id's record carries the game, the other is its mirror.
024800 1210-TALLY-ONE-PLAY.
024900     READ PLAY-HISTORY-FILE
025000         AT END
025100             MOVE 'Y' TO HC-EOF-SWITCH
025200             GO TO 1210-EXIT
025300     END-READ
025400     IF PH-OPPONENT-ID = SPACES OR
025500        PH-DATE < HC-CUTOFF-DATE OR
025600        PH-PLAYER-ID NOT < PH-OPPONENT-ID
025700         GO TO 1210-EXIT
025800     END-IF
025900     MOVE PH-PLAYER-ID TO HC-LOW-ID
026000     MOVE PH-OPPONENT-ID TO HC-HIGH-ID
026100     PERFORM 1300-FIND-OR-ADD-PAIR THRU 1300-EXIT
026200     IF NOT HC-ENTRY-FOUND
026300         GO TO 1210-EXIT
026400     END-IF
026500     ADD 1 TO HC-PR-GAMES(HC-PAIR-IDX)
026600     EVALUATE PH-RESULT
026700         WHEN 'You win!'
026800             ADD 1 TO HC-PR-LOW-WINS(HC-PAIR-IDX)
026900         WHEN 'You lose!'
027000             ADD 1 TO HC-PR-HIGH-WINS(HC-PAIR-IDX)
027100     END-EVALUATE.
027200 1210-EXIT.
027300     EXIT.

027400*    Leaves HC-PAIR-IDX on the pair's entry, adding it when
027500*    there is room; a full table leaves HC-FOUND-SWITCH off.
027600 1300-FIND-OR-ADD-PAIR.
027700     MOVE 'N' TO HC-FOUND-SWITCH
027800     PERFORM 1310-MATCH-ONE-PAIR THRU 1310-EXIT
027900             VARYING HC-PAIR-IDX FROM 1 BY 1
028000             UNTIL HC-PAIR-IDX > HC-PAIR-COUNT
028100                OR HC-ENTRY-FOUND
028200     IF HC-ENTRY-FOUND
028300         SUBTRACT 1 FROM HC-PAIR-IDX
028400         GO TO 1300-EXIT
028500     END-IF
028600     IF HC-PAIR-COUNT >= 500
028700         GO TO 1300-EXIT
028800     END-IF
028900     ADD 1 TO HC-PAIR-COUNT
029000     MOVE HC-PAIR-COUNT TO HC-PAIR-IDX
029100     MOVE HC-LOW-ID TO HC-PR-LOW-ID(HC-PAIR-IDX)
029200     MOVE HC-HIGH-ID TO HC-PR-HIGH-ID(HC-PAIR-IDX)
029300     MOVE ZERO TO HC-PR-GAMES(HC-PAIR-IDX)
029400     MOVE ZERO TO HC-PR-LOW-WINS(HC-PAIR-IDX)
029500     MOVE ZERO TO HC-PR-HIGH-WINS(HC-PAIR-IDX)
029600     MOVE ZERO TO HC-PR-ANSWERS(HC-PAIR-IDX)
029700     MOVE ZERO TO HC-PR-FAST(HC-PAIR-IDX)
029800     MOVE SPACES TO HC-PR-REASON(HC-PAIR-IDX)
029900     MOVE 'Y' TO HC-FOUND-SWITCH.
030000 1300-EXIT.
030100     EXIT.

030200 1310-MATCH-ONE-PAIR.
030300     IF HC-PR-LOW-ID(HC-PAIR-IDX) = HC-LOW-ID AND
030400        HC-PR-HIGH-ID(HC-PAIR-IDX) = HC-HIGH-ID
030500         MOVE 'Y' TO HC-FOUND-SWITCH
030600     END-IF.
030700 1310-EXIT.
030800     EXIT.

030900*    SIDEPURG keeps a decided challenge a month, so the window
031000*    here is the same one the play tally uses.
031100 1400-TIME-CHALLENGES.
031200     MOVE 'N' TO HC-EOF-SWITCH
031300     OPEN INPUT CHALLENGE-FILE
031400     IF NOT HC-CHALLENGE-FILE-OK
031500         GO TO 1400-EXIT
031600     END-IF
031700     PERFORM 1410-TIME-ONE-CHALLENGE THRU 1410-EXIT
031800             UNTIL HC-AT-EOF
031900     CLOSE CHALLENGE-FILE.
032000 1400-EXIT.
032100     EXIT.

032200 1410-TIME-ONE-CHALLENGE.
032300     READ CHALLENGE-FILE NEXT RECORD
032400         AT END
032500             MOVE 'Y' TO HC-EOF-SWITCH
032600             GO TO 1410-EXIT
032700     END-READ
032800     IF NOT CL-DECIDED OR
032900        CL-OPP-ID = SPACES OR CL-PLAYER-ID = SPACES OR
033000        CL-CREATE-DATE NOT NUMERIC OR
033100        CL-CREATE-DATE < HC-CUTOFF-DATE
033200         GO TO 1410-EXIT
033300     END-IF
033400     IF CL-PLAYER-ID < CL-OPP-ID
033500         MOVE CL-PLAYER-ID TO HC-LOW-ID
033600         MOVE CL-OPP-ID TO HC-HIGH-ID
033700     ELSE
033800         MOVE CL-OPP-ID TO HC-LOW-ID
033900         MOVE CL-PLAYER-ID TO HC-HIGH-ID
034000     END-IF
034100     PERFORM 1300-FIND-OR-ADD-PAIR THRU 1300-EXIT
034200     IF NOT HC-ENTRY-FOUND
034300         GO TO 1410-EXIT
034400     END-IF
034500     ADD 1 TO HC-PR-ANSWERS(HC-PAIR-IDX)
034600*    An answer on a later day than the challenge was never
034700*    a fast one.
034800     IF CL-RESOLVE-DATE NOT = CL-CREATE-DATE
034900         GO TO 1410-EXIT
035000     END-IF
035100     MOVE CL-CREATE-TIME TO HC-TIME-WORK
035200     COMPUTE HC-CREATE-SECONDS =
035300         HC-TIME-HH * 3600 + HC-TIME-MM * 60 + HC-TIME-SS
035400     MOVE CL-RESOLVE-TIME TO HC-TIME-WORK
035500     COMPUTE HC-ANSWER-SECONDS =
035600         HC-TIME-HH * 3600 + HC-TIME-MM * 60 + HC-TIME-SS
035700     IF HC-ANSWER-SECONDS >= HC-CREATE-SECONDS AND
035800        HC-ANSWER-SECONDS - HC-CREATE-SECONDS <= HC-FAST-SECONDS
035900         ADD 1 TO HC-PR-FAST(HC-PAIR-IDX)
036000     END-IF.
036100 1410-EXIT.
036200     EXIT.

036300 2000-SCREEN-PAIRS.
036400     MOVE ZERO TO HC-TOTAL-GAMES
036500     PERFORM 2010-ADD-ONE-PAIR THRU 2010-EXIT
036600             VARYING HC-PAIR-IDX FROM 1 BY 1
036700             UNTIL HC-PAIR-IDX > HC-PAIR-COUNT
036800     IF HC-PAIR-COUNT > ZERO
036900         COMPUTE HC-AVERAGE-GAMES =
037000             HC-TOTAL-GAMES / HC-PAIR-COUNT
037100     END-IF
037200     PERFORM 2100-SCREEN-ONE-PAIR THRU 2100-EXIT
037300             VARYING HC-PAIR-IDX FROM 1 BY 1
037400             UNTIL HC-PAIR-IDX > HC-PAIR-COUNT.
037500 2000-EXIT.
037600     EXIT.

037700 2010-ADD-ONE-PAIR.
037800     ADD HC-PR-GAMES(HC-PAIR-IDX) TO HC-TOTAL-GAMES.
037900 2010-EXIT.
038000     EXIT.

038100*    One reason per pair, the first test it fails in the order
038200*    the banner lists them.
038300 2100-SCREEN-ONE-PAIR.
038400     ADD 1 TO HC-PAIRS-SCREENED
038500     IF HC-PR-GAMES(HC-PAIR-IDX) >= HC-PAIR-MIN-GAMES AND
038600        HC-PR-GAMES(HC-PAIR-IDX) >=
038700            HC-AVERAGE-GAMES * HC-VOLUME-MULTIPLE
038800         MOVE 'H2H volume w/' TO HC-PR-REASON(HC-PAIR-IDX)
038900         GO TO 2150-FLAG-PAIR
039000     END-IF
039100     COMPUTE HC-DECIDED-GAMES =
039200         HC-PR-LOW-WINS(HC-PAIR-IDX) +
039250         HC-PR-HIGH-WINS(HC-PAIR-IDX)
039300     IF HC-DECIDED-GAMES >= HC-LOPSIDED-MIN
039400         MOVE HC-PR-LOW-WINS(HC-PAIR-IDX) TO HC-TOP-WINS
039500         IF HC-PR-HIGH-WINS(HC-PAIR-IDX) > HC-TOP-WINS
039600             MOVE HC-PR-HIGH-WINS(HC-PAIR-IDX) TO HC-TOP-WINS
039700         END-IF
039800         COMPUTE HC-WIN-PCT = (HC-TOP-WINS * 100) /
039900             HC-DECIDED-GAMES
040000         IF HC-WIN-PCT >= HC-LOPSIDED-PCT
040100             MOVE 'H2H one-sided w/' TO HC-PR-REASON(HC-PAIR-IDX)
040200             GO TO 2150-FLAG-PAIR
040300         END-IF
040400     END-IF
040500     IF HC-PR-ANSWERS(HC-PAIR-IDX) >= HC-FAST-MIN-ANSWERS AND
040600        HC-PR-FAST(HC-PAIR-IDX) = HC-PR-ANSWERS(HC-PAIR-IDX)
040700         MOVE 'H2H instant w/'
040800             TO HC-PR-REASON(HC-PAIR-IDX)
040900         GO TO 2150-FLAG-PAIR
041000     END-IF
041100     GO TO 2100-EXIT.
041200 2150-FLAG-PAIR.
041300     ADD 1 TO HC-PAIRS-FLAGGED
041400     MOVE HC-PR-LOW-ID(HC-PAIR-IDX) TO HC-FLAG-PLAYER
041500     MOVE HC-PR-HIGH-ID(HC-PAIR-IDX) TO HC-HIGH-ID
041600     PERFORM 2200-FLAG-ONE-SIDE THRU 2200-EXIT
041700     MOVE HC-PR-HIGH-ID(HC-PAIR-IDX) TO HC-FLAG-PLAYER
041800     MOVE HC-PR-LOW-ID(HC-PAIR-IDX) TO HC-HIGH-ID
041900     PERFORM 2200-FLAG-ONE-SIDE THRU 2200-EXIT.
042000 2100-EXIT.
042100     EXIT.

042200*    HC-FLAG-PLAYER is flagged with the pair's reason naming
042300*    the other side (HC-HIGH-ID here), unless that exact flag
042400*    is already on file.
042500 2200-FLAG-ONE-SIDE.
042600     MOVE SPACES TO RV-REASON
042700     STRING HC-PR-REASON(HC-PAIR-IDX) DELIMITED BY '  '
042800            ' ' DELIMITED BY SIZE
042900            HC-HIGH-ID DELIMITED BY SPACE
043000         INTO RV-REASON
043100     MOVE HC-FLAG-PLAYER TO HC-FLG-PLAYER
043200     MOVE RV-REASON TO HC-FLG-REASON
043300     MOVE 'N' TO HC-FOUND-SWITCH
043400     PERFORM 2210-MATCH-ONE-KNOWN THRU 2210-EXIT
043500             VARYING HC-KNOWN-IDX FROM 1 BY 1
043600             UNTIL HC-KNOWN-IDX > HC-KNOWN-COUNT
043700                OR HC-ENTRY-FOUND
043800     IF HC-ENTRY-FOUND
043900         MOVE 'already on file' TO HC-FLG-NOTE
044000         WRITE PAIR-REPORT-LINE FROM HC-FLAG-LINE
044100         GO TO 2200-EXIT
044200     END-IF
044300     ADD 1 TO HC-FLAGS-WRITTEN
044400     MOVE HC-FLAG-PLAYER TO RV-PLAYER-ID
044500     MOVE HC-RUN-DATE TO RV-FLAG-DATE
044600     SET RV-FLAGGED TO TRUE
044700     OPEN EXTEND REVIEW-FLAG-FILE
044800     IF NOT HC-REVIEW-FILE-OK
044900         OPEN OUTPUT REVIEW-FLAG-FILE
045000     END-IF
045100     WRITE REVIEW-FLAG-RECORD
045200     CLOSE REVIEW-FLAG-FILE
045300     MOVE 'flagged' TO HC-FLG-NOTE
045400     WRITE PAIR-REPORT-LINE FROM HC-FLAG-LINE.
045500 2200-EXIT.
045600     EXIT.

045700 2210-MATCH-ONE-KNOWN.
045800     IF HC-KNOWN-PLAYER(HC-KNOWN-IDX) = HC-FLAG-PLAYER AND
045900        HC-KNOWN-REASON(HC-KNOWN-IDX) = RV-REASON
046000         MOVE 'Y' TO HC-FOUND-SWITCH
046100     END-IF.
046200 2210-EXIT.
046300     EXIT.

046400 4000-WRITE-TOTALS.
046500     WRITE PAIR-REPORT-LINE FROM HC-BLANK-LINE
046600     MOVE 'Pairs screened' TO HC-TOT-LABEL
046700     MOVE HC-PAIRS-SCREENED TO HC-TOT-COUNT
046800     WRITE PAIR-REPORT-LINE FROM HC-TOTAL-LINE
046900     MOVE 'Pairs flagged' TO HC-TOT-LABEL
047000     MOVE HC-PAIRS-FLAGGED TO HC-TOT-COUNT
047100     WRITE PAIR-REPORT-LINE FROM HC-TOTAL-LINE
047200     MOVE 'Review flags written' TO HC-TOT-LABEL
047300     MOVE HC-FLAGS-WRITTEN TO HC-TOT-COUNT
047400     WRITE PAIR-REPORT-LINE FROM HC-TOTAL-LINE
047500     CLOSE PAIR-REPORT-FILE.
047600 4000-EXIT.
047700     EXIT.

047800 9999-EXIT.
047900     STOP RUN.
