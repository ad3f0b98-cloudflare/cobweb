000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPRPT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  EXPRPT
000900*
001000*  Nightly batch job.  Compares the arms of every experiment on
001100*  EXPERIMENT-DEFINITION that has started by the business date,
001200*  so the community team can settle an odds, opponent or rules
001300*  change on numbers rather than forum threads.  WORKER stamps
001400*  each identified play with the experiment and arm the player
001500*  was placed in; this job sorts the stamped PLAY-HISTORY
001600*  records by arm and player and measures each arm on:
001700*
001800*    plays per player   the arm's plays over its players
001900*    return rate        of the players first seen before the
002000*                       business date, the share who played
002100*                       again on a later day
002200*    win rate           the player's wins over the arm's plays
002300*
002400*  Each arm is tested against arm A of the same experiment --
002500*  a two-sample z test on plays per player, a two-proportion z
002600*  test on the two rates -- and marked ** where the difference
002700*  is significant at 1%, * at 5%.  An arm, or an arm A, with
002800*  fewer than EQ-MIN-PLAYERS players is marked -- instead: too
002900*  few to call either way.  Stamped plays for an experiment no
003000*  longer on EXPERIMENT-DEFINITION are counted, not compared.
003100*  The run follows RETENMGR, so an experiment longer than the
003200*  PLAY-HISTORY retention is measured on the retained tail.
003300*
003400*  Invoke as:  exprpt
003500*  Exits with RETURN-CODE 0; the comparison lands in EXPRPT.TXT.
003600*
003700*  Modification history
003800*  ---------------------------------------------------------------
003900*  2026-10-15  jm  Original program.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT EXPERIMENT-DEFINITION-FILE ASSIGN TO "EXPDEF"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS EQ-EXPDEF-FILE-STATUS.
004700     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS EQ-PLAYHIST-FILE-STATUS.
005000     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS EQ-BUSDATE-FILE-STATUS.
005300     SELECT ARM-SORT-FILE ASSIGN TO "SRTEXPR".
005400     SELECT EXPERIMENT-REPORT-FILE ASSIGN TO "EXPRPT.TXT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS EQ-REPORT-FILE-STATUS.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  EXPERIMENT-DEFINITION-FILE.
006000 COPY "expdef.cpy".

006100 FD  PLAY-HISTORY-FILE.
006200 COPY "playhist.cpy".

006300 FD  BUSINESS-DATE-FILE.
006400 COPY "busdate.cpy".

006500*    Stamped plays by experiment, arm and player, in time order
006600*    within the player, so the first play fixes the player's
006700*    first day and any later day is a return.
006800 SD  ARM-SORT-FILE.
006900 01  EQ-SORT-RECORD.
007000     05  EQ-SORT-EXPERIMENT      PIC X(08).
007100     05  EQ-SORT-ARM             PIC X(01).
007200     05  EQ-SORT-PLAYER          PIC X(20).
007300     05  EQ-SORT-DATE            PIC 9(08).
007400     05  EQ-SORT-TIME            PIC 9(08).
007500     05  EQ-SORT-WIN-FLAG        PIC X(01).
007600         88  EQ-SORT-WON                    VALUE 'Y'.

007700 FD  EXPERIMENT-REPORT-FILE.
007800 01  EXPERIMENT-REPORT-LINE      PIC X(80).

007900 WORKING-STORAGE SECTION.
008000     77 EQ-EXPDEF-FILE-STATUS    PIC X(02) VALUE '00'.
008100        88 EQ-EXPDEF-FILE-OK               VALUE '00'.
008200     77 EQ-PLAYHIST-FILE-STATUS  PIC X(02) VALUE '00'.
008300        88 EQ-PLAYHIST-FILE-OK             VALUE '00'.
008400     77 EQ-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
008500        88 EQ-BUSDATE-FILE-OK              VALUE '00'.
008600     77 EQ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
008700     77 EQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
008800        88 EQ-AT-EOF                       VALUE 'Y'.
008900     77 EQ-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
009000        88 EQ-SORT-AT-EOF                  VALUE 'Y'.
009100     77 EQ-FOUND-SWITCH          PIC X(01) VALUE 'N'.
009200        88 EQ-ARM-FOUND                    VALUE 'Y'.
009300     77 EQ-TABLE-FULL-SWITCH     PIC X(01) VALUE 'N'.
009400        88 EQ-TABLE-FULL                   VALUE 'Y'.

009500     77 EQ-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
009600*    Fewer players than this on either side of a comparison is
009700*    too small a sample to mark it one way or the other.
009800     77 EQ-MIN-PLAYERS           PIC 9(05) VALUE 30.

009900*    The player being accumulated off the sort.
010000     77 EQ-CUR-EXPERIMENT        PIC X(08) VALUE SPACES.
010100     77 EQ-CUR-ARM               PIC X(01) VALUE SPACE.
010200     77 EQ-CUR-PLAYER            PIC X(20) VALUE SPACES.
010300     77 EQ-CUR-FIRST-DATE        PIC 9(08) VALUE ZERO.
010400     77 EQ-CUR-PLAYS             PIC 9(07) VALUE ZERO.
010500     77 EQ-CUR-WINS              PIC 9(07) VALUE ZERO.
010600     77 EQ-CUR-RETURN-SWITCH     PIC X(01) VALUE 'N'.
010700        88 EQ-CUR-RETURNED                 VALUE 'Y'.

010800     77 EQ-STAMPED-COUNT         PIC 9(09) VALUE ZERO.
010900     77 EQ-ORPHAN-COUNT          PIC 9(09) VALUE ZERO.

011000*    One entry per arm of every experiment started by the
011100*    business date, in EXPERIMENT-DEFINITION order; 50 arms is
011200*    far more than the team ever runs at once.
011300     77 EQ-ARM-COUNT             PIC 9(03) COMP VALUE ZERO.
011400     77 EQ-ARM-IDX               PIC 9(03) COMP VALUE ZERO.
011500     77 EQ-BASE-IDX              PIC 9(03) COMP VALUE ZERO.
011600     77 EQ-SCAN-IDX              PIC 9(03) COMP VALUE ZERO.
011700     01 EQ-ARM-TABLE.
011800        05 EQ-ARM-ENTRY OCCURS 50 TIMES.
011900           10 EQ-ARM-EXPERIMENT  PIC X(08).
012000           10 EQ-ARM-ID          PIC X(01).
012100           10 EQ-ARM-DESCRIPTION PIC X(30).
012200           10 EQ-ARM-START-DATE  PIC 9(08).
012300           10 EQ-ARM-END-DATE    PIC 9(08).
012400           10 EQ-ARM-SPLIT       PIC 9(03).
012500           10 EQ-ARM-LEVER       PIC X(01).
012600           10 EQ-ARM-PLAYERS     PIC 9(07).
012700           10 EQ-ARM-PLAYS       PIC 9(09).
012800           10 EQ-ARM-PLAYS-SQ    PIC 9(15).
012900           10 EQ-ARM-WINS        PIC 9(09).
013000           10 EQ-ARM-ELIGIBLE    PIC 9(07).
013100           10 EQ-ARM-RETURNED    PIC 9(07).

013200*    Working figures for one arm against its arm A.
013300     77 EQ-RATE-1                PIC 9(01)V9(06) VALUE ZERO.
013400     77 EQ-RATE-2                PIC 9(01)V9(06) VALUE ZERO.
013500     77 EQ-POOLED                PIC 9(01)V9(06) VALUE ZERO.
013600     77 EQ-MEAN-1                PIC 9(07)V9(04) VALUE ZERO.
013700     77 EQ-MEAN-2                PIC 9(07)V9(04) VALUE ZERO.
013800     77 EQ-VAR-1                 PIC S9(11)V9(04) VALUE ZERO.
013900     77 EQ-VAR-2                 PIC S9(11)V9(04) VALUE ZERO.
014000     77 EQ-DIFF                  PIC S9(07)V9(06) VALUE ZERO.
014100     77 EQ-STD-ERR               PIC 9(07)V9(06) VALUE ZERO.
014200     77 EQ-Z                     PIC S9(05)V9(04) VALUE ZERO.
014300     77 EQ-SIG                   PIC X(02) VALUE SPACES.
014400     77 EQ-PCT                   PIC 9(03)V9(01) VALUE ZERO.
014500     77 EQ-PER-PLAYER            PIC 9(05)V9(02) VALUE ZERO.

014600     01 EQ-HEADING-1             PIC X(80) VALUE
014700        'EXPRPT - EXPERIMENT ARM COMPARISON'.
014800     01 EQ-HEADING-2             PIC X(80).
014900     01 EQ-BLANK-LINE            PIC X(80) VALUE SPACES.
015000     01 EQ-EXPERIMENT-LINE       PIC X(80).
015100     01 EQ-ARM-DESC-LINE.
015200        05 FILLER                PIC X(07) VALUE '  arm  '.
015300        05 EQ-DSC-ARM            PIC X(01).
015400        05 FILLER                PIC X(02) VALUE SPACES.
015500        05 EQ-DSC-DESCRIPTION    PIC X(30).
015600        05 FILLER                PIC X(40) VALUE SPACES.
015700     01 EQ-COLUMN-HEADING.
015800        05 FILLER                PIC X(40) VALUE
015900           '  ARM LEVER     SPLIT PLAYERS      PLAYS'.
016000        05 FILLER                PIC X(40) VALUE
016100           '   PER PLYR   RETURN %      WIN %'.
016200     01 EQ-DETAIL-LINE.
016300        05 FILLER                PIC X(03) VALUE SPACES.
016400        05 EQ-DTL-ARM            PIC X(01).
016500        05 FILLER                PIC X(02) VALUE SPACES.
016600        05 EQ-DTL-LEVER          PIC X(08).
016700        05 FILLER                PIC X(02) VALUE SPACES.
016800        05 EQ-DTL-SPLIT          PIC ZZ9.
016900        05 FILLER                PIC X(01) VALUE '%'.
017000        05 FILLER                PIC X(02) VALUE SPACES.
017100        05 EQ-DTL-PLAYERS        PIC ZZZ,ZZ9.
017200        05 FILLER                PIC X(02) VALUE SPACES.
017300        05 EQ-DTL-PLAYS          PIC Z,ZZZ,ZZ9.
017400        05 FILLER                PIC X(02) VALUE SPACES.
017500        05 EQ-DTL-PER-PLAYER     PIC ZZ,ZZ9.99.
017600        05 FILLER                PIC X(01) VALUE SPACES.
017700        05 EQ-DTL-PER-SIG        PIC X(02).
017800        05 FILLER                PIC X(03) VALUE SPACES.
017900        05 EQ-DTL-RETURN         PIC ZZ9.9.
018000        05 FILLER                PIC X(01) VALUE SPACES.
018100        05 EQ-DTL-RETURN-SIG     PIC X(02).
018200        05 FILLER                PIC X(03) VALUE SPACES.
018300        05 EQ-DTL-WIN            PIC ZZ9.9.
018400        05 FILLER                PIC X(01) VALUE SPACES.
018500        05 EQ-DTL-WIN-SIG        PIC X(02).
018600        05 FILLER                PIC X(02) VALUE SPACES.
018700     01 EQ-COUNT-LINE.
018800        05 FILLER                PIC X(02) VALUE SPACES.
018900        05 EQ-COUNT-LABEL        PIC X(50).
019000        05 EQ-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
019100        05 FILLER                PIC X(17) VALUE SPACES.
019200     01 EQ-STATUS-LINE.
019300        05 FILLER                PIC X(02) VALUE SPACES.
019400        05 EQ-STATUS-TEXT        PIC X(78).

019500 PROCEDURE DIVISION.

019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019800     PERFORM 1100-LOAD-ARMS THRU 1100-EXIT
019900     IF EQ-ARM-COUNT = ZERO
020000         MOVE 'No experiment on EXPDEF has started -- nothing to'
020100             TO EQ-STATUS-TEXT
020200         WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE
020300         MOVE 'compare.' TO EQ-STATUS-TEXT
020400         WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE
020500         PERFORM 7000-TERMINATE THRU 7000-EXIT
020600         GO TO 9999-EXIT
020700     END-IF
020800     SORT ARM-SORT-FILE
020900         ON ASCENDING KEY EQ-SORT-EXPERIMENT
021000                          EQ-SORT-ARM
021100                          EQ-SORT-PLAYER
021200                          EQ-SORT-DATE
021300                          EQ-SORT-TIME
021400         INPUT PROCEDURE IS 2000-RELEASE-PLAYS THRU 2000-EXIT
021500         OUTPUT PROCEDURE IS 3000-TALLY-ARMS THRU 3000-EXIT
021600     PERFORM 4000-WRITE-COMPARISON THRU 4000-EXIT
021700     PERFORM 7000-TERMINATE THRU 7000-EXIT
021800     GO TO 9999-EXIT.

021900 1000-INITIALIZE.
022000     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
022100     OPEN OUTPUT EXPERIMENT-REPORT-FILE
022200     MOVE SPACES TO EQ-HEADING-2
022300     STRING 'Business date: ' EQ-BUSINESS-DATE
022400         DELIMITED BY SIZE INTO EQ-HEADING-2
022500     WRITE EXPERIMENT-REPORT-LINE FROM EQ-HEADING-1
022600     WRITE EXPERIMENT-REPORT-LINE FROM EQ-HEADING-2
022700     WRITE EXPERIMENT-REPORT-LINE FROM EQ-BLANK-LINE.
022800 1000-EXIT.
022900     EXIT.

023000*    Same BUSINESS-DATE idiom as the rest of the suite: the
023100*    window's day, with the clock as a fallback for hand runs.
023200 1020-GET-BUSINESS-DATE.
023300     OPEN INPUT BUSINESS-DATE-FILE
023400     IF EQ-BUSDATE-FILE-OK
023500         READ BUSINESS-DATE-FILE
023600             AT END
023700                 ACCEPT EQ-BUSINESS-DATE FROM DATE YYYYMMDD
023800             NOT AT END
023900                 MOVE BD-BUSINESS-DATE TO EQ-BUSINESS-DATE
024000         END-READ
024100         CLOSE BUSINESS-DATE-FILE
024200     ELSE
024300         ACCEPT EQ-BUSINESS-DATE FROM DATE YYYYMMDD
024400     END-IF.
024500 1020-EXIT.
024600     EXIT.

024700*    Every arm of every experiment that has started, running or
024800*    finished; one not yet started has nothing to show.
024900 1100-LOAD-ARMS.
025000     MOVE 'N' TO EQ-EOF-SWITCH
025100     OPEN INPUT EXPERIMENT-DEFINITION-FILE
025200     IF NOT EQ-EXPDEF-FILE-OK
025300         GO TO 1100-EXIT
025400     END-IF
025500     PERFORM 1110-LOAD-ONE-ARM THRU 1110-EXIT
025600             UNTIL EQ-AT-EOF
025700     CLOSE EXPERIMENT-DEFINITION-FILE.
025800 1100-EXIT.
025900     EXIT.

026000 1110-LOAD-ONE-ARM.
026100     READ EXPERIMENT-DEFINITION-FILE
026200         AT END
026300             MOVE 'Y' TO EQ-EOF-SWITCH
026400             GO TO 1110-EXIT
026500     END-READ
026600     IF XM-START-DATE NOT NUMERIC OR
026700        XM-START-DATE > EQ-BUSINESS-DATE
026800         GO TO 1110-EXIT
026900     END-IF
027000     IF EQ-ARM-COUNT >= 50
027100         MOVE 'Y' TO EQ-TABLE-FULL-SWITCH
027200         GO TO 1110-EXIT
027300     END-IF
027400     ADD 1 TO EQ-ARM-COUNT
027500     MOVE XM-EXPERIMENT-ID TO EQ-ARM-EXPERIMENT(EQ-ARM-COUNT)
027600     MOVE XM-ARM TO EQ-ARM-ID(EQ-ARM-COUNT)
027700     MOVE XM-DESCRIPTION TO EQ-ARM-DESCRIPTION(EQ-ARM-COUNT)
027800     MOVE XM-START-DATE TO EQ-ARM-START-DATE(EQ-ARM-COUNT)
027900     MOVE XM-END-DATE TO EQ-ARM-END-DATE(EQ-ARM-COUNT)
028000     MOVE XM-SPLIT-PCT TO EQ-ARM-SPLIT(EQ-ARM-COUNT)
028100     MOVE XM-LEVER TO EQ-ARM-LEVER(EQ-ARM-COUNT)
028200     MOVE ZERO TO EQ-ARM-PLAYERS(EQ-ARM-COUNT)
028300                  EQ-ARM-PLAYS(EQ-ARM-COUNT)
028400                  EQ-ARM-PLAYS-SQ(EQ-ARM-COUNT)
028500                  EQ-ARM-WINS(EQ-ARM-COUNT)
028600                  EQ-ARM-ELIGIBLE(EQ-ARM-COUNT)
028700                  EQ-ARM-RETURNED(EQ-ARM-COUNT).
028800 1110-EXIT.
028900     EXIT.

029000******************************************************************
029100*  Every stamped play up to the business date.  Records from
029200*  before the stamp carry spaces there and drop out here.
029300******************************************************************
029400 2000-RELEASE-PLAYS.
029500     MOVE 'N' TO EQ-EOF-SWITCH
029600     OPEN INPUT PLAY-HISTORY-FILE
029700     IF NOT EQ-PLAYHIST-FILE-OK
029800         GO TO 2000-EXIT
029900     END-IF
030000     PERFORM 2100-RELEASE-ONE-PLAY THRU 2100-EXIT
030100             UNTIL EQ-AT-EOF
030200     CLOSE PLAY-HISTORY-FILE.
030300 2000-EXIT.
030400     EXIT.

030500 2100-RELEASE-ONE-PLAY.
030600     READ PLAY-HISTORY-FILE
030700         AT END
030800             MOVE 'Y' TO EQ-EOF-SWITCH
030900             GO TO 2100-EXIT
031000     END-READ
031100     IF PH-EXPERIMENT-ID = SPACES OR PH-ARM = SPACE OR
031200        PH-DATE > EQ-BUSINESS-DATE
031300         GO TO 2100-EXIT
031400     END-IF
031500     MOVE PH-EXPERIMENT-ID TO EQ-SORT-EXPERIMENT
031600     MOVE PH-ARM TO EQ-SORT-ARM
031700     MOVE PH-PLAYER-ID TO EQ-SORT-PLAYER
031800     MOVE PH-DATE TO EQ-SORT-DATE
031900     MOVE PH-TIME TO EQ-SORT-TIME
032000     IF PH-RESULT = 'You win!'
032100         MOVE 'Y' TO EQ-SORT-WIN-FLAG
032200     ELSE
032300         MOVE 'N' TO EQ-SORT-WIN-FLAG
032400     END-IF
032500     ADD 1 TO EQ-STAMPED-COUNT
032600     RELEASE EQ-SORT-RECORD.
032700 2100-EXIT.
032800     EXIT.

032900******************************************************************
033000*  One player at a time off the sort: count the plays and wins,
033100*  note the first day and whether a later day followed, and
033200*  fold the player into the arm when the key moves on.
033300******************************************************************
033400 3000-TALLY-ARMS.
033500     MOVE 'N' TO EQ-SORT-EOF-SWITCH
033600     MOVE SPACES TO EQ-CUR-PLAYER
033700     PERFORM 3100-TALLY-ONE-PLAY THRU 3100-EXIT
033800             UNTIL EQ-SORT-AT-EOF
033900     IF EQ-CUR-PLAYER NOT = SPACES
034000         PERFORM 3200-CLOSE-PLAYER THRU 3200-EXIT
034100     END-IF.
034200 3000-EXIT.
034300     EXIT.

034400 3100-TALLY-ONE-PLAY.
034500     RETURN ARM-SORT-FILE
034600         AT END
034700             MOVE 'Y' TO EQ-SORT-EOF-SWITCH
034800             GO TO 3100-EXIT
034900     END-RETURN
035000     IF EQ-SORT-EXPERIMENT NOT = EQ-CUR-EXPERIMENT OR
035100        EQ-SORT-ARM NOT = EQ-CUR-ARM OR
035200        EQ-SORT-PLAYER NOT = EQ-CUR-PLAYER
035300         IF EQ-CUR-PLAYER NOT = SPACES
035400             PERFORM 3200-CLOSE-PLAYER THRU 3200-EXIT
035500         END-IF
035600         MOVE EQ-SORT-EXPERIMENT TO EQ-CUR-EXPERIMENT
035700         MOVE EQ-SORT-ARM TO EQ-CUR-ARM
035800         MOVE EQ-SORT-PLAYER TO EQ-CUR-PLAYER
035900         MOVE EQ-SORT-DATE TO EQ-CUR-FIRST-DATE
036000         MOVE ZERO TO EQ-CUR-PLAYS EQ-CUR-WINS
036100         MOVE 'N' TO EQ-CUR-RETURN-SWITCH
036200     END-IF
036300     ADD 1 TO EQ-CUR-PLAYS
036400     IF EQ-SORT-WON
036500         ADD 1 TO EQ-CUR-WINS
036600     END-IF
036700     IF EQ-SORT-DATE > EQ-CUR-FIRST-DATE
036800         MOVE 'Y' TO EQ-CUR-RETURN-SWITCH
036900     END-IF.
037000 3100-EXIT.
037100     EXIT.

037200*    A player first seen on the business date has not had a day
037300*    to come back on yet, so only earlier starters count toward
037400*    the return rate.
037500 3200-CLOSE-PLAYER.
037600     MOVE 'N' TO EQ-FOUND-SWITCH
037700     PERFORM 3300-MATCH-ONE-ARM THRU 3300-EXIT
037800             VARYING EQ-SCAN-IDX FROM 1 BY 1
037900             UNTIL EQ-SCAN-IDX > EQ-ARM-COUNT OR EQ-ARM-FOUND
038000     IF NOT EQ-ARM-FOUND
038100         ADD EQ-CUR-PLAYS TO EQ-ORPHAN-COUNT
038200         GO TO 3200-EXIT
038300     END-IF
038400     ADD 1 TO EQ-ARM-PLAYERS(EQ-ARM-IDX)
038500     ADD EQ-CUR-PLAYS TO EQ-ARM-PLAYS(EQ-ARM-IDX)
038600     COMPUTE EQ-ARM-PLAYS-SQ(EQ-ARM-IDX) =
038700         EQ-ARM-PLAYS-SQ(EQ-ARM-IDX)
038800         + (EQ-CUR-PLAYS * EQ-CUR-PLAYS)
038900     ADD EQ-CUR-WINS TO EQ-ARM-WINS(EQ-ARM-IDX)
039000     IF EQ-CUR-FIRST-DATE < EQ-BUSINESS-DATE
039100         ADD 1 TO EQ-ARM-ELIGIBLE(EQ-ARM-IDX)
039200         IF EQ-CUR-RETURNED
039300             ADD 1 TO EQ-ARM-RETURNED(EQ-ARM-IDX)
039400         END-IF
039500     END-IF.
039600 3200-EXIT.
039700     EXIT.

039800 3300-MATCH-ONE-ARM.
039900     IF EQ-ARM-EXPERIMENT(EQ-SCAN-IDX) = EQ-CUR-EXPERIMENT AND
040000        EQ-ARM-ID(EQ-SCAN-IDX) = EQ-CUR-ARM
040100         MOVE EQ-SCAN-IDX TO EQ-ARM-IDX
040200         MOVE 'Y' TO EQ-FOUND-SWITCH
040300     END-IF.
040400 3300-EXIT.
040500     EXIT.

040600******************************************************************
040700*  One block per experiment, in EXPERIMENT-DEFINITION order: its
040800*  window, what each arm is, then the arms side by side.
040900******************************************************************
041000 4000-WRITE-COMPARISON.
041100     PERFORM 4100-WRITE-ONE-ARM THRU 4100-EXIT
041200             VARYING EQ-ARM-IDX FROM 1 BY 1
041300             UNTIL EQ-ARM-IDX > EQ-ARM-COUNT
041400     IF EQ-TABLE-FULL
041500         MOVE 'Arm table full -- the rest not shown.'
041600             TO EQ-STATUS-TEXT
041700         WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE
041800     END-IF
041900     WRITE EXPERIMENT-REPORT-LINE FROM EQ-BLANK-LINE
042000     MOVE 'Stamped plays read' TO EQ-COUNT-LABEL
042100     MOVE EQ-STAMPED-COUNT TO EQ-COUNT-VALUE
042200     WRITE EXPERIMENT-REPORT-LINE FROM EQ-COUNT-LINE
042300     MOVE 'Stamped plays for an arm not on EXPDEF'
042400         TO EQ-COUNT-LABEL
042500     MOVE EQ-ORPHAN-COUNT TO EQ-COUNT-VALUE
042600     WRITE EXPERIMENT-REPORT-LINE FROM EQ-COUNT-LINE
042700     WRITE EXPERIMENT-REPORT-LINE FROM EQ-BLANK-LINE
042800     MOVE '** differs from arm A at 1% significance, * at 5%;'
042900         TO EQ-STATUS-TEXT
043000     WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE
043100     MOVE '-- too few players (or no arm A) to call.'
043200         TO EQ-STATUS-TEXT
043300     WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE
043400     MOVE 'Return % counts players first seen before the business'
043500         TO EQ-STATUS-TEXT
043600     WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE
043700     MOVE 'date who played again on a later day.'
043800         TO EQ-STATUS-TEXT
043900     WRITE EXPERIMENT-REPORT-LINE FROM EQ-STATUS-LINE.
044000 4000-EXIT.
044100     EXIT.

044200*    The first arm of an experiment opens its block: the header,
044300*    every arm's description, and the column heading.
044400 4100-WRITE-ONE-ARM.
044500     IF EQ-ARM-IDX = 1 OR
044600        EQ-ARM-EXPERIMENT(EQ-ARM-IDX) NOT =
044700        EQ-ARM-EXPERIMENT(EQ-ARM-IDX - 1)
044800         PERFORM 4200-WRITE-EXPERIMENT-HEAD THRU 4200-EXIT
044900     END-IF
045000     MOVE EQ-ARM-ID(EQ-ARM-IDX) TO EQ-DTL-ARM
045100     EVALUATE EQ-ARM-LEVER(EQ-ARM-IDX)
045200         WHEN 'C'
045300             MOVE 'CONTROL' TO EQ-DTL-LEVER
045400         WHEN 'O'
045500             MOVE 'ODDS' TO EQ-DTL-LEVER
045600         WHEN 'P'
045700             MOVE 'OPPONENT' TO EQ-DTL-LEVER
045800         WHEN 'R'
045900             MOVE 'RATES' TO EQ-DTL-LEVER
046000         WHEN OTHER
046100             MOVE '?' TO EQ-DTL-LEVER
046200     END-EVALUATE
046300     MOVE EQ-ARM-SPLIT(EQ-ARM-IDX) TO EQ-DTL-SPLIT
046400     MOVE EQ-ARM-PLAYERS(EQ-ARM-IDX) TO EQ-DTL-PLAYERS
046500     MOVE EQ-ARM-PLAYS(EQ-ARM-IDX) TO EQ-DTL-PLAYS
046600     MOVE ZERO TO EQ-PER-PLAYER
046700     IF EQ-ARM-PLAYERS(EQ-ARM-IDX) > ZERO
046800         COMPUTE EQ-PER-PLAYER ROUNDED =
046900             EQ-ARM-PLAYS(EQ-ARM-IDX) / EQ-ARM-PLAYERS(EQ-ARM-IDX)
047000     END-IF
047100     MOVE EQ-PER-PLAYER TO EQ-DTL-PER-PLAYER
047200     MOVE ZERO TO EQ-PCT
047300     IF EQ-ARM-ELIGIBLE(EQ-ARM-IDX) > ZERO
047400         COMPUTE EQ-PCT ROUNDED = (EQ-ARM-RETURNED(EQ-ARM-IDX)
047500             * 100) / EQ-ARM-ELIGIBLE(EQ-ARM-IDX)
047600     END-IF
047700     MOVE EQ-PCT TO EQ-DTL-RETURN
047800     MOVE ZERO TO EQ-PCT
047900     IF EQ-ARM-PLAYS(EQ-ARM-IDX) > ZERO
048000         COMPUTE EQ-PCT ROUNDED = (EQ-ARM-WINS(EQ-ARM-IDX) * 100)
048100             / EQ-ARM-PLAYS(EQ-ARM-IDX)
048200     END-IF
048300     MOVE EQ-PCT TO EQ-DTL-WIN
048400     MOVE SPACES TO EQ-DTL-PER-SIG EQ-DTL-RETURN-SIG
048500                    EQ-DTL-WIN-SIG
048600     IF EQ-ARM-ID(EQ-ARM-IDX) NOT = 'A'
048700         PERFORM 4300-TEST-AGAINST-BASE THRU 4300-EXIT
048800     END-IF
048900     WRITE EXPERIMENT-REPORT-LINE FROM EQ-DETAIL-LINE.
049000 4100-EXIT.
049100     EXIT.

049200 4200-WRITE-EXPERIMENT-HEAD.
049300     WRITE EXPERIMENT-REPORT-LINE FROM EQ-BLANK-LINE
049400     MOVE SPACES TO EQ-EXPERIMENT-LINE
049500     IF EQ-ARM-END-DATE(EQ-ARM-IDX) < EQ-BUSINESS-DATE
049600         STRING 'EXPERIMENT ' EQ-ARM-EXPERIMENT(EQ-ARM-IDX)
049700                '   ' EQ-ARM-START-DATE(EQ-ARM-IDX)
049800                ' - ' EQ-ARM-END-DATE(EQ-ARM-IDX)
049900                '   ended'
050000             DELIMITED BY SIZE INTO EQ-EXPERIMENT-LINE
050100     ELSE
050200         STRING 'EXPERIMENT ' EQ-ARM-EXPERIMENT(EQ-ARM-IDX)
050300                '   ' EQ-ARM-START-DATE(EQ-ARM-IDX)
050400                ' - ' EQ-ARM-END-DATE(EQ-ARM-IDX)
050500                '   running'
050600             DELIMITED BY SIZE INTO EQ-EXPERIMENT-LINE
050700     END-IF
050800     WRITE EXPERIMENT-REPORT-LINE FROM EQ-EXPERIMENT-LINE
050900     PERFORM 4210-WRITE-ONE-DESCRIPTION THRU 4210-EXIT
051000             VARYING EQ-SCAN-IDX FROM EQ-ARM-IDX BY 1
051100             UNTIL EQ-SCAN-IDX > EQ-ARM-COUNT
051200     WRITE EXPERIMENT-REPORT-LINE FROM EQ-BLANK-LINE
051300     WRITE EXPERIMENT-REPORT-LINE FROM EQ-COLUMN-HEADING.
051400 4200-EXIT.
051500     EXIT.

051600 4210-WRITE-ONE-DESCRIPTION.
051700     IF EQ-ARM-EXPERIMENT(EQ-SCAN-IDX) =
051800        EQ-ARM-EXPERIMENT(EQ-ARM-IDX)
051900         MOVE EQ-ARM-ID(EQ-SCAN-IDX) TO EQ-DSC-ARM
052000         MOVE EQ-ARM-DESCRIPTION(EQ-SCAN-IDX)
052100             TO EQ-DSC-DESCRIPTION
052200         WRITE EXPERIMENT-REPORT-LINE FROM EQ-ARM-DESC-LINE
052300     END-IF.
052400 4210-EXIT.
052500     EXIT.

052600*    Arm A of the same experiment is the baseline.  Plays per
052700*    player is a two-sample z on the means, each variance taken
052800*    off the per-player sum of squares; the two rates are a
052900*    two-proportion z on the pooled rate.
053000 4300-TEST-AGAINST-BASE.
053100     MOVE ZERO TO EQ-BASE-IDX
053200     PERFORM 4310-FIND-BASE THRU 4310-EXIT
053300             VARYING EQ-SCAN-IDX FROM 1 BY 1
053400             UNTIL EQ-SCAN-IDX > EQ-ARM-COUNT
053500                OR EQ-BASE-IDX > ZERO
053600     IF EQ-BASE-IDX = ZERO OR
053700        EQ-ARM-PLAYERS(EQ-ARM-IDX) < EQ-MIN-PLAYERS OR
053800        EQ-ARM-PLAYERS(EQ-BASE-IDX) < EQ-MIN-PLAYERS
053900         MOVE '--' TO EQ-DTL-PER-SIG EQ-DTL-RETURN-SIG
054000                      EQ-DTL-WIN-SIG
054100         GO TO 4300-EXIT
054200     END-IF
054300     PERFORM 4320-TEST-PLAYS THRU 4320-EXIT
054400     MOVE EQ-SIG TO EQ-DTL-PER-SIG
054500     PERFORM 4330-TEST-WINS THRU 4330-EXIT
054600     MOVE EQ-SIG TO EQ-DTL-WIN-SIG
054700     IF EQ-ARM-ELIGIBLE(EQ-ARM-IDX) < EQ-MIN-PLAYERS OR
054800        EQ-ARM-ELIGIBLE(EQ-BASE-IDX) < EQ-MIN-PLAYERS
054900         MOVE '--' TO EQ-DTL-RETURN-SIG
055000     ELSE
055100         PERFORM 4340-TEST-RETURNS THRU 4340-EXIT
055200         MOVE EQ-SIG TO EQ-DTL-RETURN-SIG
055300     END-IF.
055400 4300-EXIT.
055500     EXIT.

055600 4310-FIND-BASE.
055700     IF EQ-ARM-EXPERIMENT(EQ-SCAN-IDX) =
055800        EQ-ARM-EXPERIMENT(EQ-ARM-IDX) AND
055900        EQ-ARM-ID(EQ-SCAN-IDX) = 'A'
056000         MOVE EQ-SCAN-IDX TO EQ-BASE-IDX
056100     END-IF.
056200 4310-EXIT.
056300     EXIT.

056400 4320-TEST-PLAYS.
056500     COMPUTE EQ-MEAN-1 ROUNDED =
056600         EQ-ARM-PLAYS(EQ-ARM-IDX) / EQ-ARM-PLAYERS(EQ-ARM-IDX)
056700     COMPUTE EQ-MEAN-2 ROUNDED =
056800         EQ-ARM-PLAYS(EQ-BASE-IDX) / EQ-ARM-PLAYERS(EQ-BASE-IDX)
056900     COMPUTE EQ-VAR-1 ROUNDED =
057000         (EQ-ARM-PLAYS-SQ(EQ-ARM-IDX)
057100          - (EQ-ARM-PLAYERS(EQ-ARM-IDX) * EQ-MEAN-1 * EQ-MEAN-1))
057200         / (EQ-ARM-PLAYERS(EQ-ARM-IDX) - 1)
057300     COMPUTE EQ-VAR-2 ROUNDED =
057400         (EQ-ARM-PLAYS-SQ(EQ-BASE-IDX)
057500          - (EQ-ARM-PLAYERS(EQ-BASE-IDX) * EQ-MEAN-2 * EQ-MEAN-2))
057600         / (EQ-ARM-PLAYERS(EQ-BASE-IDX) - 1)
057700     IF EQ-VAR-1 < ZERO
057800         MOVE ZERO TO EQ-VAR-1
057900     END-IF
058000     IF EQ-VAR-2 < ZERO
058100         MOVE ZERO TO EQ-VAR-2
058200     END-IF
058300     COMPUTE EQ-STD-ERR ROUNDED = FUNCTION SQRT(
058400         (EQ-VAR-1 / EQ-ARM-PLAYERS(EQ-ARM-IDX)) +
058500         (EQ-VAR-2 / EQ-ARM-PLAYERS(EQ-BASE-IDX)))
058600     COMPUTE EQ-DIFF = EQ-MEAN-1 - EQ-MEAN-2
058700     PERFORM 4400-GRADE-DIFFERENCE THRU 4400-EXIT.
058800 4320-EXIT.
058900     EXIT.

059000 4330-TEST-WINS.
059100     COMPUTE EQ-RATE-1 ROUNDED =
059200         EQ-ARM-WINS(EQ-ARM-IDX) / EQ-ARM-PLAYS(EQ-ARM-IDX)
059300     COMPUTE EQ-RATE-2 ROUNDED =
059400         EQ-ARM-WINS(EQ-BASE-IDX) / EQ-ARM-PLAYS(EQ-BASE-IDX)
059500     COMPUTE EQ-POOLED ROUNDED =
059600         (EQ-ARM-WINS(EQ-ARM-IDX) + EQ-ARM-WINS(EQ-BASE-IDX))
059700         / (EQ-ARM-PLAYS(EQ-ARM-IDX) + EQ-ARM-PLAYS(EQ-BASE-IDX))
059800     COMPUTE EQ-STD-ERR ROUNDED = FUNCTION SQRT(
059900         EQ-POOLED * (1 - EQ-POOLED) *
060000         ((1 / EQ-ARM-PLAYS(EQ-ARM-IDX)) +
060100          (1 / EQ-ARM-PLAYS(EQ-BASE-IDX))))
060200     COMPUTE EQ-DIFF = EQ-RATE-1 - EQ-RATE-2
060300     PERFORM 4400-GRADE-DIFFERENCE THRU 4400-EXIT.
060400 4330-EXIT.
060500     EXIT.

060600 4340-TEST-RETURNS.
060700     COMPUTE EQ-RATE-1 ROUNDED =
060800         EQ-ARM-RETURNED(EQ-ARM-IDX) / EQ-ARM-ELIGIBLE(EQ-ARM-IDX)
060900     COMPUTE EQ-RATE-2 ROUNDED =
061000         EQ-ARM-RETURNED(EQ-BASE-IDX)
061100         / EQ-ARM-ELIGIBLE(EQ-BASE-IDX)
061200     COMPUTE EQ-POOLED ROUNDED =
061300         (EQ-ARM-RETURNED(EQ-ARM-IDX)
061400          + EQ-ARM-RETURNED(EQ-BASE-IDX))
061500         / (EQ-ARM-ELIGIBLE(EQ-ARM-IDX)
061600            + EQ-ARM-ELIGIBLE(EQ-BASE-IDX))
061700     COMPUTE EQ-STD-ERR ROUNDED = FUNCTION SQRT(
061800         EQ-POOLED * (1 - EQ-POOLED) *
061900         ((1 / EQ-ARM-ELIGIBLE(EQ-ARM-IDX)) +
062000          (1 / EQ-ARM-ELIGIBLE(EQ-BASE-IDX))))
062100     COMPUTE EQ-DIFF = EQ-RATE-1 - EQ-RATE-2
062200     PERFORM 4400-GRADE-DIFFERENCE THRU 4400-EXIT.
062300 4340-EXIT.
062400     EXIT.

062500*    |z| of 2.576 or more is significant at 1%, 1.960 at 5%
062600*    (two-sided).  No spread at all on either side leaves
062700*    nothing to test.
062800 4400-GRADE-DIFFERENCE.
062900     MOVE SPACES TO EQ-SIG
063000     IF EQ-STD-ERR = ZERO
063100         GO TO 4400-EXIT
063200     END-IF
063300     COMPUTE EQ-Z ROUNDED = EQ-DIFF / EQ-STD-ERR
063400     IF EQ-Z < ZERO
063500         COMPUTE EQ-Z = ZERO - EQ-Z
063600     END-IF
063700     IF EQ-Z >= 2.576
063800         MOVE '**' TO EQ-SIG
063900     ELSE
064000         IF EQ-Z >= 1.960
064100             MOVE '* ' TO EQ-SIG
064200         END-IF
064300     END-IF.
064400 4400-EXIT.
064500     EXIT.

064600 7000-TERMINATE.
064700     CLOSE EXPERIMENT-REPORT-FILE
064800     MOVE 0 TO RETURN-CODE.
064900 7000-EXIT.
065000     EXIT.

065100 9999-EXIT.
065200     STOP RUN.
