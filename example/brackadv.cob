002100*  file is rewritten from the table, so other events' brackets
002200*  ride through untouched.
002300*
002304*
002308*  A Swiss-system event (BRACKSED's SWISS option) runs through
002312*  the same job.  Nobody is knocked out: a match whose games
002316*  since the round began came out level, with at least one tie
002320*  game among them, is drawn rather than left pending.  When
002324*  the round is done the decisions are written back, SWISSTND
002328*  scores the event, and the next round pairs players in
002332*  standings order with the nearest-placed player they have
002336*  not met yet -- a rematch only when nobody else is left.
002340*  With an odd field the lowest-placed player who has not had a
002344*  bye gets one.  After the scheduled rounds the final
002348*  standings, tiebreak included, close the report.
002352*
002356*  Once the round's deadline has passed, a match nobody has won
002360*  is settled rather than held open: a side turned up if it
002364*  has an EVENT-PLAY record for the event since the round began
002368*  or parked a challenge since then that nobody answered.  One
002372*  side only is a walkover for that side; neither is a double
002376*  forfeit, and nobody advances from it.  Both sides turned up
002380*  but level stays open for them to play out.  A walkover is
002384*  not a game -- nothing is posted for it anywhere but here.
002388*  Each new round gets the same length the last one had.
002392*
002400*  Invoke as:  brackadv EVENTID
002500*
002600*  Modification history
002820*  strictly after the round's seed date AND time -- same-day
002830*  warm-up wins and the previous round's wins used to decide
002840*  matches nobody had played yet.
002850*  2026-10-15  jm  Swiss-system events: drawn matches, pairing
002860*  by score without rematches, byes, final standings.
002870*  2026-10-15  jm  Round deadlines: past it, a one-sided match
002880*  is a walkover, a no-show match a double forfeit.
002886*  2026-10-15  jm  Deadlines run off the clock date, not the
002892*  business date, as WORKER stamps the plays they judge.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003300     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS BA-BRACKET-FILE-STATUS.
003510     SELECT OPTIONAL CHALLENGE-FILE ASSIGN TO "CHALLNG"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS CL-CHALLENGE-CODE
003550         FILE STATUS IS BA-CHALLENGE-FILE-STATUS.
003600     SELECT EVENT-PLAY-FILE ASSIGN TO "EVENTPLY"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS BA-PLAY-FILE-STATUS.
004900 FD  EVENT-PLAY-FILE.
005000 COPY "eventply.cpy".

005020 FD  CHALLENGE-FILE.
005040 COPY "challng.cpy".

005100 FD  BUSINESS-DATE-FILE.
005200 COPY "busdate.cpy".

005700        88 BA-BRACKET-FILE-OK             VALUE '00'.
005800     77 BA-PLAY-FILE-STATUS      PIC X(02) VALUE '00'.
005900        88 BA-PLAY-FILE-OK                VALUE '00'.
005920     77 BA-CHALLENGE-FILE-STATUS PIC X(02) VALUE '00'.
005940        88 BA-CHALLENGE-FILE-OK           VALUES '00' '05'.
006000     77 BA-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
006100        88 BA-BUSDATE-FILE-OK             VALUE '00'.
006200     77 BA-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
006600        88 BA-PLAY-AT-EOF                 VALUE 'Y'.
006700     77 BA-ROUND-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006800        88 BA-ROUND-STILL-OPEN            VALUE 'Y'.
006810     77 BA-FORMAT-SWITCH         PIC X(01) VALUE SPACE.
006820        88 BA-SWISS-EVENT                 VALUE 'S'.
006830     77 BA-FOUND-SWITCH          PIC X(01) VALUE 'N'.
006840        88 BA-OPPONENT-FOUND              VALUE 'Y'.
006850     77 BA-MET-SWITCH            PIC X(01) VALUE 'N'.
006860        88 BA-ALREADY-MET                 VALUE 'Y'.
006865     77 BA-CHALLENGE-EOF-SWITCH  PIC X(01) VALUE 'N'.
006870        88 BA-CHALLENGE-AT-EOF            VALUE 'Y'.
006875     77 BA-DEADLINE-SWITCH       PIC X(01) VALUE 'N'.
006880        88 BA-DEADLINE-PASSED             VALUE 'Y'.

006900     01 BA-COMMAND-LINE          PIC X(20) VALUE SPACES.
007000     77 BA-EVENT-ID              PIC X(08) VALUE SPACES.
007400     77 BA-ROUND-CREATE          PIC 9(08) VALUE ZERO.
007410     77 BA-ROUND-CREATE-TIME     PIC 9(08) VALUE ZERO.
007420     77 BA-RUN-TIME              PIC 9(08) VALUE ZERO.
007460     77 BA-CLOCK-DATE            PIC 9(08) VALUE ZERO.
007500     77 BA-ENTRY-COUNT           PIC 9(03) COMP VALUE ZERO.
007600     77 BA-ENTRY-IDX             PIC 9(03) COMP VALUE ZERO.
007700     77 BA-DECIDED-COUNT         PIC 9(03) VALUE ZERO.
007900     77 BA-WINNER-IDX            PIC 9(03) COMP VALUE ZERO.
008000     77 BA-MATCH-NO              PIC 9(03) VALUE ZERO.
008100     77 BA-CHAMPION              PIC X(20) VALUE SPACES.
008103     77 BA-ROUNDS-SCHEDULED      PIC 9(02) VALUE ZERO.
008106     77 BA-PAIR-I                PIC 9(03) COMP VALUE ZERO.
008109     77 BA-PAIR-J                PIC 9(03) COMP VALUE ZERO.
008112     77 BA-OPP-IDX               PIC 9(03) COMP VALUE ZERO.
008115     77 BA-BYE-IDX               PIC 9(03) COMP VALUE ZERO.
008118     77 BA-HALF-FIELD            PIC 9(03) COMP VALUE ZERO.
008121     77 BA-ODD-PLAYER            PIC 9(03) COMP VALUE ZERO.
008124     77 BA-REMATCH-COUNT         PIC 9(03) VALUE ZERO.
008127     77 BA-SEED-A                PIC X(20) VALUE SPACES.
008130     77 BA-SEED-B                PIC X(20) VALUE SPACES.
008133     77 BA-ROUND-MINUTES         PIC 9(03) VALUE ZERO.
008136     77 BA-ROUND-DEADLINE        PIC 9(08) VALUE ZERO.
008139     77 BA-ROUND-DEADLINE-TIME   PIC 9(08) VALUE ZERO.
008142     77 BA-NEXT-DEADLINE         PIC 9(08) VALUE ZERO.
008145     77 BA-NEXT-DEADLINE-TIME    PIC 9(08) VALUE ZERO.
008148     77 BA-DAY-MINUTES           PIC 9(05) COMP VALUE ZERO.
008151     77 BA-WORK-DAYS             PIC 9(03) COMP VALUE ZERO.
008154     77 BA-SHOW-ID               PIC X(20) VALUE SPACES.
008157     77 BA-WALKOVER-COUNT        PIC 9(03) VALUE ZERO.
008160     77 BA-FORFEIT-COUNT         PIC 9(03) VALUE ZERO.

008163*    The clock as HHMMSSCC, split for the deadline arithmetic.
008166     01 BA-CLOCK-TIME            PIC 9(08) VALUE ZERO.
008169     01 BA-CLOCK-PARTS REDEFINES BA-CLOCK-TIME.
008172        05 BA-CLOCK-HH           PIC 9(02).
008175        05 BA-CLOCK-MM           PIC 9(02).
008178        05 BA-CLOCK-SSCC         PIC 9(04).

008200*    The whole bracket file in storage -- every event's matches
008300*    ride through the rewrite untouched.  The win tallies on
008366*    each entry are working fields for the current round only,
008432*    as are the flags saying which side turned up for it.
008500     01 BA-BRACKET-TABLE.
008600        05 BA-ENTRY OCCURS 256 TIMES.
008700           10 BA-EVENT           PIC X(08).
009300           10 BA-STATUS          PIC X(01).
009400           10 BA-CREATE          PIC 9(08).
009410           10 BA-CREATE-TIME     PIC 9(08).
009420           10 BA-FORMAT          PIC X(01).
009430           10 BA-SWISS-ROUNDS    PIC 9(02).
009500           10 BA-A-WINS          PIC 9(05) COMP.
009600           10 BA-B-WINS          PIC 9(05) COMP.
009610           10 BA-TIE-GAMES       PIC 9(05) COMP.
009620           10 BA-MINUTES         PIC 9(03).
009630           10 BA-DEADLINE        PIC 9(08).
009640           10 BA-DEADLINE-TIME   PIC 9(08).
009650           10 BA-A-SHOWED        PIC X(01).
009660           10 BA-B-SHOWED        PIC X(01).

009700*    The current round's winners, in match order, for pairing
009800*    into the next round.
009900     01 BA-WINNER-TABLE.
010000        05 BA-ROUND-WINNER OCCURS 128 TIMES PIC X(20).

010010*    Swiss pairing: the standings SWISSTND hands back, and which
010020*    of those players the next round has already placed.
010030     COPY "swisstnd.cpy".
010040     01 BA-PAIRED-TABLE.
010050        05 BA-PAIRED OCCURS 128 TIMES PIC X(01).

010100     01 BA-HEADING-1             PIC X(80) VALUE
010200        'BRACKADV - BRACKET ROUND ADVANCE'.
010300     01 BA-HEADING-2             PIC X(80).
010500     01 BA-STATUS-LINE.
010600        05 FILLER                PIC X(02) VALUE SPACES.
010700        05 BA-STATUS-TEXT        PIC X(78).
010710     01 BA-STANDING-HEADING      PIC X(80) VALUE
010720        '    RK  PLAYER                 SCORE  OPP SCORE'.
010730     01 BA-STANDING-LINE.
010740        05 FILLER                PIC X(02) VALUE SPACES.
010750        05 BA-STL-RANK           PIC ZZ9.
010760        05 FILLER                PIC X(03) VALUE SPACES.
010770        05 BA-STL-PLAYER         PIC X(20).
010780        05 FILLER                PIC X(01) VALUE SPACE.
010790        05 BA-STL-SCORE          PIC ZZ9.9.
010791        05 FILLER                PIC X(04) VALUE SPACES.
010792        05 BA-STL-TIEBREAK       PIC ZZZ9.9.
010793        05 FILLER                PIC X(36) VALUE SPACES.

010800 PROCEDURE DIVISION.

011700         DISPLAY "BRACKADV: no bracket on file for " BA-EVENT-ID
011800         GO TO 9999-EXIT
011900     END-IF
011950     PERFORM 2200-CHECK-DEADLINE THRU 2200-EXIT
012000     PERFORM 3000-TALLY-ROUND-WINS THRU 3000-EXIT
012020     IF BA-DEADLINE-PASSED
012040         PERFORM 3500-SCAN-CHALLENGES THRU 3500-EXIT
012060     END-IF
012100     PERFORM 4000-DECIDE-MATCHES THRU 4000-EXIT
012200     EVALUATE TRUE
012300         WHEN BA-ROUND-STILL-OPEN
012400             PERFORM 5500-REPORT-OPEN-ROUND THRU 5500-EXIT
012410         WHEN BA-SWISS-EVENT
012420             PERFORM 6000-REWRITE-BRACKET THRU 6000-EXIT
012430             PERFORM 8000-ADVANCE-SWISS THRU 8000-EXIT
012500         WHEN OTHER
012510             PERFORM 5000-ADVANCE-ROUND THRU 5000-EXIT
012600     END-EVALUATE
012700     PERFORM 6000-REWRITE-BRACKET THRU 6000-EXIT
012800     PERFORM 7000-TERMINATE THRU 7000-EXIT
012900     GO TO 9999-EXIT.
013100     ACCEPT BA-COMMAND-LINE FROM COMMAND-LINE
013200     MOVE BA-COMMAND-LINE (1:8) TO BA-EVENT-ID
013250     ACCEPT BA-RUN-TIME FROM TIME
013275     ACCEPT BA-CLOCK-DATE FROM DATE YYYYMMDD
013300     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
013400     OPEN OUTPUT ADVANCE-REPORT-FILE
013500     MOVE SPACES TO BA-HEADING-2
018620                     TO BA-CREATE-TIME(BA-ENTRY-COUNT)
018700                 MOVE ZERO TO BA-A-WINS(BA-ENTRY-COUNT)
018800                 MOVE ZERO TO BA-B-WINS(BA-ENTRY-COUNT)
018810                 MOVE ZERO TO BA-TIE-GAMES(BA-ENTRY-COUNT)
018820                 MOVE BK-FORMAT TO BA-FORMAT(BA-ENTRY-COUNT)
018830                 MOVE ZERO TO BA-SWISS-ROUNDS(BA-ENTRY-COUNT)
018840                 IF BK-FORMAT-SWISS
018850                     MOVE BK-SWISS-ROUNDS
018860                         TO BA-SWISS-ROUNDS(BA-ENTRY-COUNT)
018870                 END-IF
018875                 MOVE 'N' TO BA-A-SHOWED(BA-ENTRY-COUNT)
018880                 MOVE 'N' TO BA-B-SHOWED(BA-ENTRY-COUNT)
018885                 PERFORM 2110-LOAD-DEADLINE THRU 2110-EXIT
018900                 IF BK-EVENT-ID = BA-EVENT-ID AND
019000                    BK-ROUND > BA-CURR-ROUND
019100                     MOVE BK-ROUND TO BA-CURR-ROUND
019200                     MOVE BK-CREATE-DATE TO BA-ROUND-CREATE
019210                     MOVE BK-CREATE-TIME TO BA-ROUND-CREATE-TIME
019220                     MOVE BK-FORMAT TO BA-FORMAT-SWITCH
019230                     MOVE BA-SWISS-ROUNDS(BA-ENTRY-COUNT)
019240                         TO BA-ROUNDS-SCHEDULED
019245                     MOVE BA-MINUTES(BA-ENTRY-COUNT)
019250                         TO BA-ROUND-MINUTES
019255                     MOVE BA-DEADLINE(BA-ENTRY-COUNT)
019260                         TO BA-ROUND-DEADLINE
019265                     MOVE BA-DEADLINE-TIME(BA-ENTRY-COUNT)
019270                         TO BA-ROUND-DEADLINE-TIME
019300                 END-IF
019400             END-IF
019500     END-READ.
019600 2100-EXIT.
019700     EXIT.

019702*    A match seeded before rounds had deadlines has spaces in
019704*    the three fields; it loads as zero, no deadline.
019706 2110-LOAD-DEADLINE.
019708     MOVE ZERO TO BA-MINUTES(BA-ENTRY-COUNT)
019710     MOVE ZERO TO BA-DEADLINE(BA-ENTRY-COUNT)
019712     MOVE ZERO TO BA-DEADLINE-TIME(BA-ENTRY-COUNT)
019714     IF BK-ROUND-MINUTES IS NUMERIC AND
019716        BK-DEADLINE-DATE IS NUMERIC AND
019718        BK-DEADLINE-TIME IS NUMERIC
019720         MOVE BK-ROUND-MINUTES TO BA-MINUTES(BA-ENTRY-COUNT)
019722         MOVE BK-DEADLINE-DATE TO BA-DEADLINE(BA-ENTRY-COUNT)
019724         MOVE BK-DEADLINE-TIME
019726             TO BA-DEADLINE-TIME(BA-ENTRY-COUNT)
019728     END-IF.
019730 2110-EXIT.
019732     EXIT.

019734*    The run's clock date and time against the current
019736*    round's deadline -- the clock the deadline was set by,
019738*    and the one WORKER stamps EVENT-PLAY and CHALLNG with.
019740 2200-CHECK-DEADLINE.
019742     MOVE 'N' TO BA-DEADLINE-SWITCH
019744     IF BA-ROUND-DEADLINE = ZERO
019746         GO TO 2200-EXIT
019748     END-IF
019750     IF BA-CLOCK-DATE > BA-ROUND-DEADLINE OR
019752        (BA-CLOCK-DATE = BA-ROUND-DEADLINE AND
019754         BA-RUN-TIME > BA-ROUND-DEADLINE-TIME)
019756         MOVE 'Y' TO BA-DEADLINE-SWITCH
019758     END-IF.
019760 2200-EXIT.
019762     EXIT.

019800*    One pass of the standings feed: each win recorded for the
019900*    event since the round was seeded is credited to whichever
020000*    side of a pending current-round match the winner sits on.
021600             MOVE 'Y' TO BA-PLAY-EOF-SWITCH
021700         NOT AT END
021800             IF EP-EVENT-ID = BA-EVENT-ID AND
022000                (EP-DATE > BA-ROUND-CREATE OR
022010                 (EP-DATE = BA-ROUND-CREATE AND
022020                  EP-TIME > BA-ROUND-CREATE-TIME))
022022                 MOVE EP-PLAYER-ID TO BA-SHOW-ID
022024                 PERFORM 3400-MARK-ONE-SHOWING THRU 3400-EXIT
022026                     VARYING BA-ENTRY-IDX FROM 1 BY 1
022028                     UNTIL BA-ENTRY-IDX > BA-ENTRY-COUNT
022030                 EVALUATE TRUE
022040                     WHEN EP-RESULT = 'You win!'
022100                         PERFORM 3200-CREDIT-ONE-WIN
022110                             THRU 3200-EXIT
022200                             VARYING BA-ENTRY-IDX FROM 1 BY 1
022300                             UNTIL BA-ENTRY-IDX > BA-ENTRY-COUNT
022310                     WHEN EP-RESULT = 'Tie!' AND BA-SWISS-EVENT
022320                         PERFORM 3300-CREDIT-ONE-TIE
022325                             THRU 3300-EXIT
022330                             VARYING BA-ENTRY-IDX FROM 1 BY 1
022340                             UNTIL BA-ENTRY-IDX > BA-ENTRY-COUNT
022350                 END-EVALUATE
022400             END-IF
022500     END-READ.
022600 3100-EXIT.
023900 3200-EXIT.
024000     EXIT.

024001*    Swiss only: a tie game between the two sides of a pending
024002*    match.  Both sides write a 'Tie!' record for the one game;
024003*    the count only has to be non-zero.
024004 3300-CREDIT-ONE-TIE.
024005     IF BA-EVENT(BA-ENTRY-IDX) = BA-EVENT-ID AND
024006        BA-ROUND(BA-ENTRY-IDX) = BA-CURR-ROUND AND
024007        BA-STATUS(BA-ENTRY-IDX) = 'P' AND
024008        (BA-A(BA-ENTRY-IDX) = EP-PLAYER-ID OR
024009         BA-B(BA-ENTRY-IDX) = EP-PLAYER-ID)
024010         ADD 1 TO BA-TIE-GAMES(BA-ENTRY-IDX)
024011     END-IF.
024012 3300-EXIT.
024013     EXIT.

024014*    Any sign of BA-SHOW-ID at the table for a pending current-
024015*    round match: the side they sit on turned up.
024016 3400-MARK-ONE-SHOWING.
024017     IF BA-EVENT(BA-ENTRY-IDX) = BA-EVENT-ID AND
024018        BA-ROUND(BA-ENTRY-IDX) = BA-CURR-ROUND AND
024019        BA-STATUS(BA-ENTRY-IDX) = 'P'
024020         IF BA-A(BA-ENTRY-IDX) = BA-SHOW-ID
024021             MOVE 'Y' TO BA-A-SHOWED(BA-ENTRY-IDX)
024022         END-IF
024023         IF BA-B(BA-ENTRY-IDX) = BA-SHOW-ID
024024             MOVE 'Y' TO BA-B-SHOWED(BA-ENTRY-IDX)
024025         END-IF
024026     END-IF.
024027 3400-EXIT.
024028     EXIT.

024029*    A player who parked a pick since the round began that
024030*    nobody answered turned up and was left waiting.  Spaces in
024031*    the status byte is a record from before the lifecycle --
024032*    waiting, the way WORKER reads it.
024033 3500-SCAN-CHALLENGES.
024034     OPEN INPUT CHALLENGE-FILE
024035     IF NOT BA-CHALLENGE-FILE-OK
024036         GO TO 3500-EXIT
024037     END-IF
024038     PERFORM 3510-SCAN-ONE-CHALLENGE THRU 3510-EXIT
024039             UNTIL BA-CHALLENGE-AT-EOF
024040     CLOSE CHALLENGE-FILE.
024041 3500-EXIT.
024042     EXIT.

024043 3510-SCAN-ONE-CHALLENGE.
024044     READ CHALLENGE-FILE NEXT RECORD
024045         AT END
024046             MOVE 'Y' TO BA-CHALLENGE-EOF-SWITCH
024047             GO TO 3510-EXIT
024048     END-READ
024049     IF CL-DECIDED OR CL-PLAYER-ID = SPACES
024050         GO TO 3510-EXIT
024051     END-IF
024052     IF CL-CREATE-DATE > BA-ROUND-CREATE OR
024053        (CL-CREATE-DATE = BA-ROUND-CREATE AND
024054         CL-CREATE-TIME > BA-ROUND-CREATE-TIME)
024055         MOVE CL-PLAYER-ID TO BA-SHOW-ID
024056         PERFORM 3400-MARK-ONE-SHOWING THRU 3400-EXIT
024057             VARYING BA-ENTRY-IDX FROM 1 BY 1
024058             UNTIL BA-ENTRY-IDX > BA-ENTRY-COUNT
024059     END-IF.
024060 3510-EXIT.
024061     EXIT.

024100*    A match decides when one side has more wins since the
024200*    round was seeded; level (including nothing played yet, or
024240*    a tie game) keeps it pending and the round open -- except
024280*    in a Swiss event, where level after a tie game is a draw,
024320*    and past the round's deadline, where who turned up settles
024360*    it.
024400 4000-DECIDE-MATCHES.
024500     PERFORM 4100-DECIDE-ONE-MATCH THRU 4100-EXIT
024600             VARYING BA-ENTRY-IDX FROM 1 BY 1
026600             MOVE 'D' TO BA-STATUS(BA-ENTRY-IDX)
026700             ADD 1 TO BA-DECIDED-COUNT
026800             PERFORM 4200-REPORT-DECIDED THRU 4200-EXIT
026810         WHEN BA-SWISS-EVENT AND
026820              BA-TIE-GAMES(BA-ENTRY-IDX) > ZERO
026830             MOVE SPACES TO BA-WINNER(BA-ENTRY-IDX)
026840             MOVE 'T' TO BA-STATUS(BA-ENTRY-IDX)
026850             ADD 1 TO BA-DECIDED-COUNT
026860             MOVE SPACES TO BA-STATUS-TEXT
026870             STRING 'round ' BA-ROUND(BA-ENTRY-IDX)
026880                    ' match ' BA-MATCH(BA-ENTRY-IDX) ' drawn'
026890                 DELIMITED BY SIZE INTO BA-STATUS-TEXT
026891             WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE
026893         WHEN BA-DEADLINE-PASSED
026895             PERFORM 4300-SETTLE-PAST-DEADLINE THRU 4300-EXIT
026900         WHEN OTHER
027000             MOVE 'Y' TO BA-ROUND-OPEN-SWITCH
027100     END-EVALUATE.
028100 4200-EXIT.
028200     EXIT.

028202 4300-SETTLE-PAST-DEADLINE.
028204     MOVE SPACES TO BA-STATUS-TEXT
028206     EVALUATE TRUE
028208         WHEN BA-A-SHOWED(BA-ENTRY-IDX) = 'Y' AND
028210              BA-B-SHOWED(BA-ENTRY-IDX) = 'Y'
028212             MOVE 'Y' TO BA-ROUND-OPEN-SWITCH
028214             STRING 'round ' BA-ROUND(BA-ENTRY-IDX)
028216                    ' match ' BA-MATCH(BA-ENTRY-IDX)
028218                    ' past deadline but both played -- open'
028220                 DELIMITED BY SIZE INTO BA-STATUS-TEXT
028222         WHEN BA-A-SHOWED(BA-ENTRY-IDX) = 'Y'
028224             MOVE BA-A(BA-ENTRY-IDX) TO BA-WINNER(BA-ENTRY-IDX)
028226             PERFORM 4310-AWARD-WALKOVER THRU 4310-EXIT
028228         WHEN BA-B-SHOWED(BA-ENTRY-IDX) = 'Y'
028230             MOVE BA-B(BA-ENTRY-IDX) TO BA-WINNER(BA-ENTRY-IDX)
028232             PERFORM 4310-AWARD-WALKOVER THRU 4310-EXIT
028234         WHEN OTHER
028236             MOVE SPACES TO BA-WINNER(BA-ENTRY-IDX)
028238             MOVE 'F' TO BA-STATUS(BA-ENTRY-IDX)
028240             ADD 1 TO BA-DECIDED-COUNT
028242             ADD 1 TO BA-FORFEIT-COUNT
028244             STRING 'round ' BA-ROUND(BA-ENTRY-IDX)
028246                    ' match ' BA-MATCH(BA-ENTRY-IDX)
028248                    ' double forfeit -- neither side played'
028250                 DELIMITED BY SIZE INTO BA-STATUS-TEXT
028252     END-EVALUATE
028254     WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE.
028256 4300-EXIT.
028258     EXIT.

028260 4310-AWARD-WALKOVER.
028262     MOVE 'W' TO BA-STATUS(BA-ENTRY-IDX)
028264     ADD 1 TO BA-DECIDED-COUNT
028266     ADD 1 TO BA-WALKOVER-COUNT
028268     STRING 'round ' BA-ROUND(BA-ENTRY-IDX)
028270            ' match ' BA-MATCH(BA-ENTRY-IDX)
028272            ' walkover for ' BA-WINNER(BA-ENTRY-IDX)
028274         DELIMITED BY SIZE INTO BA-STATUS-TEXT.
028276 4310-EXIT.
028278     EXIT.

028300*    Every match decided: collect the winners in match order
028400*    (byes included) and either crown the champion or seed the
028500*    next round the same way BRACKSED seeded round 1.
028800     PERFORM 5100-COLLECT-ONE-WINNER THRU 5100-EXIT
028900             VARYING BA-ENTRY-IDX FROM 1 BY 1
029000             UNTIL BA-ENTRY-IDX > BA-ENTRY-COUNT
029010     IF BA-WINNER-COUNT = ZERO
029020         MOVE SPACES TO BA-STATUS-TEXT
029030         MOVE 'tournament over -- no winners, all forfeited'
029040             TO BA-STATUS-TEXT
029050         WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE
029060         GO TO 5000-EXIT
029070     END-IF
029100     IF BA-WINNER-COUNT = 1
029200         MOVE BA-ROUND-WINNER(1) TO BA-CHAMPION
029300         MOVE SPACES TO BA-STATUS-TEXT
029700         GO TO 5000-EXIT
029800     END-IF
029900     COMPUTE BA-NEXT-ROUND = BA-CURR-ROUND + 1
029950     PERFORM 5050-SET-NEXT-DEADLINE THRU 5050-EXIT
030000     MOVE ZERO TO BA-MATCH-NO
030100     MOVE 1 TO BA-WINNER-IDX
030200     PERFORM 5200-SEED-ONE-MATCH THRU 5200-EXIT
030900 5000-EXIT.
031000     EXIT.

031002*    The next round's deadline: this run's clock plus the length
031004*    the current round was given, carried over midnight.  A
031006*    bracket from before deadlines existed stays without one.
031008 5050-SET-NEXT-DEADLINE.
031010     MOVE ZERO TO BA-NEXT-DEADLINE
031012     MOVE ZERO TO BA-NEXT-DEADLINE-TIME
031014     IF BA-ROUND-MINUTES = ZERO
031016         GO TO 5050-EXIT
031018     END-IF
031020     MOVE BA-RUN-TIME TO BA-CLOCK-TIME
031022     COMPUTE BA-DAY-MINUTES = BA-CLOCK-HH * 60 + BA-CLOCK-MM
031024                            + BA-ROUND-MINUTES
031026     DIVIDE BA-DAY-MINUTES BY 1440 GIVING BA-WORK-DAYS
031028         REMAINDER BA-DAY-MINUTES
031030     DIVIDE BA-DAY-MINUTES BY 60 GIVING BA-CLOCK-HH
031032         REMAINDER BA-CLOCK-MM
031034     MOVE BA-CLOCK-TIME TO BA-NEXT-DEADLINE-TIME
031036     COMPUTE BA-NEXT-DEADLINE = FUNCTION DATE-OF-INTEGER
031038         (FUNCTION INTEGER-OF-DATE(BA-CLOCK-DATE) + BA-WORK-DAYS).
031040 5050-EXIT.
031042     EXIT.

031100 5100-COLLECT-ONE-WINNER.
031200     IF BA-EVENT(BA-ENTRY-IDX) = BA-EVENT-ID AND
031300        BA-ROUND(BA-ENTRY-IDX) = BA-CURR-ROUND AND
033450     MOVE BA-RUN-TIME TO BA-CREATE-TIME(BA-ENTRY-COUNT)
033500     MOVE ZERO TO BA-A-WINS(BA-ENTRY-COUNT)
033600     MOVE ZERO TO BA-B-WINS(BA-ENTRY-COUNT)
033610     MOVE ZERO TO BA-TIE-GAMES(BA-ENTRY-COUNT)
033620     MOVE SPACE TO BA-FORMAT(BA-ENTRY-COUNT)
033630     MOVE ZERO TO BA-SWISS-ROUNDS(BA-ENTRY-COUNT)
033680     PERFORM 5250-STAMP-DEADLINE THRU 5250-EXIT
033700     IF BA-WINNER-IDX < BA-WINNER-COUNT
033800         ADD 1 TO BA-WINNER-IDX
033900         MOVE BA-ROUND-WINNER(BA-WINNER-IDX)
034900 5200-EXIT.
035000     EXIT.

035010 5250-STAMP-DEADLINE.
035020     MOVE BA-ROUND-MINUTES TO BA-MINUTES(BA-ENTRY-COUNT)
035030     MOVE BA-NEXT-DEADLINE TO BA-DEADLINE(BA-ENTRY-COUNT)
035040     MOVE BA-NEXT-DEADLINE-TIME
035050         TO BA-DEADLINE-TIME(BA-ENTRY-COUNT)
035060     MOVE 'N' TO BA-A-SHOWED(BA-ENTRY-COUNT)
035070     MOVE 'N' TO BA-B-SHOWED(BA-ENTRY-COUNT).
035080 5250-EXIT.
035090     EXIT.

035100 5500-REPORT-OPEN-ROUND.
035200     MOVE SPACES TO BA-STATUS-TEXT
035300     STRING 'round ' BA-CURR-ROUND
037600     MOVE BA-STATUS(BA-ENTRY-IDX) TO BK-STATUS
037700     MOVE BA-CREATE(BA-ENTRY-IDX) TO BK-CREATE-DATE
037710     MOVE BA-CREATE-TIME(BA-ENTRY-IDX) TO BK-CREATE-TIME
037720     MOVE BA-FORMAT(BA-ENTRY-IDX) TO BK-FORMAT
037730     MOVE BA-SWISS-ROUNDS(BA-ENTRY-IDX) TO BK-SWISS-ROUNDS
037750     MOVE BA-MINUTES(BA-ENTRY-IDX) TO BK-ROUND-MINUTES
037770     MOVE BA-DEADLINE(BA-ENTRY-IDX) TO BK-DEADLINE-DATE
037790     MOVE BA-DEADLINE-TIME(BA-ENTRY-IDX) TO BK-DEADLINE-TIME
037800     WRITE BRACKET-RECORD.
037900 6100-EXIT.
038000     EXIT.
038400     STRING 'Matches decided this run: ' BA-DECIDED-COUNT
038500         DELIMITED BY SIZE INTO BA-STATUS-TEXT
038600     WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE
038610     MOVE SPACES TO BA-STATUS-TEXT
038620     STRING 'of which walkovers: ' BA-WALKOVER-COUNT
038630            '   double forfeits: ' BA-FORFEIT-COUNT
038640         DELIMITED BY SIZE INTO BA-STATUS-TEXT
038650     WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE
038700     CLOSE ADVANCE-REPORT-FILE.
038800 7000-EXIT.
038900     EXIT.

038910*    ----------------------------------------------------------
038920*    Swiss round done.  The decisions are already on file, so
038930*    SWISSTND's standings count them.  Either the scheduled
038940*    rounds are played and the final standings close the
038950*    report, or the next round is paired off the standings:
038960*    the bye first (odd field), then each unplaced player from
038970*    the top down against the nearest unplaced player below
038980*    whom they have not met.
038990*    ----------------------------------------------------------
039000 8000-ADVANCE-SWISS.
039010     MOVE BA-EVENT-ID TO ST-EVENT-ID
039020     CALL "SWISSTND" USING SWISS-STANDINGS
039030     IF BA-CURR-ROUND >= BA-ROUNDS-SCHEDULED
039040         PERFORM 8500-REPORT-FINAL THRU 8500-EXIT
039050         GO TO 8000-EXIT
039060     END-IF
039070     COMPUTE BA-NEXT-ROUND = BA-CURR-ROUND + 1
039075     PERFORM 5050-SET-NEXT-DEADLINE THRU 5050-EXIT
039080     MOVE ZERO TO BA-MATCH-NO
039090     MOVE ZERO TO BA-REMATCH-COUNT
039100     PERFORM 8050-CLEAR-ONE-PAIRED THRU 8050-EXIT
039110             VARYING BA-PAIR-I FROM 1 BY 1
039120             UNTIL BA-PAIR-I > ST-PLAYER-COUNT
039130     DIVIDE ST-PLAYER-COUNT BY 2 GIVING BA-HALF-FIELD
039140         REMAINDER BA-ODD-PLAYER
039150     IF BA-ODD-PLAYER > ZERO
039160         PERFORM 8100-PLACE-BYE THRU 8100-EXIT
039170     END-IF
039180     PERFORM 8200-PAIR-ONE-PLAYER THRU 8200-EXIT
039190             VARYING BA-PAIR-I FROM 1 BY 1
039200             UNTIL BA-PAIR-I > ST-PLAYER-COUNT
039210     MOVE SPACES TO BA-STATUS-TEXT
039220     STRING 'Swiss round ' BA-NEXT-ROUND ' of '
039230            BA-ROUNDS-SCHEDULED ' paired with ' BA-MATCH-NO
039240            ' match(es), ' BA-REMATCH-COUNT ' rematch(es)'
039250         DELIMITED BY SIZE INTO BA-STATUS-TEXT
039260     WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE.
039270 8000-EXIT.
039280     EXIT.

039290 8050-CLEAR-ONE-PAIRED.
039300     MOVE 'N' TO BA-PAIRED(BA-PAIR-I).
039310 8050-EXIT.
039320     EXIT.

039330*    The lowest-placed player without a bye yet; when everyone
039340*    has had one, the lowest-placed player regardless.
039350 8100-PLACE-BYE.
039360     MOVE ZERO TO BA-BYE-IDX
039370     PERFORM 8110-CHECK-ONE-BYE THRU 8110-EXIT
039380             VARYING BA-PAIR-I FROM ST-PLAYER-COUNT BY -1
039390             UNTIL BA-PAIR-I < 1 OR BA-BYE-IDX > ZERO
039400     IF BA-BYE-IDX = ZERO
039410         MOVE ST-PLAYER-COUNT TO BA-BYE-IDX
039420     END-IF
039430     MOVE 'Y' TO BA-PAIRED(BA-BYE-IDX)
039440     MOVE ST-PLAYER-ID(BA-BYE-IDX) TO BA-SEED-A
039450     MOVE SPACES TO BA-SEED-B
039460     PERFORM 8300-ADD-SWISS-MATCH THRU 8300-EXIT.
039470 8100-EXIT.
039480     EXIT.

039490 8110-CHECK-ONE-BYE.
039500     IF ST-BYES(BA-PAIR-I) = ZERO
039510         MOVE BA-PAIR-I TO BA-BYE-IDX
039520     END-IF.
039530 8110-EXIT.
039540     EXIT.

039550 8200-PAIR-ONE-PLAYER.
039560     IF BA-PAIRED(BA-PAIR-I) = 'Y'
039570         GO TO 8200-EXIT
039580     END-IF
039590     MOVE 'N' TO BA-FOUND-SWITCH
039600     MOVE ZERO TO BA-OPP-IDX
039610     PERFORM 8210-TRY-ONE-OPPONENT THRU 8210-EXIT
039620             VARYING BA-PAIR-J FROM BA-PAIR-I BY 1
039630             UNTIL BA-PAIR-J > ST-PLAYER-COUNT
039640                OR BA-OPPONENT-FOUND
039650     IF NOT BA-OPPONENT-FOUND
039660         IF BA-OPP-IDX = ZERO
039670             GO TO 8200-EXIT
039680         END-IF
039690         ADD 1 TO BA-REMATCH-COUNT
039700     ELSE
039710         SUBTRACT 1 FROM BA-PAIR-J GIVING BA-OPP-IDX
039720     END-IF
039730     MOVE 'Y' TO BA-PAIRED(BA-PAIR-I)
039740     MOVE 'Y' TO BA-PAIRED(BA-OPP-IDX)
039750     MOVE ST-PLAYER-ID(BA-PAIR-I) TO BA-SEED-A
039760     MOVE ST-PLAYER-ID(BA-OPP-IDX) TO BA-SEED-B
039770     PERFORM 8300-ADD-SWISS-MATCH THRU 8300-EXIT.
039780 8200-EXIT.
039790     EXIT.

039800*    BA-OPP-IDX remembers the first unplaced player below as
039810*    the rematch of last resort; a first-time opponent ends the
039820*    search.
039830 8210-TRY-ONE-OPPONENT.
039840     IF BA-PAIR-J = BA-PAIR-I OR BA-PAIRED(BA-PAIR-J) = 'Y'
039850         GO TO 8210-EXIT
039860     END-IF
039870     IF BA-OPP-IDX = ZERO
039880         MOVE BA-PAIR-J TO BA-OPP-IDX
039890     END-IF
039900     MOVE 'N' TO BA-MET-SWITCH
039910     PERFORM 8220-CHECK-ONE-MEETING THRU 8220-EXIT
039920             VARYING BA-ENTRY-IDX FROM 1 BY 1
039930             UNTIL BA-ENTRY-IDX > BA-ENTRY-COUNT
039940                OR BA-ALREADY-MET
039950     IF NOT BA-ALREADY-MET
039960         MOVE 'Y' TO BA-FOUND-SWITCH
039970     END-IF.
039980 8210-EXIT.
039990     EXIT.

040000 8220-CHECK-ONE-MEETING.
040010     IF BA-EVENT(BA-ENTRY-IDX) = BA-EVENT-ID AND
040020        ((BA-A(BA-ENTRY-IDX) = ST-PLAYER-ID(BA-PAIR-I) AND
040030          BA-B(BA-ENTRY-IDX) = ST-PLAYER-ID(BA-PAIR-J)) OR
040040         (BA-A(BA-ENTRY-IDX) = ST-PLAYER-ID(BA-PAIR-J) AND
040050          BA-B(BA-ENTRY-IDX) = ST-PLAYER-ID(BA-PAIR-I)))
040060         MOVE 'Y' TO BA-MET-SWITCH
040070     END-IF.
040080 8220-EXIT.
040090     EXIT.

040100 8300-ADD-SWISS-MATCH.
040110     IF BA-ENTRY-COUNT >= 256
040120         GO TO 8300-EXIT
040130     END-IF
040140     ADD 1 TO BA-ENTRY-COUNT
040150     ADD 1 TO BA-MATCH-NO
040160     MOVE BA-EVENT-ID TO BA-EVENT(BA-ENTRY-COUNT)
040170     MOVE BA-NEXT-ROUND TO BA-ROUND(BA-ENTRY-COUNT)
040180     MOVE BA-MATCH-NO TO BA-MATCH(BA-ENTRY-COUNT)
040190     MOVE BA-SEED-A TO BA-A(BA-ENTRY-COUNT)
040200     MOVE BA-SEED-B TO BA-B(BA-ENTRY-COUNT)
040210     MOVE BA-RUN-DATE TO BA-CREATE(BA-ENTRY-COUNT)
040220     MOVE BA-RUN-TIME TO BA-CREATE-TIME(BA-ENTRY-COUNT)
040230     MOVE ZERO TO BA-A-WINS(BA-ENTRY-COUNT)
040240     MOVE ZERO TO BA-B-WINS(BA-ENTRY-COUNT)
040250     MOVE ZERO TO BA-TIE-GAMES(BA-ENTRY-COUNT)
040260     MOVE 'S' TO BA-FORMAT(BA-ENTRY-COUNT)
040270     MOVE BA-ROUNDS-SCHEDULED TO BA-SWISS-ROUNDS(BA-ENTRY-COUNT)
040275     PERFORM 5250-STAMP-DEADLINE THRU 5250-EXIT
040280     IF BA-SEED-B = SPACES
040290         MOVE BA-SEED-A TO BA-WINNER(BA-ENTRY-COUNT)
040300         MOVE 'B' TO BA-STATUS(BA-ENTRY-COUNT)
040310     ELSE
040320         MOVE SPACES TO BA-WINNER(BA-ENTRY-COUNT)
040330         MOVE 'P' TO BA-STATUS(BA-ENTRY-COUNT)
040340     END-IF.
040350 8300-EXIT.
040360     EXIT.

040370 8500-REPORT-FINAL.
040380     MOVE SPACES TO BA-STATUS-TEXT
040390     STRING 'Swiss event over after ' BA-CURR-ROUND
040400            ' round(s) -- winner is ' ST-PLAYER-ID(1)
040410         DELIMITED BY SIZE INTO BA-STATUS-TEXT
040420     WRITE ADVANCE-REPORT-LINE FROM BA-STATUS-LINE
040430     WRITE ADVANCE-REPORT-LINE FROM BA-BLANK-LINE
040440     WRITE ADVANCE-REPORT-LINE FROM BA-STANDING-HEADING
040450     PERFORM 8510-REPORT-ONE-STANDING THRU 8510-EXIT
040460             VARYING BA-PAIR-I FROM 1 BY 1
040470             UNTIL BA-PAIR-I > ST-PLAYER-COUNT.
040480 8500-EXIT.
040490     EXIT.

040500 8510-REPORT-ONE-STANDING.
040510     MOVE BA-PAIR-I TO BA-STL-RANK
040520     MOVE ST-PLAYER-ID(BA-PAIR-I) TO BA-STL-PLAYER
040530     MOVE ST-SCORE(BA-PAIR-I) TO BA-STL-SCORE
040540     MOVE ST-TIEBREAK(BA-PAIR-I) TO BA-STL-TIEBREAK
040550     WRITE ADVANCE-REPORT-LINE FROM BA-STANDING-LINE.
040560 8510-EXIT.
040570     EXIT.

040600 9999-EXIT.
040700     STOP RUN.
