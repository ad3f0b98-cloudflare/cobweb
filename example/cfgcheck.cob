002600*            MAINTFLG    flag byte strictly Y or N, and the
002601*                        level byte blank, F or R
002610*            PTSRATES    record present with a nonzero rate
002615*                        and daily gift limits numeric
002620*            RETSCHED    file ids known to RETENMGR, nonzero
002630*                        keep-days, archive flag Y or N
002640*            PENDCFG     every scheduled change not yet live
002650*                        passes CFGVALID, the same check
002660*                        CFGACTV makes when it comes due
002670*            CTRYELIG    country codes two capital letters and
002680*                        listed once, flags strictly Y or N,
002690*                        no points where play is blocked
002691*            EXPDEF      each arm's window and 1-100 share,
002692*                        an experiment's shares within 100,
002693*                        a known lever with something to apply
002694*                        and, on a lever arm, a second
002695*                        operator's sign-off
002696*            TRAFCFG     percentages in range, the critical
002697*                        drop deeper than the warning drop
002700*
002800*  Invoke as:  cfgcheck
002900*  Exits with RETURN-CODE 0 when every file checks clean, 1
003450*  mistyped level would take the read paths down with the
003460*  writes, which is the exact outage read-only mode exists
003470*  to avoid.
003471*  2026-10-15  jm  Check the scheduled changes on PENDCFG that
003472*  are still to go live, so a bad one is caught at the deploy
003473*  gate rather than rejected by CFGACTV on the night.
003474*  2026-10-15  jm  Check the COUNTRY-ELIGIBILITY table
003475*  WORKER and PTSCON enforce -- a dead repeat row or a flag
003476*  that is neither Y nor N would quietly let a blocked
003477*  country through.
003478*  2026-10-15  jm  Check the EXPERIMENT-DEFINITION arms WORKER
003479*  splits players across -- a share run past 100 or an arm
003480*  with nothing to apply would quietly spoil the comparison.
003481*  2026-10-15  jm  Check the TRAFFIC-WATCH-CONFIG thresholds
003482*  TRAFWTCH pages on -- a critical drop shallower than the
003483*  warning drop would page CRIT for every dip.
003484*  2026-10-15  jm  PTSRATES daily gift limits must
003485*  be numeric when present.
003486*  2026-10-15  jm  An experiment arm that moves a lever must
003487*  carry a second operator's sign-off (XM-CHECKER).
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005040     SELECT RETENTION-SCHEDULE-FILE ASSIGN TO "RETSCHED"
005050         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS CC-RETSCHED-FILE-STATUS.
005062     SELECT OPTIONAL PENDING-CONFIG-FILE ASSIGN TO "PENDCFG"
005064         ORGANIZATION IS INDEXED
005066         ACCESS MODE IS SEQUENTIAL
005068         RECORD KEY IS CQ-CHANGE-ID
005070         FILE STATUS IS CC-PENDING-FILE-STATUS.
005072     SELECT COUNTRY-ELIGIBILITY-FILE ASSIGN TO "CTRYELIG"
005074         ORGANIZATION IS LINE SEQUENTIAL
005076         FILE STATUS IS CC-CTRYELIG-FILE-STATUS.
005078     SELECT EXPERIMENT-DEFINITION-FILE ASSIGN TO "EXPDEF"
005080         ORGANIZATION IS LINE SEQUENTIAL
005082         FILE STATUS IS CC-EXPDEF-FILE-STATUS.
005084     SELECT TRAFFIC-WATCH-CONFIG-FILE ASSIGN TO "TRAFCFG"
005086         ORGANIZATION IS LINE SEQUENTIAL
005088         FILE STATUS IS CC-TRAFCFG-FILE-STATUS.
005100     SELECT CHECK-REPORT-FILE ASSIGN TO "CFGCHECK.TXT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS CC-REPORT-FILE-STATUS.
006330 FD  RETENTION-SCHEDULE-FILE.
006340 COPY "retsched.cpy".

006346 FD  PENDING-CONFIG-FILE.
006352 COPY "pendcfg.cpy".

006358 FD  COUNTRY-ELIGIBILITY-FILE.
006364 COPY "ctryelig.cpy".

006370 FD  EXPERIMENT-DEFINITION-FILE.
006376 COPY "expdef.cpy".

006382 FD  TRAFFIC-WATCH-CONFIG-FILE.
006388 COPY "trafcfg.cpy".

006400 FD  CHECK-REPORT-FILE.
006500 01  CHECK-REPORT-LINE           PIC X(80).

007450     77 CC-RETSCHED-EOF-SWITCH  PIC X(01) VALUE 'N'.
007460        88 CC-RETSCHED-AT-EOF              VALUE 'Y'.
007470     77 CC-RETSCHED-ROW         PIC 9(05) COMP VALUE ZERO.
007471     77 CC-PENDING-FILE-STATUS  PIC X(02) VALUE '00'.
007472        88 CC-PENDING-FILE-OK              VALUES '00' '05'.
007473     77 CC-PENDING-EOF-SWITCH   PIC X(01) VALUE 'N'.
007474        88 CC-PENDING-AT-EOF               VALUE 'Y'.
007475     77 CC-VERDICT              PIC X(01) VALUE 'Y'.
007476     77 CC-REASON               PIC X(40) VALUE SPACES.
007477     77 CC-CTRYELIG-FILE-STATUS PIC X(02) VALUE '00'.
007478        88 CC-CTRYELIG-FILE-OK             VALUE '00'.
007479     77 CC-CTRYELIG-EOF-SWITCH  PIC X(01) VALUE 'N'.
007480        88 CC-CTRYELIG-AT-EOF              VALUE 'Y'.
007481     77 CC-CTRYELIG-ROW         PIC 9(05) COMP VALUE ZERO.
007482     77 CC-COUNTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
007483     77 CC-COUNTRY-IDX          PIC 9(05) COMP VALUE ZERO.
007484     77 CC-DUPLICATE-SWITCH     PIC X(01) VALUE 'N'.
007485        88 CC-DUPLICATE-COUNTRY            VALUE 'Y'.
007486     77 CC-EXPDEF-FILE-STATUS   PIC X(02) VALUE '00'.
007487        88 CC-EXPDEF-FILE-OK               VALUE '00'.
007488     77 CC-EXPDEF-EOF-SWITCH    PIC X(01) VALUE 'N'.
007489        88 CC-EXPDEF-AT-EOF                VALUE 'Y'.
007490     77 CC-EXPDEF-ROW           PIC 9(05) COMP VALUE ZERO.
007491     77 CC-EXPERIMENT-ID        PIC X(08) VALUE SPACES.
007492     77 CC-SPLIT-TOTAL          PIC 9(05) COMP VALUE ZERO.
007493     77 CC-TRAFCFG-FILE-STATUS  PIC X(02) VALUE '00'.
007494        88 CC-TRAFCFG-FILE-OK              VALUE '00'.
007495     77 CC-DROP-PCT             PIC 9(03) VALUE ZERO.
007496     77 CC-CRIT-DROP-PCT        PIC 9(03) VALUE ZERO.
007500     77 CC-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.

007600     77 CC-MSGCFG-EOF-SWITCH     PIC X(01) VALUE 'N'.
009200        05 CC-STATUS-TEXT        PIC X(78).
009300     01 CC-ROW-DISPLAY           PIC ZZZZ9.
009400     01 CC-WEIGHT-DISPLAY        PIC ZZZZ9.
009420     01 CC-COUNTRY-TABLE.
009440        05 CC-COUNTRY-SEEN OCCURS 300 TIMES PIC X(02).

009500 PROCEDURE DIVISION.

010000     PERFORM 4000-CHECK-RATE-LIMIT THRU 4000-EXIT
010100     PERFORM 5000-CHECK-MAINT-FLAG THRU 5000-EXIT
010150     PERFORM 5500-CHECK-POINT-RATES THRU 5500-EXIT
010155     PERFORM 4200-CHECK-GIFT-LIMITS THRU 4200-EXIT
010160     PERFORM 5700-CHECK-RETENTION THRU 5700-EXIT
010168     PERFORM 3500-CHECK-PENDING THRU 3500-EXIT
010176     PERFORM 6100-CHECK-ELIGIBILITY THRU 6100-EXIT
010184     PERFORM 3800-CHECK-EXPERIMENTS THRU 3800-EXIT
010192     PERFORM 7500-CHECK-TRAFFIC-WATCH THRU 7500-EXIT
010200     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
010300     IF CC-EXCEPTION-COUNT > ZERO
010400         MOVE 1 TO RETURN-CODE
021700 3100-EXIT.
021800     EXIT.

021801*    A scheduled change goes live with nobody watching, so it
021802*    is held to the same contract as the live file it is for.
021803*    Only changes still waiting are checked -- what is live
021804*    already is checked as the live file.
021805 3500-CHECK-PENDING.
021806     OPEN INPUT PENDING-CONFIG-FILE
021807     IF NOT CC-PENDING-FILE-OK
021808         GO TO 3500-EXIT
021809     END-IF
021810     PERFORM 3510-CHECK-ONE-CHANGE THRU 3510-EXIT
021811             UNTIL CC-PENDING-AT-EOF
021812     CLOSE PENDING-CONFIG-FILE.
021813 3500-EXIT.
021814     EXIT.

021815 3510-CHECK-ONE-CHANGE.
021816     READ PENDING-CONFIG-FILE NEXT RECORD
021817         AT END
021818             MOVE 'Y' TO CC-PENDING-EOF-SWITCH
021819             GO TO 3510-EXIT
021820     END-READ
021821     IF NOT CQ-CHANGE-PENDING
021822         GO TO 3510-EXIT
021823     END-IF
021824     CALL "CFGVALID" USING PENDING-CONFIG-RECORD
021825                           CC-VERDICT
021826                           CC-REASON
021827     IF CC-VERDICT NOT = 'Y'
021828         MOVE 'PENDCFG' TO CC-EXC-FILE
021829         MOVE SPACES TO CC-EXC-TEXT
021830         STRING 'change ' CQ-CHANGE-ID ' ' DELIMITED BY SIZE
021831                CQ-FILE-ID DELIMITED BY SPACE
021832                ': ' CC-REASON DELIMITED BY SIZE
021833             INTO CC-EXC-TEXT
021834         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
021835     END-IF.
021836 3510-EXIT.
021837     EXIT.

021838*    WORKER takes the arms' shares in file order and stops at
021839*    100, so a share that runs past it silently starves the
021840*    arms after it; an arm whose lever has nothing to apply
021841*    runs as a second control and the comparison means
021842*    nothing.
021843 3800-CHECK-EXPERIMENTS.
021844     OPEN INPUT EXPERIMENT-DEFINITION-FILE
021845     IF NOT CC-EXPDEF-FILE-OK
021846         GO TO 3800-EXIT
021847     END-IF
021848     PERFORM 3810-CHECK-ONE-ARM THRU 3810-EXIT
021849             UNTIL CC-EXPDEF-AT-EOF
021850     CLOSE EXPERIMENT-DEFINITION-FILE.
021851 3800-EXIT.
021852     EXIT.

021853 3810-CHECK-ONE-ARM.
021854     READ EXPERIMENT-DEFINITION-FILE
021855         AT END
021856             MOVE 'Y' TO CC-EXPDEF-EOF-SWITCH
021857             GO TO 3810-EXIT
021858     END-READ
021859     ADD 1 TO CC-EXPDEF-ROW
021860     MOVE CC-EXPDEF-ROW TO CC-ROW-DISPLAY
021861     MOVE 'EXPDEF' TO CC-EXC-FILE
021862     IF XM-EXPERIMENT-ID NOT = CC-EXPERIMENT-ID
021863         MOVE XM-EXPERIMENT-ID TO CC-EXPERIMENT-ID
021864         MOVE ZERO TO CC-SPLIT-TOTAL
021865     END-IF
021866     IF XM-START-DATE NOT NUMERIC OR XM-END-DATE NOT NUMERIC
021867        OR XM-END-DATE < XM-START-DATE
021868         MOVE SPACES TO CC-EXC-TEXT
021869         STRING 'row ' CC-ROW-DISPLAY
021870                ' date window missing or ends before it starts'
021871             DELIMITED BY SIZE INTO CC-EXC-TEXT
021872         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
021873     END-IF
021874     IF XM-SPLIT-PCT NOT NUMERIC OR XM-SPLIT-PCT = ZERO OR
021875        XM-SPLIT-PCT > 100
021876         MOVE SPACES TO CC-EXC-TEXT
021877         STRING 'row ' CC-ROW-DISPLAY
021878                ' share must be 1 to 100 percent'
021879             DELIMITED BY SIZE INTO CC-EXC-TEXT
021880         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
021881     ELSE
021882         ADD XM-SPLIT-PCT TO CC-SPLIT-TOTAL
021883         IF CC-SPLIT-TOTAL > 100
021884             MOVE SPACES TO CC-EXC-TEXT
021885             STRING 'row ' CC-ROW-DISPLAY
021886                    ' takes experiment ' XM-EXPERIMENT-ID
021887                    ' past 100 percent'
021888                 DELIMITED BY SIZE INTO CC-EXC-TEXT
021889             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
021890         END-IF
021891     END-IF
021892     PERFORM 4100-CHECK-ARM-LEVER THRU 4100-EXIT.
021893 3810-EXIT.
021894     EXIT.

021900*    A zero or empty threshold record leaves WORKER on its
022000*    built-in default, which is survivable -- but it means the
022100*    retune the operator thought they made never took.
024300 4000-EXIT.
024400     EXIT.

024401*    A lever arm is a change to the game and takes a second
024402*    operator's sign-off before WORKER will run it.
024403 4100-CHECK-ARM-LEVER.
024404     EVALUATE TRUE
024405         WHEN XM-LEVER-CONTROL
024406             CONTINUE
024407         WHEN XM-LEVER-ODDS
024408             COMPUTE CC-TOTAL-WEIGHT = XM-WEIGHT-ROCK
024409                 + XM-WEIGHT-SCISSORS + XM-WEIGHT-PAPER
024410                 + XM-WEIGHT-LIZARD + XM-WEIGHT-SPOCK
024411             IF CC-TOTAL-WEIGHT NOT = 100
024412                 MOVE CC-TOTAL-WEIGHT TO CC-WEIGHT-DISPLAY
024413                 MOVE SPACES TO CC-EXC-TEXT
024414                 STRING 'row ' CC-ROW-DISPLAY
024415                        ' odds weights sum to ' CC-WEIGHT-DISPLAY
024416                        ' -- must be 100'
024417                     DELIMITED BY SIZE INTO CC-EXC-TEXT
024418                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024419             END-IF
024420         WHEN XM-LEVER-OPPONENT
024421             IF XM-OPPONENT-ID = SPACES
024422                 MOVE SPACES TO CC-EXC-TEXT
024423                 STRING 'row ' CC-ROW-DISPLAY
024424                        ' opponent arm names no opponent'
024425                     DELIMITED BY SIZE INTO CC-EXC-TEXT
024426                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024427             END-IF
024428         WHEN XM-LEVER-RATES
024429             IF XM-WIN-POINTS = ZERO AND
024430                XM-STREAK-POINTS = ZERO AND
024431                XM-EVENT-POINTS = ZERO
024432                 MOVE SPACES TO CC-EXC-TEXT
024433                 STRING 'row ' CC-ROW-DISPLAY
024434                        ' rates arm sets no earn rate'
024435                     DELIMITED BY SIZE INTO CC-EXC-TEXT
024436                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024437             END-IF
024438         WHEN OTHER
024439             MOVE SPACES TO CC-EXC-TEXT
024440             STRING 'row ' CC-ROW-DISPLAY
024441                    ' lever must be C, O, P or R'
024442                 DELIMITED BY SIZE INTO CC-EXC-TEXT
024443             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024444     END-EVALUATE
024445     IF NOT XM-LEVER-CONTROL AND
024446        (XM-CHECKER = SPACES OR XM-CHECKER = XM-MAKER)
024447         MOVE SPACES TO CC-EXC-TEXT
024448         STRING 'row ' CC-ROW-DISPLAY
024449                ' lever arm not signed off by a second operator'
024450             DELIMITED BY SIZE INTO CC-EXC-TEXT
024451         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024452     END-IF.
024453 4100-EXIT.
024454     EXIT.

024455*    A gift limit PTSGIFT can't read as a number falls back
024456*    to its built-in limit without a word -- the same quiet
024457*    fallback as the rates themselves.
024458 4200-CHECK-GIFT-LIMITS.
024459     OPEN INPUT POINT-RATES-FILE
024460     IF NOT CC-PTSRATES-FILE-OK
024461         GO TO 4200-EXIT
024462     END-IF
024463     READ POINT-RATES-FILE
024464         AT END
024465             CLOSE POINT-RATES-FILE
024466             GO TO 4200-EXIT
024467     END-READ
024468     CLOSE POINT-RATES-FILE
024469     IF (PR-GIFT-DAY-POINTS NOT NUMERIC AND
024470         PR-GIFT-DAY-POINTS NOT = SPACES) OR
024471        (PR-GIFT-DAY-COUNT NOT NUMERIC AND
024472         PR-GIFT-DAY-COUNT NOT = SPACES)
024473         MOVE 'PTSRATES' TO CC-EXC-FILE
024474         MOVE 'daily gift limits not numeric'
024475             TO CC-EXC-TEXT
024476         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024477     END-IF.
024478 4200-EXIT.
024479     EXIT.

024500*    The flag byte is checked strictly: WORKER only honors 'Y',
024600*    so a lowercase y -- or the 'YES' someone typed once --
024700*    leaves the game up mid-deploy while ops believes it's down.
028100 6000-EXIT.
028200     EXIT.

028201*    WORKER and PTSCON take the first row for a country and
028202*    block only on an explicit N, so a second row is dead and
028203*    a flag that is neither Y nor N silently allows -- both
028204*    of which legal would rather hear about here.
028205 6100-CHECK-ELIGIBILITY.
028206     OPEN INPUT COUNTRY-ELIGIBILITY-FILE
028207     IF NOT CC-CTRYELIG-FILE-OK
028208         GO TO 6100-EXIT
028209     END-IF
028210     PERFORM 6110-CHECK-ONE-COUNTRY THRU 6110-EXIT
028211             UNTIL CC-CTRYELIG-AT-EOF
028212     CLOSE COUNTRY-ELIGIBILITY-FILE.
028213 6100-EXIT.
028214     EXIT.

028215 6110-CHECK-ONE-COUNTRY.
028216     READ COUNTRY-ELIGIBILITY-FILE
028217         AT END
028218             MOVE 'Y' TO CC-CTRYELIG-EOF-SWITCH
028219             GO TO 6110-EXIT
028220     END-READ
028221     ADD 1 TO CC-CTRYELIG-ROW
028222     MOVE CC-CTRYELIG-ROW TO CC-ROW-DISPLAY
028223     MOVE 'CTRYELIG' TO CC-EXC-FILE
028224     IF CE-COUNTRY (1:1) NOT ALPHABETIC-UPPER OR
028225        CE-COUNTRY (2:1) NOT ALPHABETIC-UPPER OR
028226        CE-COUNTRY (1:1) = SPACE OR
028227        CE-COUNTRY (2:1) = SPACE
028228         MOVE SPACES TO CC-EXC-TEXT
028229         STRING 'row ' CC-ROW-DISPLAY
028230                ' country "' CE-COUNTRY
028231                '" is not two capital letters'
028232             DELIMITED BY SIZE INTO CC-EXC-TEXT
028233         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028234     END-IF
028235     MOVE 'N' TO CC-DUPLICATE-SWITCH
028236     PERFORM 6120-MATCH-ONE-COUNTRY THRU 6120-EXIT
028237             VARYING CC-COUNTRY-IDX FROM 1 BY 1
028238             UNTIL CC-COUNTRY-IDX > CC-COUNTRY-COUNT
028239                OR CC-DUPLICATE-COUNTRY
028240     IF CC-DUPLICATE-COUNTRY
028241         MOVE SPACES TO CC-EXC-TEXT
028242         STRING 'row ' CC-ROW-DISPLAY
028243                ' repeats country ' CE-COUNTRY
028244                ' -- only the first row is used'
028245             DELIMITED BY SIZE INTO CC-EXC-TEXT
028246         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028247     ELSE
028248         IF CC-COUNTRY-COUNT < 300
028249             ADD 1 TO CC-COUNTRY-COUNT
028250             MOVE CE-COUNTRY TO CC-COUNTRY-SEEN(CC-COUNTRY-COUNT)
028251         END-IF
028252     END-IF
028253     IF (CE-PLAY-ALLOWED NOT = 'Y' AND
028254         CE-PLAY-ALLOWED NOT = 'N') OR
028255        (CE-POINTS-ALLOWED NOT = 'Y' AND
028256         CE-POINTS-ALLOWED NOT = 'N') OR
028257        (CE-REDEEM-ALLOWED NOT = 'Y' AND
028258         CE-REDEEM-ALLOWED NOT = 'N')
028259         MOVE SPACES TO CC-EXC-TEXT
028260         STRING 'row ' CC-ROW-DISPLAY
028261                ' play/points/redeem flags must each be Y or N'
028262             DELIMITED BY SIZE INTO CC-EXC-TEXT
028263         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028264     END-IF
028265     IF CE-PLAY-ALLOWED = 'N' AND CE-POINTS-ALLOWED = 'Y'
028266         MOVE SPACES TO CC-EXC-TEXT
028267         STRING 'row ' CC-ROW-DISPLAY
028268                ' blocks play but allows points for '
028269                CE-COUNTRY
028270             DELIMITED BY SIZE INTO CC-EXC-TEXT
028271         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028272     END-IF.
028273 6110-EXIT.
028274     EXIT.

028275 6120-MATCH-ONE-COUNTRY.
028276     IF CC-COUNTRY-SEEN(CC-COUNTRY-IDX) = CE-COUNTRY
028277         MOVE 'Y' TO CC-DUPLICATE-SWITCH
028278     END-IF.
028279 6120-EXIT.
028280     EXIT.

028300 7000-WRITE-EXCEPTION.
028400     ADD 1 TO CC-EXCEPTION-COUNT
028500     WRITE CHECK-REPORT-LINE FROM CC-EXCEPTION-LINE.
028600 7000-EXIT.
028700     EXIT.

028701*    TRAFWTCH takes a zero as "use the default", so zero is
028702*    fine anywhere; the two drops are held against each other
028703*    as TRAFWTCH will use them, defaults standing in.
028704 7500-CHECK-TRAFFIC-WATCH.
028705     OPEN INPUT TRAFFIC-WATCH-CONFIG-FILE
028706     IF NOT CC-TRAFCFG-FILE-OK
028707         GO TO 7500-EXIT
028708     END-IF
028709     READ TRAFFIC-WATCH-CONFIG-FILE
028710         AT END
028711             CLOSE TRAFFIC-WATCH-CONFIG-FILE
028712             GO TO 7500-EXIT
028713     END-READ
028714     CLOSE TRAFFIC-WATCH-CONFIG-FILE
028715     MOVE 'TRAFCFG' TO CC-EXC-FILE
028716     IF TC-DROP-PCT NOT NUMERIC OR TC-CRIT-DROP-PCT NOT NUMERIC
028717        OR TC-SPIKE-PCT NOT NUMERIC OR TC-MIN-HOURLY NOT NUMERIC
028718        OR TC-MIN-MINUTES NOT NUMERIC
028719         MOVE 'a threshold is not numeric' TO CC-EXC-TEXT
028720         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028721         GO TO 7500-EXIT
028722     END-IF
028723     IF TC-DROP-PCT > 99
028724         MOVE 'drop percentage must be under 100' TO CC-EXC-TEXT
028725         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028726     END-IF
028727     IF TC-CRIT-DROP-PCT > 100
028728         MOVE 'critical drop percentage exceeds 100'
028729             TO CC-EXC-TEXT
028730         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028731     END-IF
028732     IF TC-MIN-MINUTES > 59
028733         MOVE 'minimum minutes must be under 60' TO CC-EXC-TEXT
028734         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028735     END-IF
028736     MOVE 50 TO CC-DROP-PCT
028737     IF TC-DROP-PCT > ZERO
028738         MOVE TC-DROP-PCT TO CC-DROP-PCT
028739     END-IF
028740     MOVE 80 TO CC-CRIT-DROP-PCT
028741     IF TC-CRIT-DROP-PCT > ZERO
028742         MOVE TC-CRIT-DROP-PCT TO CC-CRIT-DROP-PCT
028743     END-IF
028744     IF CC-CRIT-DROP-PCT NOT > CC-DROP-PCT
028745         MOVE 'critical drop must be deeper than the warning drop'
028746             TO CC-EXC-TEXT
028747         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028748     END-IF.
028749 7500-EXIT.
028750     EXIT.

028800 9999-EXIT.
028900     STOP RUN.
