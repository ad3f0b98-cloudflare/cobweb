000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTSLIAB.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PTSLIAB
000900*
001000*  Month-end batch job, run by PERIODCL with the rest of the
001100*  close.  Finance's outstanding-points liability: every open
001200*  balance as it stood at the end of the period, aged by the
001300*  month the points were earned.  Spending comes off the oldest
001400*  earns first -- the same rule PTSEXPIR expires by -- so a
001500*  player's open balance is made of their newest earns, and the
001600*  report walks each player's earn months newest to oldest
001700*  until the balance is accounted for.  Whatever a balance
001800*  holds beyond its earns (positive adjustments, refunds of
001900*  points earned before the ledger existed) is shown on its
002000*  own line rather than pinned on a month.  Balances come off
002100*  POINTS-LEDGER, not POINTS-BALANCE, so the report can be run
002200*  for a past month; PTSVRFY proves the two agree.
002225*  The *POOL accounts EVENTREG holds entry fees in are not
002250*  players and are left out of the liability; what they hold
002275*  is shown beneath it on its own.
002300*
002400*  Invoke as:  ptsliab YYYYMM     (the month being closed)
002500*         or:  ptsliab            (the month before the
002600*                                  business date's month)
002700*  Exits with RETURN-CODE 0.
002800*
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-10-15  jm  Original program.
003133*  2026-10-15  jm  Event pool accounts (*POOL) left out of the
003166*                  player liability and shown on their own.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS LY-LEDGER-FILE-STATUS.
003900     SELECT LIABILITY-SORT-FILE ASSIGN TO "SRTLIAB".
004000     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS LY-BUSDATE-FILE-STATUS.
004300     SELECT LIABILITY-REPORT-FILE ASSIGN TO "PTSLIAB.TXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS LY-REPORT-FILE-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  POINTS-LEDGER-FILE.
004900 COPY "ptsledgr.cpy".

005000 SD  LIABILITY-SORT-FILE.
005100 01  LY-SORT-RECORD.
005200     05  LY-SORT-PLAYER          PIC X(20).
005300     05  LY-SORT-DATE            PIC 9(08).
005400     05  LY-SORT-DATE-PARTS REDEFINES LY-SORT-DATE.
005500         10  LY-SORT-YEAR        PIC 9(04).
005600         10  LY-SORT-MONTH       PIC 9(02).
005700         10  LY-SORT-DAY         PIC 9(02).
005800     05  LY-SORT-TYPE            PIC X(06).
005900     05  LY-SORT-POINTS          PIC S9(07).

006000 FD  BUSINESS-DATE-FILE.
006100 COPY "busdate.cpy".

006200 FD  LIABILITY-REPORT-FILE.
006300 01  LIABILITY-REPORT-LINE       PIC X(80).

006400 WORKING-STORAGE SECTION.
006500     77 LY-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
006600        88 LY-LEDGER-FILE-OK               VALUE '00'.
006700     77 LY-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
006800        88 LY-BUSDATE-FILE-OK              VALUE '00'.
006900     77 LY-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
007000     77 LY-LEDGER-EOF-SWITCH     PIC X(01) VALUE 'N'.
007100        88 LY-LEDGER-AT-EOF                VALUE 'Y'.
007200     77 LY-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
007300        88 LY-SORT-AT-EOF                  VALUE 'Y'.

007400     01 LY-COMMAND-LINE          PIC X(20) VALUE SPACES.
007500     01 LY-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007600     01 LY-PERIOD                PIC 9(06) VALUE ZERO.
007700     01 LY-PERIOD-PARTS REDEFINES LY-PERIOD.
007800        05 LY-PERIOD-YEAR        PIC 9(04).
007900        05 LY-PERIOD-MONTH       PIC 9(02).
008000     77 LY-NEXT-FIRST            PIC 9(08) VALUE ZERO.
008100     77 LY-PERIOD-END-DATE       PIC 9(08) VALUE ZERO.
008200     77 LY-PERIOD-MONTHS         PIC S9(07) COMP VALUE ZERO.
008300     77 LY-EARN-AGE              PIC S9(07) COMP VALUE ZERO.
008400     77 LY-WORK-MONTHS           PIC S9(07) COMP VALUE ZERO.
008500     77 LY-LABEL-YEAR            PIC 9(04) VALUE ZERO.
008600     77 LY-LABEL-MONTH           PIC 9(02) VALUE ZERO.
008700     77 LY-AGE-IDX               PIC 9(02) COMP VALUE ZERO.
008800     77 LY-CURRENT-PLAYER        PIC X(20) VALUE SPACES.
008900     77 LY-PLAYER-NET            PIC S9(09) COMP VALUE ZERO.
009000     77 LY-REMAINING             PIC S9(09) COMP VALUE ZERO.
009100     77 LY-TAKE                  PIC S9(09) COMP VALUE ZERO.
009200     77 LY-OPEN-PLAYERS          PIC 9(07) COMP VALUE ZERO.
009300     77 LY-OVERDRAWN-PLAYERS     PIC 9(07) COMP VALUE ZERO.
009400     77 LY-TOTAL-LIABILITY       PIC S9(11) COMP VALUE ZERO.
009500     77 LY-NOT-FROM-EARNS        PIC S9(11) COMP VALUE ZERO.
009533     77 LY-POOL-ACCOUNTS         PIC 9(07) COMP VALUE ZERO.
009566     77 LY-POOL-POINTS           PIC S9(11) COMP VALUE ZERO.

009600*    ----------------------------------------------------------
009700*    Earn months by age: slot 1 is the period month itself,
009800*    slot 2 the month before, and so on; slot 37 gathers
009900*    everything three years old or more.  LY-PLR- is one
010000*    player's earns, LY-AGE- the whole book's open points.
010100*    ----------------------------------------------------------
010200     01 LY-PLAYER-EARNS.
010300        05 LY-PLR-EARN           PIC S9(09) COMP OCCURS 37 TIMES.
010400     01 LY-AGE-TOTALS.
010500        05 LY-AGE-POINTS         PIC S9(11) COMP OCCURS 37 TIMES.

010600     01 LY-HEADING-1             PIC X(80) VALUE
010700        'PTSLIAB - OUTSTANDING POINTS LIABILITY BY EARN MONTH'.
010800     01 LY-HEADING-2             PIC X(80).
010900     01 LY-BLANK-LINE            PIC X(80) VALUE SPACES.
011000     01 LY-COLUMN-HEADING        PIC X(80) VALUE
011100        '  EARNED IN                       OPEN POINTS'.
011200     01 LY-DETAIL-LINE.
011300        05 FILLER                PIC X(02) VALUE SPACES.
011400        05 LY-DTL-LABEL          PIC X(30).
011500        05 LY-DTL-POINTS         PIC -ZZ,ZZZ,ZZZ,ZZ9.
011600        05 FILLER                PIC X(33) VALUE SPACES.

011700 PROCEDURE DIVISION.

011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012000     SORT LIABILITY-SORT-FILE
012100         ON ASCENDING KEY LY-SORT-PLAYER
012200         INPUT PROCEDURE IS 2000-RELEASE-LEDGER
012300         OUTPUT PROCEDURE IS 3000-AGE-BALANCES
012400     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
012500     GO TO 9999-EXIT.

012600 1000-INITIALIZE.
012700     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
012800     ACCEPT LY-COMMAND-LINE FROM COMMAND-LINE
012900     IF LY-COMMAND-LINE (1:6) IS NUMERIC
013000         MOVE LY-COMMAND-LINE (1:6) TO LY-PERIOD
013100     ELSE
013200         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
013300     END-IF
013400     IF LY-PERIOD-MONTH = 12
013500         COMPUTE LY-NEXT-FIRST =
013600             ((LY-PERIOD-YEAR + 1) * 10000) + 101
013700     ELSE
013800         COMPUTE LY-NEXT-FIRST = (LY-PERIOD * 100) + 101
013900     END-IF
014000     COMPUTE LY-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
014100         FUNCTION INTEGER-OF-DATE(LY-NEXT-FIRST) - 1)
014200     COMPUTE LY-PERIOD-MONTHS =
014300         (LY-PERIOD-YEAR * 12) + LY-PERIOD-MONTH
014400     INITIALIZE LY-AGE-TOTALS
014500     OPEN OUTPUT LIABILITY-REPORT-FILE
014600     MOVE SPACES TO LY-HEADING-2
014700     STRING 'Period: ' LY-PERIOD '   balances as at close of '
014800            LY-PERIOD-END-DATE
014900         DELIMITED BY SIZE INTO LY-HEADING-2
015000     WRITE LIABILITY-REPORT-LINE FROM LY-HEADING-1
015100     WRITE LIABILITY-REPORT-LINE FROM LY-HEADING-2
015200     WRITE LIABILITY-REPORT-LINE FROM LY-BLANK-LINE
015300     WRITE LIABILITY-REPORT-LINE FROM LY-COLUMN-HEADING.
015400 1000-EXIT.
015500     EXIT.

015600*    Same BUSINESS-DATE idiom as the rest of the suite: the
015700*    window's day, with the clock as a fallback for hand runs.
015800 1020-GET-BUSINESS-DATE.
015900     OPEN INPUT BUSINESS-DATE-FILE
016000     IF LY-BUSDATE-FILE-OK
016100         READ BUSINESS-DATE-FILE
016200             AT END
016300                 ACCEPT LY-BUSINESS-DATE FROM DATE YYYYMMDD
016400             NOT AT END
016500                 MOVE BD-BUSINESS-DATE TO LY-BUSINESS-DATE
016600         END-READ
016700         CLOSE BUSINESS-DATE-FILE
016800     ELSE
016900         ACCEPT LY-BUSINESS-DATE FROM DATE YYYYMMDD
017000     END-IF.
017100 1020-EXIT.
017200     EXIT.

017300*    With no period named, the month just closed: the month
017400*    before the business date's, same default as PERIODCL.
017500 1030-DEFAULT-PERIOD.
017600     MOVE LY-BUSINESS-DATE (1:6) TO LY-PERIOD
017700     IF LY-PERIOD-MONTH = 1
017800         SUBTRACT 1 FROM LY-PERIOD-YEAR
017900         MOVE 12 TO LY-PERIOD-MONTH
018000     ELSE
018100         SUBTRACT 1 FROM LY-PERIOD-MONTH
018200     END-IF.
018300 1030-EXIT.
018400     EXIT.

018500*    Only entries on or before the period's last day count --
018600*    whatever has posted since belongs to next month's report.
018700 2000-RELEASE-LEDGER.
018800     OPEN INPUT POINTS-LEDGER-FILE
018900     IF NOT LY-LEDGER-FILE-OK
019000         MOVE 'Y' TO LY-LEDGER-EOF-SWITCH
019100     END-IF
019200     PERFORM 2100-RELEASE-ONE-ENTRY THRU 2100-EXIT
019300             UNTIL LY-LEDGER-AT-EOF
019400     IF LY-LEDGER-FILE-OK OR LY-LEDGER-FILE-STATUS = '10'
019500         CLOSE POINTS-LEDGER-FILE
019600     END-IF.
019700 2000-EXIT.
019800     EXIT.

019900 2100-RELEASE-ONE-ENTRY.
020000     READ POINTS-LEDGER-FILE
020100         AT END
020200             MOVE 'Y' TO LY-LEDGER-EOF-SWITCH
020300         NOT AT END
020400             IF PD-DATE <= LY-PERIOD-END-DATE
020500                 MOVE PD-PLAYER-ID TO LY-SORT-PLAYER
020600                 MOVE PD-DATE TO LY-SORT-DATE
020700                 MOVE PD-ENTRY-TYPE TO LY-SORT-TYPE
020800                 MOVE PD-POINTS TO LY-SORT-POINTS
020900                 RELEASE LY-SORT-RECORD
021000             END-IF
021100     END-READ.
021200 2100-EXIT.
021300     EXIT.

021400 3000-AGE-BALANCES.
021500     MOVE 'N' TO LY-SORT-EOF-SWITCH
021600     MOVE SPACES TO LY-CURRENT-PLAYER
021700     PERFORM 3100-FOLD-ONE-ENTRY THRU 3100-EXIT
021800             UNTIL LY-SORT-AT-EOF
021900     IF LY-CURRENT-PLAYER NOT = SPACES
022000         PERFORM 3200-AGE-PLAYER THRU 3200-EXIT
022100     END-IF.
022200 3000-EXIT.
022300     EXIT.

022400 3100-FOLD-ONE-ENTRY.
022500     RETURN LIABILITY-SORT-FILE
022600         AT END
022700             MOVE 'Y' TO LY-SORT-EOF-SWITCH
022800             GO TO 3100-EXIT
022900     END-RETURN
023000     IF LY-SORT-PLAYER NOT = LY-CURRENT-PLAYER
023100         IF LY-CURRENT-PLAYER NOT = SPACES
023200             PERFORM 3200-AGE-PLAYER THRU 3200-EXIT
023300         END-IF
023400         MOVE LY-SORT-PLAYER TO LY-CURRENT-PLAYER
023500         MOVE ZERO TO LY-PLAYER-NET
023600         INITIALIZE LY-PLAYER-EARNS
023700     END-IF
023800     ADD LY-SORT-POINTS TO LY-PLAYER-NET
023900     IF LY-SORT-TYPE NOT = 'EARN'
024000         GO TO 3100-EXIT
024100     END-IF
024200     COMPUTE LY-EARN-AGE = LY-PERIOD-MONTHS
024300         - ((LY-SORT-YEAR * 12) + LY-SORT-MONTH) + 1
024400     IF LY-EARN-AGE > 37
024500         MOVE 37 TO LY-EARN-AGE
024600     END-IF
024700     IF LY-EARN-AGE < 1
024800         MOVE 1 TO LY-EARN-AGE
024900     END-IF
025000     ADD LY-SORT-POINTS TO LY-PLR-EARN(LY-EARN-AGE).
025100 3100-EXIT.
025200     EXIT.

025300*    Newest earns first until the balance is used up; whatever
025400*    is still left over did not come from an earn at all.
025420*    An account keyed with a leading * is not a player but an
025440*    event's pool of entry fees, still to be paid out or
025460*    refunded: it is kept out of the player liability and
025480*    totalled apart.
025500 3200-AGE-PLAYER.
025600     IF LY-PLAYER-NET = ZERO
025700         GO TO 3200-EXIT
025800     END-IF
025816     IF LY-CURRENT-PLAYER (1:1) = '*'
025832         ADD 1 TO LY-POOL-ACCOUNTS
025848         ADD LY-PLAYER-NET TO LY-POOL-POINTS
025864         GO TO 3200-EXIT
025880     END-IF
025900     IF LY-PLAYER-NET < ZERO
026000         ADD 1 TO LY-OVERDRAWN-PLAYERS
026100         GO TO 3200-EXIT
026200     END-IF
026300     ADD 1 TO LY-OPEN-PLAYERS
026400     ADD LY-PLAYER-NET TO LY-TOTAL-LIABILITY
026500     MOVE LY-PLAYER-NET TO LY-REMAINING
026600     PERFORM 3210-TAKE-ONE-MONTH THRU 3210-EXIT
026700             VARYING LY-AGE-IDX FROM 1 BY 1
026800             UNTIL LY-AGE-IDX > 37 OR LY-REMAINING = ZERO
026900     ADD LY-REMAINING TO LY-NOT-FROM-EARNS.
027000 3200-EXIT.
027100     EXIT.

027200 3210-TAKE-ONE-MONTH.
027300     IF LY-PLR-EARN(LY-AGE-IDX) <= ZERO
027400         GO TO 3210-EXIT
027500     END-IF
027600     MOVE LY-PLR-EARN(LY-AGE-IDX) TO LY-TAKE
027700     IF LY-TAKE > LY-REMAINING
027800         MOVE LY-REMAINING TO LY-TAKE
027900     END-IF
028000     ADD LY-TAKE TO LY-AGE-POINTS(LY-AGE-IDX)
028100     SUBTRACT LY-TAKE FROM LY-REMAINING.
028200 3210-EXIT.
028300     EXIT.

028400 4000-WRITE-REPORT.
028500     PERFORM 4100-WRITE-ONE-MONTH THRU 4100-EXIT
028600             VARYING LY-AGE-IDX FROM 1 BY 1
028700             UNTIL LY-AGE-IDX > 37
028800     IF LY-NOT-FROM-EARNS NOT = ZERO
028900         MOVE 'Adjustments, not from earns' TO LY-DTL-LABEL
029000         MOVE LY-NOT-FROM-EARNS TO LY-DTL-POINTS
029100         WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE
029200     END-IF
029300     WRITE LIABILITY-REPORT-LINE FROM LY-BLANK-LINE
029400     MOVE 'Total outstanding points' TO LY-DTL-LABEL
029500     MOVE LY-TOTAL-LIABILITY TO LY-DTL-POINTS
029600     WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE
029700     MOVE 'Players holding a balance' TO LY-DTL-LABEL
029800     MOVE LY-OPEN-PLAYERS TO LY-DTL-POINTS
029900     WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE
030000     IF LY-OVERDRAWN-PLAYERS > ZERO
030100         MOVE 'Players overdrawn (excluded)' TO LY-DTL-LABEL
030200         MOVE LY-OVERDRAWN-PLAYERS TO LY-DTL-POINTS
030300         WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE
030400     END-IF
030410     IF LY-POOL-ACCOUNTS > ZERO
030420         WRITE LIABILITY-REPORT-LINE FROM LY-BLANK-LINE
030430         MOVE 'Held in event pools' TO LY-DTL-LABEL
030440         MOVE LY-POOL-POINTS TO LY-DTL-POINTS
030450         WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE
030460         MOVE 'Event pools holding points' TO LY-DTL-LABEL
030470         MOVE LY-POOL-ACCOUNTS TO LY-DTL-POINTS
030480         WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE
030490     END-IF
030500     CLOSE LIABILITY-REPORT-FILE
030600     MOVE 0 TO RETURN-CODE.
030700 4000-EXIT.
030800     EXIT.

030900*    Months with nothing open are left off; the last slot is
031000*    labelled as everything before the month it starts at.
031100 4100-WRITE-ONE-MONTH.
031200     IF LY-AGE-POINTS(LY-AGE-IDX) = ZERO
031300         GO TO 4100-EXIT
031400     END-IF
031500     COMPUTE LY-WORK-MONTHS = LY-PERIOD-MONTHS - LY-AGE-IDX
031600     DIVIDE LY-WORK-MONTHS BY 12 GIVING LY-LABEL-YEAR
031700         REMAINDER LY-LABEL-MONTH
031800     ADD 1 TO LY-LABEL-MONTH
031900     MOVE SPACES TO LY-DTL-LABEL
032000     IF LY-AGE-IDX = 37
032100         STRING 'Earned ' LY-LABEL-YEAR '-' LY-LABEL-MONTH
032200                ' or before' DELIMITED BY SIZE INTO LY-DTL-LABEL
032300     ELSE
032400         STRING 'Earned ' LY-LABEL-YEAR '-' LY-LABEL-MONTH
032500             DELIMITED BY SIZE INTO LY-DTL-LABEL
032600     END-IF
032700     MOVE LY-AGE-POINTS(LY-AGE-IDX) TO LY-DTL-POINTS
032800     WRITE LIABILITY-REPORT-LINE FROM LY-DETAIL-LINE.
032900 4100-EXIT.
033000     EXIT.

033100 9999-EXIT.
033200     STOP RUN.
