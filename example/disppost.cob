000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISPPOST.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  DISPPOST
000900*
001000*  Nightly batch job, run by JOBCTL ahead of STATSRPT.  Posts
001100*  the correction for every DISPUTE case support upheld through
001200*  DISPCON since the last window -- a play REPLAY showed was
001300*  mis-scored.  GAME-RESULT stays exactly as WORKER wrote it;
001400*  the correction is a PLAY-CORRECTION record against the
001500*  disputed play, and the books move to match it:
001600*
001700*    PLAYER-PROFILE  the lifetime W-L-T moves from the old
001800*                    result to the corrected one, and so do
001900*                    the season counters when the play falls
002000*                    in the season the profile is carrying and
002100*                    the human-opponent record for a
002200*                    head-to-head play.  The current streaks
002300*                    are worked out again; a best streak is a
002400*                    high-water mark and is only ever raised.
002500*    POINTS-LEDGER   one ADJUST entry, reason UPHELD, taking
002600*                    back the WIN and STREAK earns the play
002700*                    posted when it was wrongly a win, or
002800*                    paying today's win rate when it was
002900*                    wrongly not -- with POINTS-BALANCE carried
003000*                    forward in the same breath, so PTSVRFY
003100*                    still proves.  Achievements already
003200*                    announced stand.
003300*
003400*  The play is found on PLAY-HISTORY (the PLAYHIST.ARC archive
003500*  first, then the live file) by its AL-DATE/AL-TIME and the
003600*  player id support leads the case contact with; a play with
003700*  no history behind it is an anonymous one, found on GAMERES,
003800*  and corrects the tallies only.  A play found nowhere is an
003900*  exception: the case stays upheld for support and a WARN
004000*  goes on the common ALERT file.  A posted case is closed.
004100*  STATSRPT and DAYCLOSE read the corrections back.
004110*
004120*  A play corrected before is corrected from where the last
004130*  PLAY-CORRECTION left it, not from what GAME-RESULT kept, so
004140*  a second upheld case on the same play moves the books once.
004150*  A points credit is held to the country earn rule (ELIGCHK);
004160*  one refused is logged for ELIGRPT and posts nothing.
004200*
004300*  Invoke as:  disppost
004400*  Exits with RETURN-CODE 0.
004500*
004600*  Modification history
004700*  ---------------------------------------------------------------
004800*  2026-10-15  jm  Original program.
004820*  2026-10-15  jm  PLAY-HISTORY grew the WORKER instance id, so
004840*  the archive pass-through width moves from 95 to 96.
004860*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
004880*  the archive pass-through width moves from 96 to 105.
004885*  2026-10-15  jm  A play already corrected is corrected
004890*  again from its latest PLAY-CORRECTION result, backing
004895*  out what the earlier corrections paid; credits are held
004897*  to the country earn rule.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DP-CASE-ID
005700         FILE STATUS IS DU-DISPUTE-FILE-STATUS.
005800     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS DU-PLAYHIST-FILE-STATUS.
006100     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "PLAYHIST.ARC"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS DU-HISTARC-FILE-STATUS.
006400     SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS DU-RESULT-FILE-STATUS.
006700     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS DU-CORRECT-FILE-STATUS.
007000     SELECT OPTIONAL PLAYER-PROFILE-FILE
007100         ASSIGN TO "PLAYERPF"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PP-PLAYER-ID
007500         FILE STATUS IS DU-PROFILE-FILE-STATUS.
007600     SELECT SEASON-CALENDAR-FILE ASSIGN TO "SEASNCAL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS DU-SEASON-FILE-STATUS.
007900     SELECT POINT-RATES-FILE ASSIGN TO "PTSRATES"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS DU-PTSRATES-FILE-STATUS.
008200     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS DU-LEDGER-FILE-STATUS.
008500     SELECT OPTIONAL POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS PB-PLAYER-ID
008900         FILE STATUS IS DU-BALANCE-FILE-STATUS.
009000     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS DU-BUSDATE-FILE-STATUS.
009300     SELECT ALERT-FILE ASSIGN TO "ALERTS"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS DU-ALERT-FILE-STATUS.
009600     SELECT POST-REPORT-FILE ASSIGN TO "DISPPOST.TXT"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS DU-REPORT-FILE-STATUS.

009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  DISPUTE-FILE.
010200 COPY "dispute.cpy".

010300 FD  PLAY-HISTORY-FILE.
010400 COPY "playhist.cpy".

010500 FD  HISTORY-ARCHIVE-FILE.
010600 01  DU-ARCHIVE-LINE             PIC X(105).

010700 FD  GAME-RESULT-FILE.
010800 COPY "gamerec.cpy".

010900 FD  PLAY-CORRECTION-FILE.
011000 COPY "playcorr.cpy".

011100 FD  PLAYER-PROFILE-FILE.
011200 COPY "playerpf.cpy".

011300 FD  SEASON-CALENDAR-FILE.
011400 COPY "seasncal.cpy".

011500 FD  POINT-RATES-FILE.
011600 COPY "ptsrates.cpy".

011700 FD  POINTS-LEDGER-FILE.
011800 COPY "ptsledgr.cpy".

011900 FD  POINTS-BALANCE-FILE.
012000 COPY "ptsbal.cpy".

012100 FD  BUSINESS-DATE-FILE.
012200 COPY "busdate.cpy".

012300 FD  ALERT-FILE.
012400 COPY "alertrec.cpy".

012500 FD  POST-REPORT-FILE.
012600 01  POST-REPORT-LINE            PIC X(80).

012700 WORKING-STORAGE SECTION.
012800     77 DU-DISPUTE-FILE-STATUS   PIC X(02) VALUE '00'.
012900        88 DU-DISPUTE-FILE-OK              VALUE '00'.
013000     77 DU-PLAYHIST-FILE-STATUS  PIC X(02) VALUE '00'.
013100        88 DU-PLAYHIST-FILE-OK             VALUE '00'.
013200     77 DU-HISTARC-FILE-STATUS   PIC X(02) VALUE '00'.
013300        88 DU-HISTARC-FILE-OK              VALUE '00'.
013400     77 DU-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
013500        88 DU-RESULT-FILE-OK               VALUE '00'.
013600     77 DU-CORRECT-FILE-STATUS   PIC X(02) VALUE '00'.
013700        88 DU-CORRECT-FILE-OK              VALUE '00'.
013800     77 DU-PROFILE-FILE-STATUS   PIC X(02) VALUE '00'.
013900        88 DU-PROFILE-FILE-OK              VALUE '00'.
014000     77 DU-SEASON-FILE-STATUS    PIC X(02) VALUE '00'.
014100        88 DU-SEASON-FILE-OK               VALUE '00'.
014200     77 DU-PTSRATES-FILE-STATUS  PIC X(02) VALUE '00'.
014300        88 DU-PTSRATES-FILE-OK             VALUE '00'.
014400     77 DU-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
014500        88 DU-LEDGER-FILE-OK               VALUE '00'.
014600     77 DU-BALANCE-FILE-STATUS   PIC X(02) VALUE '00'.
014700        88 DU-BALANCE-FILE-OK              VALUE '00'.
014800     77 DU-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
014900        88 DU-BUSDATE-FILE-OK              VALUE '00'.
015000     77 DU-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
015100        88 DU-ALERT-FILE-OK                VALUE '00'.
015200     77 DU-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
015300     77 DU-CASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
015400        88 DU-CASE-AT-EOF                  VALUE 'Y'.
015500     77 DU-EOF-SWITCH            PIC X(01) VALUE 'N'.
015600        88 DU-AT-EOF                       VALUE 'Y'.
015700     77 DU-FOUND-SWITCH          PIC X(01) VALUE 'N'.
015800        88 DU-PLAY-FOUND                   VALUE 'Y'.
015900     77 DU-EXACT-SWITCH          PIC X(01) VALUE 'N'.
016000        88 DU-EXACT-MATCH                  VALUE 'Y'.
016100     77 DU-H2H-SWITCH            PIC X(01) VALUE 'N'.
016200        88 DU-H2H-PLAY                     VALUE 'Y'.
016300     77 DU-PROFILE-SWITCH        PIC X(01) VALUE 'N'.
016400        88 DU-PROFILE-ON-FILE              VALUE 'Y'.
016500     77 DU-IN-SEASON-SWITCH      PIC X(01) VALUE 'N'.
016600        88 DU-IN-SEASON                    VALUE 'Y'.
016700     77 DU-PASSED-SWITCH         PIC X(01) VALUE 'N'.
016800        88 DU-PASSED-PLAY                  VALUE 'Y'.
016900     77 DU-LOSS-AFTER-SWITCH     PIC X(01) VALUE 'N'.
017000        88 DU-LOSS-AFTER                   VALUE 'Y'.
017100     77 DU-SEASON-LOSS-SWITCH    PIC X(01) VALUE 'N'.
017200        88 DU-SEASON-LOSS-AFTER            VALUE 'Y'.
017300     77 DU-BALANCE-NEW-SWITCH    PIC X(01) VALUE 'N'.
017400        88 DU-BALANCE-IS-NEW               VALUE 'Y'.
017420     77 DU-PRIOR-SWITCH          PIC X(01) VALUE 'N'.
017440        88 DU-PRIOR-CORRECTED              VALUE 'Y'.
017460     77 DU-WITHHELD-SWITCH       PIC X(01) VALUE 'N'.
017480        88 DU-POINTS-WITHHELD              VALUE 'Y'.

017500     77 DU-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017600     77 DU-CLOCK-TIME            PIC 9(08) VALUE ZERO.
017700     77 DU-WIN-POINTS            PIC 9(05) VALUE 10.
017800     77 DU-SEEK-PLAYER           PIC X(20) VALUE SPACES.
017900     77 DU-PLAYER-ID             PIC X(20) VALUE SPACES.
018000     77 DU-OLD-RESULT            PIC X(10) VALUE SPACES.
018100     77 DU-NEW-RESULT            PIC X(10) VALUE SPACES.
018200     77 DU-OLD-CODE              PIC X(01) VALUE SPACE.
018300     77 DU-NEW-CODE              PIC X(01) VALUE SPACE.
018400     77 DU-PLAY-CODE             PIC X(01) VALUE SPACE.
018450     77 DU-PLAY-RESULT           PIC X(10) VALUE SPACES.
018500     77 DU-SEASON-ID             PIC X(06) VALUE SPACES.
018600     77 DU-SEASON-START          PIC 9(08) VALUE ZERO.
018700     77 DU-SEASON-END            PIC 9(08) VALUE ZERO.
018800     77 DU-RUN-BEFORE            PIC 9(07) COMP VALUE ZERO.
018900     77 DU-WINS-AFTER            PIC 9(07) COMP VALUE ZERO.
019000     77 DU-SEASON-RUN-BEFORE     PIC 9(07) COMP VALUE ZERO.
019100     77 DU-SEASON-WINS-AFTER     PIC 9(07) COMP VALUE ZERO.
019200     77 DU-WORK-RUN              PIC S9(07) VALUE ZERO.
019300     77 DU-NEW-RUN               PIC 9(07) VALUE ZERO.
019400     77 DU-POINTS                PIC S9(07) VALUE ZERO.
019500     77 DU-POSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
019600     77 DU-NOCHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
019700     77 DU-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
019800     77 DU-NET-POINTS            PIC S9(09) VALUE ZERO.
019900     77 DU-CORR-IDX              PIC 9(03) COMP VALUE ZERO.
020000     77 DU-CORR-COUNT            PIC 9(03) COMP VALUE ZERO.
020010     77 DU-LATEST-RESULT         PIC X(10) VALUE SPACES.
020020     77 DU-PRIOR-POINTS          PIC S9(07) VALUE ZERO.
020030     77 DU-ELIG-POINTS           PIC 9(07) VALUE ZERO.
020040     77 DU-ELIG-REASON           PIC X(12) VALUE 'UPHELD'.
020050     77 DU-ELIG-ALLOWED          PIC X(01) VALUE 'Y'.
020060     77 DU-ELIG-COUNTRY          PIC X(02) VALUE SPACES.
020080     77 DU-ELIG-LOG              PIC X(01) VALUE 'Y'.

020100*    ----------------------------------------------------------
020200*    The corrections already posted for the player being
020300*    corrected, so the streak walk sees each later play's
020400*    standing result rather than the one GAME-RESULT kept.
020500*    ----------------------------------------------------------
020600     01 DU-CORRECTION-TABLE.
020700        05 DU-COR-ENTRY OCCURS 50 TIMES.
020800           10 DU-COR-DATE        PIC 9(08).
020900           10 DU-COR-TIME        PIC 9(08).
021000           10 DU-COR-RESULT      PIC X(10).

021100     01 DU-HEADING-1             PIC X(80) VALUE
021200        'DISPPOST - UPHELD DISPUTE CORRECTIONS'.
021300     01 DU-HEADING-2             PIC X(80).
021400     01 DU-BLANK-LINE            PIC X(80) VALUE SPACES.
021500     01 DU-COLUMN-HEADING.
021600        05 FILLER                PIC X(40) VALUE
021700           '  CASE        PLAYER                PLAY'.
021800        05 FILLER                PIC X(40) VALUE
021900           ' DATE/TIME       POINTS'.
022000     01 DU-DETAIL-LINE.
022100        05 FILLER                PIC X(02) VALUE SPACES.
022200        05 DU-DTL-CASE           PIC X(10).
022300        05 FILLER                PIC X(02) VALUE SPACES.
022400        05 DU-DTL-PLAYER         PIC X(20).
022500        05 FILLER                PIC X(02) VALUE SPACES.
022600        05 DU-DTL-PLAY-DATE      PIC 9(08).
022700        05 FILLER                PIC X(01) VALUE SPACE.
022800        05 DU-DTL-PLAY-TIME      PIC 9(08).
022900        05 FILLER                PIC X(02) VALUE SPACES.
023000        05 DU-DTL-POINTS         PIC -ZZZ,ZZ9.
023100        05 FILLER                PIC X(17) VALUE SPACES.
023200     01 DU-NOTE-LINE.
023300        05 FILLER                PIC X(14) VALUE SPACES.
023400        05 DU-NOTE-TEXT          PIC X(66).
023500     01 DU-STATUS-LINE.
023600        05 FILLER                PIC X(02) VALUE SPACES.
023700        05 DU-STATUS-TEXT        PIC X(78).
023800     01 DU-COUNT-DISPLAY         PIC ZZ,ZZ9.
023900     01 DU-POINTS-DISPLAY        PIC -ZZZ,ZZZ,ZZ9.

024000 PROCEDURE DIVISION.

024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024300     PERFORM 2000-POST-UPHELD-CASES THRU 2000-EXIT
024400     PERFORM 4000-TERMINATE THRU 4000-EXIT
024500     DISPLAY "DISPPOST: " DU-POSTED-COUNT " posted, "
024600             DU-NOCHANGE-COUNT " unchanged, "
024700             DU-EXCEPTION-COUNT " exception(s)"
024800     GO TO 9999-EXIT.

024900 1000-INITIALIZE.
025000     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
025100     PERFORM 1040-LOAD-POINT-RATES THRU 1040-EXIT
025200     OPEN OUTPUT POST-REPORT-FILE
025300     MOVE SPACES TO DU-HEADING-2
025400     STRING 'Business date: ' DU-BUSINESS-DATE
025500         DELIMITED BY SIZE INTO DU-HEADING-2
025600     WRITE POST-REPORT-LINE FROM DU-HEADING-1
025700     WRITE POST-REPORT-LINE FROM DU-HEADING-2
025800     WRITE POST-REPORT-LINE FROM DU-BLANK-LINE
025900     WRITE POST-REPORT-LINE FROM DU-COLUMN-HEADING.
026000 1000-EXIT.
026100     EXIT.

026200*    Same BUSINESS-DATE idiom as the rest of the suite: the
026300*    window's day, with the clock as a fallback for hand runs.
026400 1020-GET-BUSINESS-DATE.
026500     OPEN INPUT BUSINESS-DATE-FILE
026600     IF DU-BUSDATE-FILE-OK
026700         READ BUSINESS-DATE-FILE
026800             AT END
026900                 ACCEPT DU-BUSINESS-DATE FROM DATE YYYYMMDD
027000             NOT AT END
027100                 MOVE BD-BUSINESS-DATE TO DU-BUSINESS-DATE
027200         END-READ
027300         CLOSE BUSINESS-DATE-FILE
027400     ELSE
027500         ACCEPT DU-BUSINESS-DATE FROM DATE YYYYMMDD
027600     END-IF.
027700 1020-EXIT.
027800     EXIT.

027900*    The win rate WORKER pays today, with the same built-in
028000*    fallback when the file is missing or zero.
028100 1040-LOAD-POINT-RATES.
028200     OPEN INPUT POINT-RATES-FILE
028300     IF NOT DU-PTSRATES-FILE-OK
028400         GO TO 1040-EXIT
028500     END-IF
028600     READ POINT-RATES-FILE
028700         AT END
028800             CONTINUE
028900         NOT AT END
029000             IF PR-WIN-POINTS NOT = ZERO
029100                 MOVE PR-WIN-POINTS TO DU-WIN-POINTS
029200             END-IF
029300     END-READ
029400     CLOSE POINT-RATES-FILE.
029500 1040-EXIT.
029600     EXIT.

029700*    No case file yet just means support has never opened one.
029800 2000-POST-UPHELD-CASES.
029900     OPEN I-O DISPUTE-FILE
030000     IF NOT DU-DISPUTE-FILE-OK
030100         GO TO 2000-EXIT
030200     END-IF
030300     PERFORM 2100-POST-ONE-CASE THRU 2100-EXIT
030400             UNTIL DU-CASE-AT-EOF
030500     CLOSE DISPUTE-FILE.
030600 2000-EXIT.
030700     EXIT.

030800 2100-POST-ONE-CASE.
030900     READ DISPUTE-FILE NEXT RECORD
031000         AT END
031100             MOVE 'Y' TO DU-CASE-EOF-SWITCH
031200             GO TO 2100-EXIT
031300     END-READ
031400     IF NOT DP-CASE-UPHELD
031500         GO TO 2100-EXIT
031600     END-IF
031700     EVALUATE TRUE
031800         WHEN DP-CORRECT-TO-WIN
031900             MOVE 'You win!' TO DU-NEW-RESULT
032000         WHEN DP-CORRECT-TO-LOSS
032100             MOVE 'You lose!' TO DU-NEW-RESULT
032200         WHEN OTHER
032300             MOVE 'Tie!' TO DU-NEW-RESULT
032400     END-EVALUATE
032500     MOVE DU-NEW-RESULT TO DU-PLAY-RESULT
032600     PERFORM 3050-CODE-RESULT THRU 3050-EXIT
032700     MOVE DU-PLAY-CODE TO DU-NEW-CODE
032800     PERFORM 3000-FIND-PLAY THRU 3000-EXIT
032900     IF NOT DU-PLAY-FOUND
033000         PERFORM 2900-REPORT-UNFOUND THRU 2900-EXIT
033100         GO TO 2100-EXIT
033200     END-IF
033220     PERFORM 3300-LOAD-PRIOR-CORRECTIONS THRU 3300-EXIT
033240     IF DU-PRIOR-CORRECTED
033260         MOVE DU-LATEST-RESULT TO DU-OLD-RESULT
033280     END-IF
033300     MOVE DU-OLD-RESULT TO DU-PLAY-RESULT
033400     PERFORM 3050-CODE-RESULT THRU 3050-EXIT
033500     MOVE DU-PLAY-CODE TO DU-OLD-CODE
033600     MOVE ZERO TO DU-POINTS
033700     MOVE SPACES TO DU-SEASON-ID
033800     MOVE 'N' TO DU-PROFILE-SWITCH
033850     MOVE 'N' TO DU-WITHHELD-SWITCH
033900     IF DU-OLD-CODE = DU-NEW-CODE
034000         ADD 1 TO DU-NOCHANGE-COUNT
034100         MOVE SPACES TO DU-NOTE-TEXT
034200         STRING 'already ' DU-OLD-RESULT
034300                ' -- nothing to correct, case closed'
034400             DELIMITED BY SIZE INTO DU-NOTE-TEXT
034500         PERFORM 2800-CLOSE-CASE THRU 2800-EXIT
034600         GO TO 2100-EXIT
034700     END-IF
034800     IF DU-PLAYER-ID NOT = SPACES
035000         PERFORM 3500-ADJUST-PROFILE THRU 3500-EXIT
035100         PERFORM 3700-ADJUST-POINTS THRU 3700-EXIT
035200     END-IF
035300     PERFORM 3800-WRITE-CORRECTION THRU 3800-EXIT
035400     ADD 1 TO DU-POSTED-COUNT
035500     ADD DU-POINTS TO DU-NET-POINTS
035600     MOVE SPACES TO DU-NOTE-TEXT
035700     STRING DU-OLD-RESULT DELIMITED BY '  '
035800            ' corrected to ' DELIMITED BY SIZE
035900            DU-NEW-RESULT DELIMITED BY '  '
036000         INTO DU-NOTE-TEXT
036100     EVALUATE TRUE
036120         WHEN DU-POINTS-WITHHELD
036140             STRING DU-NOTE-TEXT DELIMITED BY '  '
036160                    ', points withheld for the country'
036180                 DELIMITED BY SIZE INTO DU-NOTE-TEXT
036200         WHEN DU-PLAYER-ID = SPACES
036300             STRING DU-NOTE-TEXT DELIMITED BY '  '
036400                    ', anonymous play -- tallies only'
036500                 DELIMITED BY SIZE INTO DU-NOTE-TEXT
036600         WHEN NOT DU-PROFILE-ON-FILE
036700             STRING DU-NOTE-TEXT DELIMITED BY '  '
036800                    ', no profile on file'
036900                 DELIMITED BY SIZE INTO DU-NOTE-TEXT
037000         WHEN DU-SEASON-ID NOT = SPACES
037100             STRING DU-NOTE-TEXT DELIMITED BY '  '
037200                    ', season ' DU-SEASON-ID ' adjusted'
037300                 DELIMITED BY SIZE INTO DU-NOTE-TEXT
037400     END-EVALUATE
037500     PERFORM 2800-CLOSE-CASE THRU 2800-EXIT.
037600 2100-EXIT.
037700     EXIT.

037800*    One case's line on the report, and the case closed -- its
037900*    findings stay as REPLAY filed them.
038000 2800-CLOSE-CASE.
038100     MOVE DP-CASE-ID TO DU-DTL-CASE
038200     MOVE DU-PLAYER-ID TO DU-DTL-PLAYER
038300     MOVE DP-AL-DATE TO DU-DTL-PLAY-DATE
038400     MOVE DP-AL-TIME TO DU-DTL-PLAY-TIME
038500     MOVE DU-POINTS TO DU-DTL-POINTS
038600     WRITE POST-REPORT-LINE FROM DU-DETAIL-LINE
038700     WRITE POST-REPORT-LINE FROM DU-NOTE-LINE
038800     SET DP-CASE-CLOSED TO TRUE
038900     REWRITE DISPUTE-CASE-RECORD.
039000 2800-EXIT.
039100     EXIT.

039200*    The case stays upheld for support to look at; the WARN is
039300*    keyed on the case so ALERTER pages each one separately.
039400 2900-REPORT-UNFOUND.
039500     ADD 1 TO DU-EXCEPTION-COUNT
039600     MOVE DP-CASE-ID TO DU-DTL-CASE
039700     MOVE DP-PLAYER-CONTACT (1:20) TO DU-DTL-PLAYER
039800     MOVE DP-AL-DATE TO DU-DTL-PLAY-DATE
039900     MOVE DP-AL-TIME TO DU-DTL-PLAY-TIME
040000     MOVE ZERO TO DU-DTL-POINTS
040100     WRITE POST-REPORT-LINE FROM DU-DETAIL-LINE
040200     MOVE 'EXCEPTION: play not on history or GAMERES, not posted'
040300         TO DU-NOTE-TEXT
040400     WRITE POST-REPORT-LINE FROM DU-NOTE-LINE
040500     ACCEPT DU-CLOCK-TIME FROM TIME
040600     MOVE DU-BUSINESS-DATE TO AR-DATE
040700     MOVE DU-CLOCK-TIME TO AR-TIME
040800     SET AR-SEV-WARNING TO TRUE
040900     MOVE 'DISPPOST' TO AR-PROGRAM
041000     MOVE SPACES TO AR-ALERT-KEY
041100     STRING 'UPHELD-' DP-CASE-ID
041200         DELIMITED BY SIZE INTO AR-ALERT-KEY
041300     MOVE SPACES TO AR-MESSAGE
041400     STRING 'upheld case ' DP-CASE-ID
041500            ' -- disputed play not found, not posted'
041600         DELIMITED BY SIZE INTO AR-MESSAGE
041700     OPEN EXTEND ALERT-FILE
041800     IF NOT DU-ALERT-FILE-OK
041900         OPEN OUTPUT ALERT-FILE
042000     END-IF
042100     WRITE ALERT-RECORD
042200     CLOSE ALERT-FILE.
042300 2900-EXIT.
042400     EXIT.

042500*    ----------------------------------------------------------
042600*    The disputed play.  The history record for the player the
042700*    case names is the one meant; failing that (a case filed
042800*    under a bare email address), the one computer game at
042900*    that timestamp.  No history at all is an anonymous play,
042910*    looked for on GAMERES.
043000*    ----------------------------------------------------------
043100 3000-FIND-PLAY.
043200     MOVE 'N' TO DU-FOUND-SWITCH
043300     MOVE 'N' TO DU-EXACT-SWITCH
043400     MOVE 'N' TO DU-H2H-SWITCH
043500     MOVE SPACES TO DU-PLAYER-ID
043600     MOVE SPACES TO DU-OLD-RESULT
043700     MOVE DP-PLAYER-CONTACT (1:20) TO DU-SEEK-PLAYER
043800     MOVE 'N' TO DU-EOF-SWITCH
043900     OPEN INPUT HISTORY-ARCHIVE-FILE
044000     IF DU-HISTARC-FILE-OK
044100         PERFORM 3100-SCAN-ONE-ARCHIVED THRU 3100-EXIT
044200                 UNTIL DU-AT-EOF OR DU-EXACT-MATCH
044300         CLOSE HISTORY-ARCHIVE-FILE
044400     END-IF
044500     MOVE 'N' TO DU-EOF-SWITCH
044600     OPEN INPUT PLAY-HISTORY-FILE
044700     IF DU-PLAYHIST-FILE-OK
044800         PERFORM 3150-SCAN-ONE-LIVE THRU 3150-EXIT
044900                 UNTIL DU-AT-EOF OR DU-EXACT-MATCH
045000         CLOSE PLAY-HISTORY-FILE
045100     END-IF
045200     IF NOT DU-PLAY-FOUND
045300         PERFORM 3250-SCAN-GAME-RESULTS THRU 3250-EXIT
045400     END-IF.
045500 3000-EXIT.
045600     EXIT.

045700*    Stored results are always the English text, whatever
045800*    language the player was answered in.
045900 3050-CODE-RESULT.
046000     EVALUATE DU-PLAY-RESULT
046100         WHEN 'You win!'
046200             MOVE 'W' TO DU-PLAY-CODE
046300         WHEN 'Tie!'
046400             MOVE 'T' TO DU-PLAY-CODE
046500         WHEN OTHER
046600             MOVE 'L' TO DU-PLAY-CODE
046700     END-EVALUATE.
046800 3050-EXIT.
046900     EXIT.

047000 3100-SCAN-ONE-ARCHIVED.
047100     READ HISTORY-ARCHIVE-FILE INTO PLAY-HISTORY-RECORD
047200         AT END
047300             MOVE 'Y' TO DU-EOF-SWITCH
047400         NOT AT END
047500             PERFORM 3200-CONSIDER-HISTORY THRU 3200-EXIT
047600     END-READ.
047700 3100-EXIT.
047800     EXIT.

047900 3150-SCAN-ONE-LIVE.
048000     READ PLAY-HISTORY-FILE
048100         AT END
048200             MOVE 'Y' TO DU-EOF-SWITCH
048300         NOT AT END
048400             PERFORM 3200-CONSIDER-HISTORY THRU 3200-EXIT
048500     END-READ.
048600 3150-EXIT.
048700     EXIT.

048800 3200-CONSIDER-HISTORY.
048900     IF PH-DATE NOT = DP-AL-DATE OR PH-TIME NOT = DP-AL-TIME
049000         GO TO 3200-EXIT
049100     END-IF
049200     IF PH-PLAYER-ID = DU-SEEK-PLAYER
049300         MOVE 'Y' TO DU-EXACT-SWITCH
049400     ELSE
049500         IF DU-PLAY-FOUND OR PH-OPPONENT-ID NOT = SPACES
049600             GO TO 3200-EXIT
049700         END-IF
049800     END-IF
049900     MOVE 'Y' TO DU-FOUND-SWITCH
050000     MOVE PH-PLAYER-ID TO DU-PLAYER-ID
050100     MOVE PH-RESULT TO DU-OLD-RESULT
050200     MOVE 'N' TO DU-H2H-SWITCH
050300     IF PH-OPPONENT-ID NOT = SPACES
050400         MOVE 'Y' TO DU-H2H-SWITCH
050500     END-IF.
050600 3200-EXIT.
050700     EXIT.

050800 3250-SCAN-GAME-RESULTS.
050900     MOVE 'N' TO DU-EOF-SWITCH
051000     OPEN INPUT GAME-RESULT-FILE
051100     IF NOT DU-RESULT-FILE-OK
051200         GO TO 3250-EXIT
051300     END-IF
051400     PERFORM 3260-SCAN-ONE-RESULT THRU 3260-EXIT
051500             UNTIL DU-AT-EOF OR DU-PLAY-FOUND
051600     CLOSE GAME-RESULT-FILE.
051700 3250-EXIT.
051800     EXIT.

051900 3260-SCAN-ONE-RESULT.
052000     READ GAME-RESULT-FILE
052100         AT END
052200             MOVE 'Y' TO DU-EOF-SWITCH
052300         NOT AT END
052400             IF GR-DATE = DP-AL-DATE AND GR-TIME = DP-AL-TIME
052500                AND NOT GR-TEST-PLAY
052600                 MOVE 'Y' TO DU-FOUND-SWITCH
052700                 MOVE GR-RESULT TO DU-OLD-RESULT
052800             END-IF
052900     END-READ.
053000 3260-EXIT.
053100     EXIT.

053200 3300-LOAD-PRIOR-CORRECTIONS.
053300     MOVE ZERO TO DU-CORR-COUNT
053320     MOVE 'N' TO DU-PRIOR-SWITCH
053340     MOVE SPACES TO DU-LATEST-RESULT
053360     MOVE ZERO TO DU-PRIOR-POINTS
053400     MOVE 'N' TO DU-EOF-SWITCH
053500     OPEN INPUT PLAY-CORRECTION-FILE
053600     IF NOT DU-CORRECT-FILE-OK
053700         GO TO 3300-EXIT
053800     END-IF
053900     PERFORM 3310-LOAD-ONE-CORRECTION THRU 3310-EXIT
054000             UNTIL DU-AT-EOF
054100     CLOSE PLAY-CORRECTION-FILE.
054200 3300-EXIT.
054300     EXIT.

054400 3310-LOAD-ONE-CORRECTION.
054500     READ PLAY-CORRECTION-FILE
054600         AT END
054700             MOVE 'Y' TO DU-EOF-SWITCH
054800             GO TO 3310-EXIT
054900     END-READ
054910     IF CO-PLAYER-ID = DU-PLAYER-ID AND
054920        CO-PLAY-DATE = DP-AL-DATE AND CO-PLAY-TIME = DP-AL-TIME
054930         MOVE 'Y' TO DU-PRIOR-SWITCH
054940         MOVE CO-NEW-RESULT TO DU-LATEST-RESULT
054950         ADD CO-POINTS TO DU-PRIOR-POINTS
054960     END-IF
055000     IF CO-PLAYER-ID = DU-PLAYER-ID AND DU-CORR-COUNT < 50
055100         ADD 1 TO DU-CORR-COUNT
055200         MOVE CO-PLAY-DATE TO DU-COR-DATE(DU-CORR-COUNT)
055300         MOVE CO-PLAY-TIME TO DU-COR-TIME(DU-CORR-COUNT)
055400         MOVE CO-NEW-RESULT TO DU-COR-RESULT(DU-CORR-COUNT)
055500     END-IF.
055600 3310-EXIT.
055700     EXIT.

055800*    ----------------------------------------------------------
055900*    The streak walk.  Every play of the player's on history
056000*    in order, the disputed one aside: before it, the run of
056100*    wins it extended (a loss resets the run, a tie leaves
056200*    it); after it, the wins since, and whether a loss since
056300*    has already put the run behind us.  The season figures
056400*    are the same walk kept inside the season's dates.
056500*    ----------------------------------------------------------
056600 3400-MEASURE-RUNS.
056700     MOVE ZERO TO DU-RUN-BEFORE
056800     MOVE ZERO TO DU-WINS-AFTER
056900     MOVE ZERO TO DU-SEASON-RUN-BEFORE
057000     MOVE ZERO TO DU-SEASON-WINS-AFTER
057100     MOVE 'N' TO DU-PASSED-SWITCH
057200     MOVE 'N' TO DU-LOSS-AFTER-SWITCH
057300     MOVE 'N' TO DU-SEASON-LOSS-SWITCH
057400     MOVE 'N' TO DU-EOF-SWITCH
057500     OPEN INPUT HISTORY-ARCHIVE-FILE
057600     IF DU-HISTARC-FILE-OK
057700         PERFORM 3410-WALK-ONE-ARCHIVED THRU 3410-EXIT
057800                 UNTIL DU-AT-EOF
057900         CLOSE HISTORY-ARCHIVE-FILE
058000     END-IF
058100     MOVE 'N' TO DU-EOF-SWITCH
058200     OPEN INPUT PLAY-HISTORY-FILE
058300     IF DU-PLAYHIST-FILE-OK
058400         PERFORM 3420-WALK-ONE-LIVE THRU 3420-EXIT
058500                 UNTIL DU-AT-EOF
058600         CLOSE PLAY-HISTORY-FILE
058700     END-IF.
058800 3400-EXIT.
058900     EXIT.

059000 3410-WALK-ONE-ARCHIVED.
059100     READ HISTORY-ARCHIVE-FILE INTO PLAY-HISTORY-RECORD
059200         AT END
059300             MOVE 'Y' TO DU-EOF-SWITCH
059400         NOT AT END
059500             PERFORM 3430-WALK-ONE-PLAY THRU 3430-EXIT
059600     END-READ.
059700 3410-EXIT.
059800     EXIT.

059900 3420-WALK-ONE-LIVE.
060000     READ PLAY-HISTORY-FILE
060100         AT END
060200             MOVE 'Y' TO DU-EOF-SWITCH
060300         NOT AT END
060400             PERFORM 3430-WALK-ONE-PLAY THRU 3430-EXIT
060500     END-READ.
060600 3420-EXIT.
060700     EXIT.

060800 3430-WALK-ONE-PLAY.
060900     IF PH-PLAYER-ID NOT = DU-PLAYER-ID
061000         GO TO 3430-EXIT
061100     END-IF
061200     IF PH-DATE = DP-AL-DATE AND PH-TIME = DP-AL-TIME
061300         MOVE 'Y' TO DU-PASSED-SWITCH
061400         GO TO 3430-EXIT
061500     END-IF
061600     MOVE PH-RESULT TO DU-PLAY-RESULT
061700     PERFORM 3440-MATCH-ONE-CORRECTION THRU 3440-EXIT
061800             VARYING DU-CORR-IDX FROM 1 BY 1
061900             UNTIL DU-CORR-IDX > DU-CORR-COUNT
062000     PERFORM 3050-CODE-RESULT THRU 3050-EXIT
062100     IF NOT DU-PASSED-PLAY
062200         EVALUATE DU-PLAY-CODE
062300             WHEN 'W'
062400                 ADD 1 TO DU-RUN-BEFORE
062500                 IF PH-DATE >= DU-SEASON-START
062600                     ADD 1 TO DU-SEASON-RUN-BEFORE
062700                 END-IF
062800             WHEN 'L'
062900                 MOVE ZERO TO DU-RUN-BEFORE
063000                 MOVE ZERO TO DU-SEASON-RUN-BEFORE
063100         END-EVALUATE
063200         GO TO 3430-EXIT
063300     END-IF
063400     EVALUATE DU-PLAY-CODE
063500         WHEN 'W'
063600             ADD 1 TO DU-WINS-AFTER
063700             IF PH-DATE <= DU-SEASON-END
063800                 ADD 1 TO DU-SEASON-WINS-AFTER
063900             END-IF
064000         WHEN 'L'
064100             MOVE 'Y' TO DU-LOSS-AFTER-SWITCH
064200             IF PH-DATE <= DU-SEASON-END
064300                 MOVE 'Y' TO DU-SEASON-LOSS-SWITCH
064400             END-IF
064500     END-EVALUATE.
064600 3430-EXIT.
064700     EXIT.

064800 3440-MATCH-ONE-CORRECTION.
064900     IF DU-COR-DATE(DU-CORR-IDX) = PH-DATE AND
065000        DU-COR-TIME(DU-CORR-IDX) = PH-TIME
065100         MOVE DU-COR-RESULT(DU-CORR-IDX) TO DU-PLAY-RESULT
065200     END-IF.
065300 3440-EXIT.
065400     EXIT.

065500*    ----------------------------------------------------------
065600*    The profile moves from the old result to the corrected
065700*    one.  A missing profile (a player purged since) is noted
065800*    and the points still post.
065900*    ----------------------------------------------------------
066000 3500-ADJUST-PROFILE.
066100     OPEN I-O PLAYER-PROFILE-FILE
066200     IF NOT DU-PROFILE-FILE-OK
066300         GO TO 3500-EXIT
066400     END-IF
066500     MOVE DU-PLAYER-ID TO PP-PLAYER-ID
066600     READ PLAYER-PROFILE-FILE
066700         INVALID KEY
066800             CLOSE PLAYER-PROFILE-FILE
066900             GO TO 3500-EXIT
067000     END-READ
067100     MOVE 'Y' TO DU-PROFILE-SWITCH
067200     IF PP-CURRENT-STREAK NOT NUMERIC OR
067300        PP-BEST-STREAK NOT NUMERIC
067400         MOVE ZERO TO PP-CURRENT-STREAK
067500         MOVE ZERO TO PP-BEST-STREAK
067600     END-IF
067700     PERFORM 3510-FIND-SEASON THRU 3510-EXIT
067800     PERFORM 3400-MEASURE-RUNS THRU 3400-EXIT
067900     EVALUATE DU-OLD-CODE
068000         WHEN 'W'
068100             IF PP-WINS > ZERO
068200                 SUBTRACT 1 FROM PP-WINS
068300             END-IF
068400         WHEN 'L'
068500             IF PP-LOSSES > ZERO
068600                 SUBTRACT 1 FROM PP-LOSSES
068700             END-IF
068800         WHEN OTHER
068900             IF PP-TIES > ZERO
069000                 SUBTRACT 1 FROM PP-TIES
069100             END-IF
069200     END-EVALUATE
069300     EVALUATE DU-NEW-CODE
069400         WHEN 'W'
069500             ADD 1 TO PP-WINS
069600         WHEN 'L'
069700             ADD 1 TO PP-LOSSES
069800         WHEN OTHER
069900             ADD 1 TO PP-TIES
070000     END-EVALUATE
070100     IF NOT DU-LOSS-AFTER
070200         MOVE DU-RUN-BEFORE TO DU-WORK-RUN
070300         IF DU-OLD-CODE NOT = 'L'
070400             COMPUTE DU-WORK-RUN =
070500                 PP-CURRENT-STREAK - DU-WINS-AFTER
070600             IF DU-OLD-CODE = 'W'
070700                 SUBTRACT 1 FROM DU-WORK-RUN
070800             END-IF
070900             IF DU-WORK-RUN < ZERO
071000                 MOVE DU-RUN-BEFORE TO DU-WORK-RUN
071100             END-IF
071200         END-IF
071300         PERFORM 3530-NEW-RUN THRU 3530-EXIT
071400         COMPUTE PP-CURRENT-STREAK = DU-NEW-RUN + DU-WINS-AFTER
071500         IF PP-CURRENT-STREAK > PP-BEST-STREAK
071600             MOVE PP-CURRENT-STREAK TO PP-BEST-STREAK
071700         END-IF
071800     END-IF
071900     IF DU-IN-SEASON
072000         PERFORM 3550-ADJUST-SEASON THRU 3550-EXIT
072100     END-IF
072200     IF DU-H2H-PLAY
072300         PERFORM 3570-ADJUST-H2H THRU 3570-EXIT
072400     END-IF
072500     REWRITE PLAYER-PROFILE-RECORD
072600     CLOSE PLAYER-PROFILE-FILE.
072700 3500-EXIT.
072800     EXIT.

072900*    The season counters only move when the profile is still
073000*    carrying the season the play fell in; a season SEASONCL
073100*    has frozen keeps its standings.
073200 3510-FIND-SEASON.
073300     MOVE 'N' TO DU-IN-SEASON-SWITCH
073400     MOVE 99999999 TO DU-SEASON-START
073500     MOVE ZERO TO DU-SEASON-END
073600     IF PP-SEASON-ID = SPACES OR
073700        PP-SEASON-WINS NOT NUMERIC OR
073800        PP-SEASON-CURR-STREAK NOT NUMERIC
073900         GO TO 3510-EXIT
074000     END-IF
074100     MOVE 'N' TO DU-EOF-SWITCH
074200     OPEN INPUT SEASON-CALENDAR-FILE
074300     IF NOT DU-SEASON-FILE-OK
074400         GO TO 3510-EXIT
074500     END-IF
074600     PERFORM 3520-CHECK-ONE-SEASON THRU 3520-EXIT
074700             UNTIL DU-AT-EOF OR DU-IN-SEASON
074800     CLOSE SEASON-CALENDAR-FILE
074900     IF NOT DU-IN-SEASON
075000         MOVE 99999999 TO DU-SEASON-START
075100         MOVE ZERO TO DU-SEASON-END
075200     END-IF.
075300 3510-EXIT.
075400     EXIT.

075500 3520-CHECK-ONE-SEASON.
075600     READ SEASON-CALENDAR-FILE
075700         AT END
075800             MOVE 'Y' TO DU-EOF-SWITCH
075900             GO TO 3520-EXIT
076000     END-READ
076100     IF SN-SEASON-ID = PP-SEASON-ID AND
076200        DP-AL-DATE >= SN-START-DATE AND
076300        DP-AL-DATE <= SN-END-DATE
076400         MOVE 'Y' TO DU-IN-SEASON-SWITCH
076500         MOVE SN-START-DATE TO DU-SEASON-START
076600         MOVE SN-END-DATE TO DU-SEASON-END
076700         MOVE PP-SEASON-ID TO DU-SEASON-ID
076800     END-IF.
076900 3520-EXIT.
077000     EXIT.

077100*    The run through the disputed play under its corrected
077200*    result, from the run it extended (DU-WORK-RUN).
077300 3530-NEW-RUN.
077400     EVALUATE DU-NEW-CODE
077500         WHEN 'W'
077600             COMPUTE DU-NEW-RUN = DU-WORK-RUN + 1
077700         WHEN 'L'
077800             MOVE ZERO TO DU-NEW-RUN
077900         WHEN OTHER
078000             MOVE DU-WORK-RUN TO DU-NEW-RUN
078100     END-EVALUATE.
078200 3530-EXIT.
078300     EXIT.

078400 3550-ADJUST-SEASON.
078500     EVALUATE DU-OLD-CODE
078600         WHEN 'W'
078700             IF PP-SEASON-WINS > ZERO
078800                 SUBTRACT 1 FROM PP-SEASON-WINS
078900             END-IF
079000         WHEN 'L'
079100             IF PP-SEASON-LOSSES > ZERO
079200                 SUBTRACT 1 FROM PP-SEASON-LOSSES
079300             END-IF
079400         WHEN OTHER
079500             IF PP-SEASON-TIES > ZERO
079600                 SUBTRACT 1 FROM PP-SEASON-TIES
079700             END-IF
079800     END-EVALUATE
079900     EVALUATE DU-NEW-CODE
080000         WHEN 'W'
080100             ADD 1 TO PP-SEASON-WINS
080200         WHEN 'L'
080300             ADD 1 TO PP-SEASON-LOSSES
080400         WHEN OTHER
080500             ADD 1 TO PP-SEASON-TIES
080600     END-EVALUATE
080700     IF DU-SEASON-LOSS-AFTER
080800         GO TO 3550-EXIT
080900     END-IF
081000     MOVE DU-SEASON-RUN-BEFORE TO DU-WORK-RUN
081100     IF DU-OLD-CODE NOT = 'L'
081200         COMPUTE DU-WORK-RUN =
081300             PP-SEASON-CURR-STREAK - DU-SEASON-WINS-AFTER
081400         IF DU-OLD-CODE = 'W'
081500             SUBTRACT 1 FROM DU-WORK-RUN
081600         END-IF
081700         IF DU-WORK-RUN < ZERO
081800             MOVE DU-SEASON-RUN-BEFORE TO DU-WORK-RUN
081900         END-IF
082000     END-IF
082100     PERFORM 3530-NEW-RUN THRU 3530-EXIT
082200     COMPUTE PP-SEASON-CURR-STREAK =
082300         DU-NEW-RUN + DU-SEASON-WINS-AFTER
082400     IF PP-SEASON-CURR-STREAK > PP-SEASON-BEST-STREAK
082500         MOVE PP-SEASON-CURR-STREAK TO PP-SEASON-BEST-STREAK
082600     END-IF.
082700 3550-EXIT.
082800     EXIT.

082900*    Only the disputing player's side moves; the opponent's
083000*    side of the pair is their own case to raise.
083100 3570-ADJUST-H2H.
083200     IF PP-H2H-WINS NOT NUMERIC OR
083300        PP-H2H-LOSSES NOT NUMERIC OR
083400        PP-H2H-TIES NOT NUMERIC
083500         GO TO 3570-EXIT
083600     END-IF
083700     EVALUATE DU-OLD-CODE
083800         WHEN 'W'
083900             IF PP-H2H-WINS > ZERO
084000                 SUBTRACT 1 FROM PP-H2H-WINS
084100             END-IF
084200         WHEN 'L'
084300             IF PP-H2H-LOSSES > ZERO
084400                 SUBTRACT 1 FROM PP-H2H-LOSSES
084500             END-IF
084600         WHEN OTHER
084700             IF PP-H2H-TIES > ZERO
084800                 SUBTRACT 1 FROM PP-H2H-TIES
084900             END-IF
085000     END-EVALUATE
085100     EVALUATE DU-NEW-CODE
085200         WHEN 'W'
085300             ADD 1 TO PP-H2H-WINS
085400         WHEN 'L'
085500             ADD 1 TO PP-H2H-LOSSES
085600         WHEN OTHER
085700             ADD 1 TO PP-H2H-TIES
085800     END-EVALUATE.
085900 3570-EXIT.
086000     EXIT.

086100*    ----------------------------------------------------------
086200*    The compensating ledger entry.  A play wrongly scored a
086300*    win gives back exactly what it earned for the win -- the
086400*    WIN and any STREAK entry stamped with its timestamp; a
086500*    play wrongly not a win is paid today's win rate.  Event
086600*    awards were owed whatever the outcome and stand.  A play
086620*    corrected before gives back what its earlier corrections
086640*    paid as well, and a credit is held to the country earn
086660*    rule through ELIGCHK -- a refused one posts nothing.
086700*    ----------------------------------------------------------
086800 3700-ADJUST-POINTS.
086900     IF DU-OLD-CODE = 'W'
087000         MOVE 'N' TO DU-EOF-SWITCH
087100         OPEN INPUT POINTS-LEDGER-FILE
087200         IF DU-LEDGER-FILE-OK
087300             PERFORM 3710-SCAN-ONE-ENTRY THRU 3710-EXIT
087400                     UNTIL DU-AT-EOF
087500             CLOSE POINTS-LEDGER-FILE
087600         END-IF
087700     END-IF
087720     IF DU-OLD-CODE = 'W'
087740         SUBTRACT DU-PRIOR-POINTS FROM DU-POINTS
087760     END-IF
087800     IF DU-NEW-CODE = 'W'
087900         ADD DU-WIN-POINTS TO DU-POINTS
088000     END-IF
088005     IF DU-POINTS > ZERO
088010         MOVE DU-POINTS TO DU-ELIG-POINTS
088015         CALL "ELIGCHK" USING DU-PLAYER-ID
088020                              DU-ELIG-POINTS
088025                              DU-ELIG-REASON
088030                              DU-ELIG-ALLOWED
088035                              DU-ELIG-COUNTRY
088037                              DU-ELIG-LOG
088040         IF DU-ELIG-ALLOWED = 'N'
088045             MOVE 'Y' TO DU-WITHHELD-SWITCH
088050             MOVE ZERO TO DU-POINTS
088055         END-IF
088060     END-IF
088100     IF DU-POINTS = ZERO
088200         GO TO 3700-EXIT
088300     END-IF
088400     ACCEPT DU-CLOCK-TIME FROM TIME
088500     MOVE DU-BUSINESS-DATE TO PD-DATE
088600     MOVE DU-CLOCK-TIME TO PD-TIME
088700     MOVE DU-PLAYER-ID TO PD-PLAYER-ID
088800     SET PD-ADJUST-ENTRY TO TRUE
088900     MOVE 'UPHELD' TO PD-REASON
089000     MOVE DU-POINTS TO PD-POINTS
089100     OPEN EXTEND POINTS-LEDGER-FILE
089200     IF NOT DU-LEDGER-FILE-OK
089300         OPEN OUTPUT POINTS-LEDGER-FILE
089400     END-IF
089500     WRITE POINTS-LEDGER-RECORD
089600     CLOSE POINTS-LEDGER-FILE
089700     PERFORM 3750-CARRY-BALANCE THRU 3750-EXIT.
089800 3700-EXIT.
089900     EXIT.

090000 3710-SCAN-ONE-ENTRY.
090100     READ POINTS-LEDGER-FILE
090200         AT END
090300             MOVE 'Y' TO DU-EOF-SWITCH
090400             GO TO 3710-EXIT
090500     END-READ
090600     IF PD-PLAYER-ID = DU-PLAYER-ID AND
090700        PD-DATE = DP-AL-DATE AND PD-TIME = DP-AL-TIME AND
090800        PD-EARN-ENTRY AND
090900        (PD-REASON = 'WIN' OR PD-REASON = 'STREAK')
091000         SUBTRACT PD-POINTS FROM DU-POINTS
091100     END-IF.
091200 3710-EXIT.
091300     EXIT.

091400*    Same OPTIONAL / OPEN I-O discipline WORKER carries the
091500*    balance forward with.
091600 3750-CARRY-BALANCE.
091700     MOVE 'N' TO DU-BALANCE-NEW-SWITCH
091800     OPEN I-O POINTS-BALANCE-FILE
091900     IF NOT DU-BALANCE-FILE-OK
092000         GO TO 3750-EXIT
092100     END-IF
092200     MOVE DU-PLAYER-ID TO PB-PLAYER-ID
092300     READ POINTS-BALANCE-FILE
092400         INVALID KEY
092500             MOVE 'Y' TO DU-BALANCE-NEW-SWITCH
092600             MOVE DU-PLAYER-ID TO PB-PLAYER-ID
092700             MOVE ZERO TO PB-BALANCE
092800     END-READ
092900     ADD DU-POINTS TO PB-BALANCE
093000     IF DU-BALANCE-IS-NEW
093100         WRITE POINTS-BALANCE-RECORD
093200     ELSE
093300         REWRITE POINTS-BALANCE-RECORD
093400     END-IF
093500     CLOSE POINTS-BALANCE-FILE.
093600 3750-EXIT.
093700     EXIT.

093800 3800-WRITE-CORRECTION.
093900     ACCEPT DU-CLOCK-TIME FROM TIME
094000     MOVE DU-BUSINESS-DATE TO CO-POSTED-DATE
094100     MOVE DU-CLOCK-TIME TO CO-POSTED-TIME
094200     MOVE DP-CASE-ID TO CO-CASE-ID
094300     MOVE DU-PLAYER-ID TO CO-PLAYER-ID
094400     MOVE DP-AL-DATE TO CO-PLAY-DATE
094500     MOVE DP-AL-TIME TO CO-PLAY-TIME
094600     MOVE DU-OLD-RESULT TO CO-OLD-RESULT
094700     MOVE DU-NEW-RESULT TO CO-NEW-RESULT
094800     MOVE DU-SEASON-ID TO CO-SEASON-ID
094900     MOVE DU-H2H-SWITCH TO CO-H2H-FLAG
095000     MOVE DU-POINTS TO CO-POINTS
095100     OPEN EXTEND PLAY-CORRECTION-FILE
095200     IF NOT DU-CORRECT-FILE-OK
095300         OPEN OUTPUT PLAY-CORRECTION-FILE
095400     END-IF
095500     WRITE PLAY-CORRECTION-RECORD
095600     CLOSE PLAY-CORRECTION-FILE.
095700 3800-EXIT.
095800     EXIT.

095900 4000-TERMINATE.
096000     WRITE POST-REPORT-LINE FROM DU-BLANK-LINE
096100     MOVE DU-POSTED-COUNT TO DU-COUNT-DISPLAY
096200     MOVE SPACES TO DU-STATUS-TEXT
096300     STRING 'Corrections posted:       ' DU-COUNT-DISPLAY
096400         DELIMITED BY SIZE INTO DU-STATUS-TEXT
096500     WRITE POST-REPORT-LINE FROM DU-STATUS-LINE
096600     MOVE DU-NOCHANGE-COUNT TO DU-COUNT-DISPLAY
096700     MOVE SPACES TO DU-STATUS-TEXT
096800     STRING 'Upheld, nothing to change:' DU-COUNT-DISPLAY
096900         DELIMITED BY SIZE INTO DU-STATUS-TEXT
097000     WRITE POST-REPORT-LINE FROM DU-STATUS-LINE
097100     MOVE DU-EXCEPTION-COUNT TO DU-COUNT-DISPLAY
097200     MOVE SPACES TO DU-STATUS-TEXT
097300     STRING 'Exceptions:               ' DU-COUNT-DISPLAY
097400         DELIMITED BY SIZE INTO DU-STATUS-TEXT
097500     WRITE POST-REPORT-LINE FROM DU-STATUS-LINE
097600     MOVE DU-NET-POINTS TO DU-POINTS-DISPLAY
097700     MOVE SPACES TO DU-STATUS-TEXT
097800     STRING 'Net points adjusted:  ' DU-POINTS-DISPLAY
097900         DELIMITED BY SIZE INTO DU-STATUS-TEXT
098000     WRITE POST-REPORT-LINE FROM DU-STATUS-LINE
098100     CLOSE POST-REPORT-FILE
098200     MOVE 0 TO RETURN-CODE.
098300 4000-EXIT.
098400     EXIT.

098500 9999-EXIT.
098600     STOP RUN.
