002400*    PERF-LOG      records never fall below the live requests
002500*                  (every billed live request was measured;
002600*                  parked challenges measure without billing)
002610*    PLAY-CORRECTION  points on the day's corrections = the
002620*                  UPHELD ADJUST entries DISPPOST posted to
002630*                  POINTS-LEDGER alongside them
002700*
002800*  Probe plays are out of scope everywhere -- they are flagged
002900*  on GAMERES and write no side feeds.  Bulk-loaded plays are
004400*  2026-09-03  jm  Fold the bulk-loaded plays out of the
004500*  DAY-SUMMARY and PERF-LOG expectations -- a date covered by
004600*  a partner upload used to fail its close forever.
004610*  2026-10-15  jm  Prove the day's dispute corrections: the
004620*  points on PLAY-CORRECTION against the UPHELD adjustments
004630*  posted to POINTS-LEDGER.
004640*  2026-10-15  jm  Read GREXTRCT's slice of the business date when
004650*  its control record proves it complete for the date, instead
004660*  of passing the whole GAME-RESULT file; GAMERES itself is
004670*  still read when there is no such extract.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT GAME-RESULT-FILE ASSIGN TO DYNAMIC DY-RESULT-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DY-RESULT-FILE-STATUS.
005320     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
005340         ORGANIZATION IS LINE SEQUENTIAL
005360         FILE STATUS IS DY-EXTRACT-FILE-STATUS.
005400     SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
007700     SELECT ALERT-FILE ASSIGN TO "ALERTS"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS DY-ALERT-FILE-STATUS.
007910     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
007920         ORGANIZATION IS LINE SEQUENTIAL
007930         FILE STATUS IS DY-CORRECT-FILE-STATUS.
007940     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
007950         ORGANIZATION IS LINE SEQUENTIAL
007960         FILE STATUS IS DY-LEDGER-FILE-STATUS.
008000     SELECT CLOSE-REPORT-FILE ASSIGN TO "DAYCLOSE.TXT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS DY-REPORT-FILE-STATUS.
008500 FD  GAME-RESULT-FILE.
008600 COPY "gamerec.cpy".

008620 FD  EXTRACT-CONTROL-FILE.
008640 COPY "grexctl.cpy".

008700 FD  DAY-SUMMARY-FILE.
008800 COPY "daysumm.cpy".

010100 FD  ALERT-FILE.
010200 COPY "alertrec.cpy".

010210 FD  PLAY-CORRECTION-FILE.
010220 COPY "playcorr.cpy".

010230 FD  POINTS-LEDGER-FILE.
010240 COPY "ptsledgr.cpy".

010300 FD  CLOSE-REPORT-FILE.
010400 01  CLOSE-REPORT-LINE           PIC X(80).

010500 WORKING-STORAGE SECTION.
010600     77 DY-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
010700        88 DY-RESULT-FILE-OK               VALUE '00'.
010720     77 DY-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
010740        88 DY-EXTRACT-FILE-OK              VALUE '00'.
010760     77 DY-RESULT-NAME           PIC X(12) VALUE 'GAMERES'.
010800     77 DY-DAYSUMM-FILE-STATUS   PIC X(02) VALUE '00'.
010900        88 DY-DAYSUMM-FILE-OK              VALUE '00'.
011000     77 DY-PARTLOG-FILE-STATUS   PIC X(02) VALUE '00'.
012100        88 DY-BUSDATE-FILE-OK              VALUE '00'.
012200     77 DY-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
012300        88 DY-ALERT-FILE-OK                VALUE '00'.
012310     77 DY-CORRECT-FILE-STATUS   PIC X(02) VALUE '00'.
012320        88 DY-CORRECT-FILE-OK              VALUE '00'.
012330     77 DY-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
012340        88 DY-LEDGER-FILE-OK               VALUE '00'.
012400     77 DY-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
012500     77 DY-EOF-SWITCH            PIC X(01) VALUE 'N'.
012600        88 DY-AT-EOF                       VALUE 'Y'.
013600     77 DY-EVENTPLY-COUNT        PIC 9(07) VALUE ZERO.
013700     77 DY-PERF-COUNT            PIC 9(07) VALUE ZERO.
013800     77 DY-EXPECT-REQUESTS       PIC 9(07) VALUE ZERO.
013810     77 DY-CORRECT-POINTS        PIC S9(09) VALUE ZERO.
013820     77 DY-UPHELD-POINTS         PIC S9(09) VALUE ZERO.
013900     77 DY-BREAK-COUNT           PIC 9(02) VALUE ZERO.

014000     01 DY-HEADING-1             PIC X(80) VALUE
015000        05 FILLER                PIC X(03) VALUE SPACES.
015100        05 DY-FDL-VERDICT        PIC X(14).
015200        05 FILLER                PIC X(23) VALUE SPACES.
015210*    Points net either way, so their line carries a sign.
015220     01 DY-POINTS-LINE.
015230        05 FILLER                PIC X(02) VALUE SPACES.
015240        05 DY-PTL-FEED           PIC X(10).
015250        05 DY-PTL-ACTUAL         PIC -ZZ,ZZZ,ZZ9.
015260        05 FILLER                PIC X(05) VALUE ' vs '.
015270        05 DY-PTL-EXPECTED       PIC -ZZ,ZZZ,ZZ9.
015280        05 FILLER                PIC X(03) VALUE SPACES.
015290        05 DY-PTL-VERDICT        PIC X(14).
015295        05 FILLER                PIC X(23) VALUE SPACES.
015300     01 DY-STATUS-LINE.
015400        05 FILLER                PIC X(02) VALUE SPACES.
015500        05 DY-STATUS-TEXT        PIC X(78).
016300     PERFORM 2400-COUNT-GEO THRU 2400-EXIT
016400     PERFORM 2500-COUNT-EVENT-PLAYS THRU 2500-EXIT
016500     PERFORM 2600-COUNT-PERF THRU 2600-EXIT
016510     PERFORM 2700-SUM-CORRECTIONS THRU 2700-EXIT
016520     PERFORM 2750-SUM-UPHELD-ENTRIES THRU 2750-EXIT
016600     PERFORM 3000-JUDGE-AND-REPORT THRU 3000-EXIT
016700     PERFORM 3800-WRITE-CLOSE-STATUS THRU 3800-EXIT
016800     IF DY-BREAK-COUNT > ZERO
017800     WRITE CLOSE-REPORT-LINE FROM DY-HEADING-1
017900     WRITE CLOSE-REPORT-LINE FROM DY-HEADING-2
018000     WRITE CLOSE-REPORT-LINE FROM DY-BLANK-LINE
018050     PERFORM 1030-CHOOSE-RESULT-FILE THRU 1030-EXIT
018100     OPEN INPUT GAME-RESULT-FILE
018200     IF NOT DY-RESULT-FILE-OK
018300         MOVE 'Y' TO DY-EOF-SWITCH
020200 1020-EXIT.
020300     EXIT.

020302*    GREXTRCT's slice of the business date, when its control
020304*    record proves the slice was cut for this date; otherwise --
020306*    a hand run, or an extract still running or failed -- the
020308*    whole GAME-RESULT file, read the way it always was.
020310 1030-CHOOSE-RESULT-FILE.
020312     MOVE 'GAMERES' TO DY-RESULT-NAME
020314     OPEN INPUT EXTRACT-CONTROL-FILE
020316     IF NOT DY-EXTRACT-FILE-OK
020318         GO TO 1030-EXIT
020320     END-IF
020322     READ EXTRACT-CONTROL-FILE
020324         AT END
020326             CONTINUE
020328         NOT AT END
020330             IF GX-EXTRACT-COMPLETE AND
020332                GX-BUSINESS-DATE = DY-RUN-DATE
020334                 MOVE GX-SLICE-NAME TO DY-RESULT-NAME
020336             END-IF
020338     END-READ
020340     CLOSE EXTRACT-CONTROL-FILE.
020342 1030-EXIT.
020344     EXIT.

020400 2000-COUNT-RESULTS.
020500     READ GAME-RESULT-FILE
020600         AT END
033800 2610-EXIT.
033900     EXIT.

033901*    DISPPOST stamps each correction with the business date it
033902*    posted under, and its ledger entry with the same date.
033903 2700-SUM-CORRECTIONS.
033904     MOVE 'N' TO DY-EOF-SWITCH
033905     OPEN INPUT PLAY-CORRECTION-FILE
033906     IF NOT DY-CORRECT-FILE-OK
033907         MOVE 'Y' TO DY-EOF-SWITCH
033908     END-IF
033909     PERFORM 2710-SUM-ONE-CORRECTION THRU 2710-EXIT
033910             UNTIL DY-AT-EOF.
033911 2700-EXIT.
033912     EXIT.

033913 2710-SUM-ONE-CORRECTION.
033914     READ PLAY-CORRECTION-FILE
033915         AT END
033916             MOVE 'Y' TO DY-EOF-SWITCH
033917             IF DY-CORRECT-FILE-OK OR
033918                DY-CORRECT-FILE-STATUS = '10'
033919                 CLOSE PLAY-CORRECTION-FILE
033920             END-IF
033921         NOT AT END
033922             IF CO-POSTED-DATE = DY-RUN-DATE
033923                 ADD CO-POINTS TO DY-CORRECT-POINTS
033924             END-IF
033925     END-READ.
033926 2710-EXIT.
033927     EXIT.

033928 2750-SUM-UPHELD-ENTRIES.
033929     MOVE 'N' TO DY-EOF-SWITCH
033930     OPEN INPUT POINTS-LEDGER-FILE
033931     IF NOT DY-LEDGER-FILE-OK
033932         MOVE 'Y' TO DY-EOF-SWITCH
033933     END-IF
033934     PERFORM 2760-SUM-ONE-ENTRY THRU 2760-EXIT
033935             UNTIL DY-AT-EOF.
033936 2750-EXIT.
033937     EXIT.

033938 2760-SUM-ONE-ENTRY.
033939     READ POINTS-LEDGER-FILE
033940         AT END
033941             MOVE 'Y' TO DY-EOF-SWITCH
033942             IF DY-LEDGER-FILE-OK OR
033943                DY-LEDGER-FILE-STATUS = '10'
033944                 CLOSE POINTS-LEDGER-FILE
033945             END-IF
033946         NOT AT END
033947             IF PD-DATE = DY-RUN-DATE AND PD-ADJUST-ENTRY
033948                AND PD-REASON = 'UPHELD'
033949                 ADD PD-POINTS TO DY-UPHELD-POINTS
033950             END-IF
033951     END-READ.
033952 2760-EXIT.
033953     EXIT.

034000*    Each feed against its rule: the head-to-head halves fold
034100*    out of the request expectation (a resolve writes both
034200*    sides' plays off one billable request), and the bulk
040700         ADD 1 TO DY-BREAK-COUNT
040800     END-IF
040900     WRITE CLOSE-REPORT-LINE FROM DY-FEED-LINE
040910     MOVE 'PLAYCORR' TO DY-PTL-FEED
040920     MOVE DY-CORRECT-POINTS TO DY-PTL-ACTUAL
040930     MOVE DY-UPHELD-POINTS TO DY-PTL-EXPECTED
040940     IF DY-CORRECT-POINTS = DY-UPHELD-POINTS
040950         MOVE 'balanced' TO DY-PTL-VERDICT
040960         MOVE 'B' TO DC-CORRECT-STATUS
040970     ELSE
040980         MOVE 'OUT OF BALANCE' TO DY-PTL-VERDICT
040990         MOVE 'X' TO DC-CORRECT-STATUS
040995         ADD 1 TO DY-BREAK-COUNT
040996     END-IF
040997     WRITE CLOSE-REPORT-LINE FROM DY-POINTS-LINE
041000     WRITE CLOSE-REPORT-LINE FROM DY-BLANK-LINE
041100     MOVE SPACES TO DY-STATUS-TEXT
041200     IF DY-BREAK-COUNT = ZERO
