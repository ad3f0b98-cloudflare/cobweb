002230*  so a 2 a.m. rerun compares the EDGECNT drop against the day
002240*  it actually covers; the clock is only a fallback when the
002250*  file is missing.
002260*  2026-10-15  jm  Take the GAME-RESULT row count from GREXTRCT's
002270*  control record when it proves the window's single pass over
002280*  the file complete for the business date; the file is only
002290*  counted here for hand runs and a failed extract.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003540     SELECT ALERT-FILE ASSIGN TO "ALERTS"
003550         ORGANIZATION IS LINE SEQUENTIAL
003560         FILE STATUS IS RC-ALERT-FILE-STATUS.
003570     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
003580         ORGANIZATION IS LINE SEQUENTIAL
003590         FILE STATUS IS RC-EXTRACT-FILE-STATUS.

003600 DATA DIVISION.
003700 FILE SECTION.
004330 FD  ALERT-FILE.
004340 COPY "alertrec.cpy".

004360 FD  EXTRACT-CONTROL-FILE.
004380 COPY "grexctl.cpy".

004400 WORKING-STORAGE SECTION.
004500     77 RC-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
004600        88 RC-RESULT-FILE-OK               VALUE '00'.
005020        88 RC-BUSDATE-FILE-OK               VALUE '00'.
005030     77 RC-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
005040        88 RC-ALERT-FILE-OK                 VALUE '00'.
005042     77 RC-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
005044        88 RC-EXTRACT-FILE-OK               VALUE '00'.
005050     01 RC-ALERT-TIME            PIC 9(08) VALUE ZERO.
005100     77 RC-EOF-SWITCH            PIC X(01) VALUE 'N'.
005200        88 RC-AT-EOF                       VALUE 'Y'.
005300     77 RC-EDGE-AVAILABLE        PIC X(01) VALUE 'Y'.
005400        88 RC-EDGE-IS-AVAILABLE            VALUE 'Y'.
005420     77 RC-EXTRACT-SWITCH        PIC X(01) VALUE 'N'.
005440        88 RC-USING-EXTRACT                VALUE 'Y'.

005500     01 RC-RESULT-COUNT          PIC 9(07) COMP VALUE ZERO.
005600     01 RC-EDGE-COUNT            PIC 9(07) VALUE ZERO.

007900 1000-INITIALIZE.
008000     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
008020     PERFORM 1030-USE-EXTRACT-COUNT THRU 1030-EXIT
008040     IF RC-USING-EXTRACT
008060         MOVE 'Y' TO RC-EOF-SWITCH
008080     ELSE
008100         OPEN INPUT GAME-RESULT-FILE
008200         IF NOT RC-RESULT-FILE-OK
008300             DISPLAY "RECONCIL: cannot open GAME-RESULT-FILE, "
008400                     "status " RC-RESULT-FILE-STATUS
008500             MOVE 'Y' TO RC-EOF-SWITCH
008600         END-IF
008650     END-IF
008700     OPEN INPUT EDGE-COUNT-FILE
008800     IF NOT RC-EDGE-FILE-OK
008900*        No edge-count drop for today just means that upstream
010399 1020-EXIT.
010400     EXIT.

010402*    GREXTRCT's record-count proof already counted every
010404*    GAME-RESULT record on the window's one pass.  When its
010406*    control record proves that pass complete for the business
010408*    date the row count is taken from it; otherwise (a hand run,
010410*    or an extract still running or failed) the file is counted
010412*    here the way it always was.
010414 1030-USE-EXTRACT-COUNT.
010416     OPEN INPUT EXTRACT-CONTROL-FILE
010418     IF NOT RC-EXTRACT-FILE-OK
010420         GO TO 1030-EXIT
010422     END-IF
010424     READ EXTRACT-CONTROL-FILE
010426         AT END
010428             CONTINUE
010430         NOT AT END
010432             IF GX-EXTRACT-COMPLETE AND
010434                GX-BUSINESS-DATE = RC-RUN-DATE
010436                 MOVE 'Y' TO RC-EXTRACT-SWITCH
010438                 MOVE GX-INPUT-COUNT TO RC-RESULT-COUNT
010440             END-IF
010442     END-READ
010444     CLOSE EXTRACT-CONTROL-FILE.
010446 1030-EXIT.
010448     EXIT.

010450 2000-COUNT-RESULTS.
010500     READ GAME-RESULT-FILE
010600         AT END
010700             MOVE 'Y' TO RC-EOF-SWITCH
014965     EXIT.

015000 4000-TERMINATE.
015100     IF (RC-RESULT-FILE-OK OR RC-RESULT-FILE-EOF) AND
015150        NOT RC-USING-EXTRACT
015200         CLOSE GAME-RESULT-FILE
015300     END-IF
015400     CLOSE RECON-REPORT-FILE.
