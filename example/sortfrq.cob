001800*  Modification history
001900*  ---------------------------------------------------------------
002000*  2026-08-09  jm  Original program.
002010*  2026-10-15  jm  Take the pick tallies from GREXTRCT's control
002020*  record when it proves the window's single GAME-RESULT pass
002030*  complete for the business date, read off BUSDATE in the
002040*  suite's usual way; the file is only read for hand runs and
002050*  a failed extract.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002900     SELECT FREQ-REPORT-FILE ASSIGN TO "CHOICEFRQ.TXT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FQ-REPORT-FILE-STATUS.
003110     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS FQ-BUSDATE-FILE-STATUS.
003140     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
003150         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS FQ-EXTRACT-FILE-STATUS.

003200 DATA DIVISION.
003300 FILE SECTION.
004000 FD  FREQ-REPORT-FILE.
004100 01  FREQ-REPORT-LINE            PIC X(80).

004120 FD  BUSINESS-DATE-FILE.
004140 COPY "busdate.cpy".

004160 FD  EXTRACT-CONTROL-FILE.
004180 COPY "grexctl.cpy".

004200 WORKING-STORAGE SECTION.
004300     77 FQ-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
004400        88 FQ-RESULT-FILE-OK               VALUE '00'.
004500        88 FQ-RESULT-FILE-EOF              VALUE '10'.
004600     77 FQ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
004620     77 FQ-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
004640        88 FQ-BUSDATE-FILE-OK              VALUE '00'.
004660     77 FQ-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
004680        88 FQ-EXTRACT-FILE-OK              VALUE '00'.
004700     77 FQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
004800        88 FQ-AT-EOF                       VALUE 'Y'.
004900     77 FQ-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
005000        88 FQ-SORT-AT-EOF                  VALUE 'Y'.
005100     77 FQ-RANK                  PIC 9(02) COMP.
005120     77 FQ-EXTRACT-SWITCH        PIC X(01) VALUE 'N'.
005140        88 FQ-USING-EXTRACT                VALUE 'Y'.
005160     77 FQ-RUN-DATE              PIC 9(08) VALUE ZERO.

005200     01 FQ-PLAYER-TABLE.
005300        05 FQ-PLAYER-ENTRY OCCURS 5 TIMES
009200             TO FQ-COMPUTER-NAME(FQ-PLAYER-IDX)
009300         MOVE ZERO TO FQ-COMPUTER-COUNT(FQ-PLAYER-IDX)
009400     END-PERFORM
009410     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
009420     PERFORM 1030-USE-EXTRACT-SUMMARY THRU 1030-EXIT
009430     IF FQ-USING-EXTRACT
009440         MOVE 'Y' TO FQ-EOF-SWITCH
009450     ELSE
009500         OPEN INPUT GAME-RESULT-FILE
009600         IF NOT FQ-RESULT-FILE-OK
009700             DISPLAY "SORTFRQ: cannot open GAME-RESULT-FILE, "
009800                     "status " FQ-RESULT-FILE-STATUS
009900             MOVE 'Y' TO FQ-EOF-SWITCH
010000         END-IF
010050     END-IF
010100     OPEN OUTPUT FREQ-REPORT-FILE
010200     WRITE FREQ-REPORT-LINE FROM FQ-HEADING-1
010300     WRITE FREQ-REPORT-LINE FROM FQ-BLANK-LINE.
010400 1000-EXIT.
010500     EXIT.

010501*    Same BUSINESS-DATE idiom as the rest of the suite: the
010502*    window's day, with the clock as a fallback for hand runs.
010503 1020-GET-BUSINESS-DATE.
010504     OPEN INPUT BUSINESS-DATE-FILE
010505     IF FQ-BUSDATE-FILE-OK
010506         READ BUSINESS-DATE-FILE
010507             AT END
010508                 ACCEPT FQ-RUN-DATE FROM DATE YYYYMMDD
010509             NOT AT END
010510                 MOVE BD-BUSINESS-DATE TO FQ-RUN-DATE
010511         END-READ
010512         CLOSE BUSINESS-DATE-FILE
010513     ELSE
010514         ACCEPT FQ-RUN-DATE FROM DATE YYYYMMDD
010515     END-IF.
010516 1020-EXIT.
010517     EXIT.

010518*    GREXTRCT counts every record's picks, test plays and all,
010519*    on the window's one pass over GAME-RESULT.  When its control
010520*    record proves that pass complete for the business date the
010521*    tallies come from it and GAME-RESULT is not read here;
010522*    otherwise (a hand run, or an extract still running or
010523*    failed) the file is read the way it always was.
010524 1030-USE-EXTRACT-SUMMARY.
010525     OPEN INPUT EXTRACT-CONTROL-FILE
010526     IF NOT FQ-EXTRACT-FILE-OK
010527         GO TO 1030-EXIT
010528     END-IF
010529     READ EXTRACT-CONTROL-FILE
010530         AT END
010531             CONTINUE
010532         NOT AT END
010533             IF GX-EXTRACT-COMPLETE AND
010534                GX-BUSINESS-DATE = FQ-RUN-DATE
010535                 MOVE 'Y' TO FQ-EXTRACT-SWITCH
010536             END-IF
010537     END-READ
010538     CLOSE EXTRACT-CONTROL-FILE
010539     IF NOT FQ-USING-EXTRACT
010540         GO TO 1030-EXIT
010541     END-IF
010542     MOVE GX-PLAYER-PICKS(1) TO FQ-PLAYER-COUNT(1)
010543     MOVE GX-PLAYER-PICKS(2) TO FQ-PLAYER-COUNT(2)
010544     MOVE GX-PLAYER-PICKS(3) TO FQ-PLAYER-COUNT(3)
010545     MOVE GX-PLAYER-PICKS(4) TO FQ-PLAYER-COUNT(4)
010546     MOVE GX-PLAYER-PICKS(5) TO FQ-PLAYER-COUNT(5)
010547     MOVE GX-COMPUTER-PICKS(1) TO FQ-COMPUTER-COUNT(1)
010548     MOVE GX-COMPUTER-PICKS(2) TO FQ-COMPUTER-COUNT(2)
010549     MOVE GX-COMPUTER-PICKS(3) TO FQ-COMPUTER-COUNT(3)
010550     MOVE GX-COMPUTER-PICKS(4) TO FQ-COMPUTER-COUNT(4)
010551     MOVE GX-COMPUTER-PICKS(5) TO FQ-COMPUTER-COUNT(5).
010552 1030-EXIT.
010553     EXIT.

010600 2000-TALLY-RESULTS.
010700     READ GAME-RESULT-FILE
010800         AT END
020300     EXIT.

020400 4000-TERMINATE.
020500     IF (FQ-RESULT-FILE-OK OR FQ-RESULT-FILE-EOF) AND
020550        NOT FQ-USING-EXTRACT
020600         CLOSE GAME-RESULT-FILE
020700     END-IF
020800     CLOSE FREQ-REPORT-FILE.
