000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERIODCL.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PERIODCL
000900*
001000*  Driver for the period-end close -- the month-end jobs that
001100*  used to be started by hand on the first of the month, plus
001200*  the quarter-end jobs when the closed month ends a quarter.
001300*  Runs them in step-table order the way JOBCTL runs the
001400*  nightly window:
001500*
001600*    month-end     BILLEXT  BILLVRFY  PARTSLA  PARTINV
001650*                  PLAYSTMT  PTSLIAB  REFRPT  ELIGRPT
001670*                  TRENDRPT  WINBACK
001700*    quarter-end   SEASONCL  PRIVRPT  (months 03, 06, 09 and
001750*                  12 only)
001800*
001900*  Refuses to start until every day of the period stands CLOSED
002000*  on the DAILY-CLOSE status file -- the latest record for a
002100*  date wins, so a day repaired and re-closed counts -- and
002200*  raises a CRIT on the common ALERT file naming the first day
002300*  that doesn't.  Each step's start, end and return code go to
002400*  the PERIOD-STATE file as it runs; a failing step stops the
002500*  close and a rerun for the same period skips the steps
002600*  already complete, so a failed month-end restarts at the
002700*  failing step.  A period whose every step is already
002800*  complete is already closed: the job says so and ends clean,
002900*  so nobody bills a month twice.  Leaves PERIODCL.TXT behind
003000*  either way and launches ALERTER at the end, same as JOBCTL.
003100*
003200*  Invoke as:  periodcl YYYYMM    (the period being closed)
003300*         or:  periodcl           (the month before the
003400*                                  business date's month)
003500*  Exits with RETURN-CODE 0 on a clean close, 1 otherwise.
003600*
003700*  Modification history
003800*  ---------------------------------------------------------------
003900*  2026-10-15  jm  Original program.
003910*  2026-10-15  jm  Add PTSLIAB after PLAYSTMT, so finance has
003920*  the outstanding-points liability with every month-end.
003930*  2026-10-15  jm  Add PARTINV after BILLVRFY: partner invoices
003940*  are priced once the usage feed has proved out.
003950*  2026-10-15  jm  Add PARTSLA ahead of PARTINV, so the month's
003960*  SLA credits are settled before the invoices go out.
003970*  2026-10-15  jm  Add REFRPT after PTSLIAB, so the month's
003980*  referral standings go out with the points reports.
003985*  2026-10-15  jm  Add ELIGRPT after REFRPT, so legal
003990*  gets the month's country refusals and withheld points with
003995*  the close.
003997*  2026-10-15  jm  Add PRIVRPT after SEASONCL at quarter-end,
003999*  so the privacy compliance report comes with the close.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PERIOD-STATE-FILE ASSIGN TO "PERSTATE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS PE-STATE-FILE-STATUS.
004700     SELECT DAILY-CLOSE-FILE ASSIGN TO "CLOSESTA"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS PE-CLOSE-FILE-STATUS.
005000     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS PE-BUSDATE-FILE-STATUS.
005300     SELECT ALERT-FILE ASSIGN TO "ALERTS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS PE-ALERT-FILE-STATUS.
005600     SELECT PERIOD-REPORT-FILE ASSIGN TO "PERIODCL.TXT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PE-REPORT-FILE-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PERIOD-STATE-FILE.
006200 COPY "perstate.cpy".

006300 FD  DAILY-CLOSE-FILE.
006400 COPY "closesta.cpy".

006500 FD  BUSINESS-DATE-FILE.
006600 COPY "busdate.cpy".

006700 FD  ALERT-FILE.
006800 COPY "alertrec.cpy".

006900 FD  PERIOD-REPORT-FILE.
007000 01  PERIOD-REPORT-LINE          PIC X(80).

007100 WORKING-STORAGE SECTION.
007200     77 PE-STATE-FILE-STATUS     PIC X(02) VALUE '00'.
007300        88 PE-STATE-FILE-OK                 VALUE '00'.
007400     77 PE-CLOSE-FILE-STATUS     PIC X(02) VALUE '00'.
007500        88 PE-CLOSE-FILE-OK                 VALUE '00'.
007600     77 PE-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
007700        88 PE-BUSDATE-FILE-OK               VALUE '00'.
007800     77 PE-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
007900        88 PE-ALERT-FILE-OK                 VALUE '00'.
008000     77 PE-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
008100     01 PE-ALERTER-COMMAND       PIC X(40) VALUE 'alerter'.
008200     01 PE-COMMAND-LINE          PIC X(20) VALUE SPACES.
008300     77 PE-STATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
008400        88 PE-STATE-AT-EOF                  VALUE 'Y'.
008500     77 PE-CLOSE-EOF-SWITCH      PIC X(01) VALUE 'N'.
008600        88 PE-CLOSE-AT-EOF                  VALUE 'Y'.
008700     77 PE-CLOSE-FAIL-SWITCH     PIC X(01) VALUE 'N'.
008800        88 PE-CLOSE-FAILED                  VALUE 'Y'.
008900     77 PE-ALL-DONE-SWITCH       PIC X(01) VALUE 'N'.
009000        88 PE-ALL-WERE-COMPLETE             VALUE 'Y'.
009100     77 PE-PRIOR-SWITCH          PIC X(01) VALUE 'N'.
009200        88 PE-PRIOR-FOR-PERIOD              VALUE 'Y'.
009300     77 PE-QUARTER-SWITCH        PIC X(01) VALUE 'N'.
009400        88 PE-QUARTER-END                   VALUE 'Y'.

009500     77 PE-STEP-COUNT            PIC 9(02) COMP VALUE ZERO.
009600     77 PE-STEP-IDX              PIC 9(02) COMP VALUE ZERO.
009700     77 PE-MATCH-IDX             PIC 9(02) COMP VALUE ZERO.
009800     77 PE-RUN-COUNT             PIC 9(02) COMP VALUE ZERO.
009900     77 PE-SKIP-COUNT            PIC 9(02) COMP VALUE ZERO.
010000     77 PE-FAIL-COUNT            PIC 9(02) COMP VALUE ZERO.
010100     77 PE-DONE-COUNT            PIC 9(02) COMP VALUE ZERO.
010200     77 PE-DAY-IDX               PIC 9(02) COMP VALUE ZERO.
010300     77 PE-LAST-DAY              PIC 9(02) COMP VALUE ZERO.

010400     01 PE-SYS-DATE              PIC 9(08) VALUE ZERO.
010500     01 PE-SYS-TIME              PIC 9(08) VALUE ZERO.
010600     01 PE-COMMAND-TEXT          PIC X(40) VALUE SPACES.
010700     01 PE-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010800     01 PE-PERIOD                PIC 9(06) VALUE ZERO.
010900     01 PE-PERIOD-PARTS REDEFINES PE-PERIOD.
011000        05 PE-PERIOD-YEAR        PIC 9(04).
011100        05 PE-PERIOD-MONTH       PIC 9(02).
011200     01 PE-NEXT-PERIOD           PIC 9(06) VALUE ZERO.
011300     01 PE-WORK-DATE             PIC 9(08) VALUE ZERO.
011400     01 PE-WORK-INTEGER          PIC S9(09) COMP VALUE ZERO.
011500     01 PE-PERIOD-END-DATE       PIC 9(08) VALUE ZERO.
011600     01 PE-OPEN-DATE             PIC 9(08) VALUE ZERO.

011700*    ----------------------------------------------------------
011800*    The period's days, one slot per day of the month, holding
011900*    the latest DC-STATUS the DAILY-CLOSE file carries for it.
012000*    A day DAYCLOSE never closed at all stays spaces.
012100*    ----------------------------------------------------------
012200     01 PE-DAY-TABLE.
012300        05 PE-DAY-STATUS OCCURS 31 TIMES PIC X(01).

012400*    ----------------------------------------------------------
012500*    The suite itself.  One entry per step, in the order the
012600*    close runs them; the quarter-end steps are only added to
012700*    the table when the period ends a quarter.  Statuses
012800*    mirror the PS-STATUS codes on the PERIOD-STATE file.
012900*    ----------------------------------------------------------
013000     01 PE-STEP-TABLE.
013100        05 PE-STEP-ENTRY OCCURS 20 TIMES.
013200           10 PE-STP-NAME        PIC X(08).
013300           10 PE-STP-COMMAND     PIC X(40).
013400           10 PE-STP-STATUS      PIC X(01).
013500           10 PE-STP-SKIPPED     PIC X(01).
013600           10 PE-STP-START-DATE  PIC 9(08).
013700           10 PE-STP-START-TIME  PIC 9(08).
013800           10 PE-STP-END-DATE    PIC 9(08).
013900           10 PE-STP-END-TIME    PIC 9(08).
014000           10 PE-STP-RC          PIC 9(05).

014100     01 PE-HEADING-1             PIC X(80) VALUE
014200        'PERIODCL - PERIOD-END CLOSE SUMMARY'.
014300     01 PE-HEADING-2             PIC X(80).
014400     01 PE-HEADING-3             PIC X(80).
014500     01 PE-BLANK-LINE            PIC X(80) VALUE SPACES.
014600     01 PE-REFUSED-LINE          PIC X(80).
014700     01 PE-COLUMN-HEADING.
014800        05 FILLER                PIC X(40) VALUE
014900           '  STEP      STATUS     START'.
015000        05 FILLER                PIC X(40) VALUE
015100           'END                  RC'.
015200     01 PE-DETAIL-LINE.
015300        05 FILLER                PIC X(02) VALUE SPACES.
015400        05 PE-DTL-NAME           PIC X(08).
015500        05 FILLER                PIC X(02) VALUE SPACES.
015600        05 PE-DTL-STATUS         PIC X(08).
015700        05 FILLER                PIC X(03) VALUE SPACES.
015800        05 PE-DTL-START-DATE     PIC 9(08).
015900        05 FILLER                PIC X(01) VALUE '/'.
016000        05 PE-DTL-START-TIME     PIC 9(08).
016100        05 FILLER                PIC X(01) VALUE SPACE.
016200        05 PE-DTL-END-DATE       PIC 9(08).
016300        05 FILLER                PIC X(01) VALUE '/'.
016400        05 PE-DTL-END-TIME       PIC 9(08).
016500        05 FILLER                PIC X(02) VALUE SPACES.
016600        05 PE-DTL-RC             PIC ZZZZ9.
016700     01 PE-TOTAL-LINE.
016800        05 FILLER                PIC X(02) VALUE SPACES.
016900        05 PE-TOT-LABEL          PIC X(20).
017000        05 PE-TOT-COUNT          PIC ZZZ9.
017100        05 FILLER                PIC X(54) VALUE SPACES.

017200 PROCEDURE DIVISION.

017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017500     PERFORM 1500-CHECK-PERIOD-CLOSED THRU 1500-EXIT
017600     IF PE-OPEN-DATE NOT = ZERO
017700         DISPLAY "PERIODCL: period " PE-PERIOD " day "
017800                 PE-OPEN-DATE " never closed CLOSED"
017900                 " -- close not started"
018000         PERFORM 2600-RAISE-OPEN-DAY-ALERT THRU 2600-EXIT
018100         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
018200         PERFORM 3800-DELIVER-ALERTS THRU 3800-EXIT
018300         MOVE 1 TO RETURN-CODE
018400         GO TO 9999-EXIT
018500     END-IF
018600     PERFORM 1100-LOAD-PRIOR-STATE THRU 1100-EXIT
018700     IF PE-ALL-WERE-COMPLETE
018800         DISPLAY "PERIODCL: period " PE-PERIOD
018900                 " already closed -- nothing to run"
019000         MOVE 0 TO RETURN-CODE
019100         GO TO 9999-EXIT
019200     END-IF
019300     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
019400             VARYING PE-STEP-IDX FROM 1 BY 1
019500             UNTIL PE-STEP-IDX > PE-STEP-COUNT
019600     PERFORM 2900-WRITE-STATE-FILE THRU 2900-EXIT
019700     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
019800     PERFORM 3800-DELIVER-ALERTS THRU 3800-EXIT
019900     IF PE-CLOSE-FAILED
020000         MOVE 1 TO RETURN-CODE
020100     ELSE
020200         MOVE 0 TO RETURN-CODE
020300     END-IF
020400     GO TO 9999-EXIT.

020500 1000-INITIALIZE.
020600     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
020700     ACCEPT PE-COMMAND-LINE FROM COMMAND-LINE
020800     IF PE-COMMAND-LINE (1:6) IS NUMERIC
020900         MOVE PE-COMMAND-LINE (1:6) TO PE-PERIOD
021000     ELSE
021100         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
021200     END-IF
021300     IF PE-PERIOD-MONTH = 3 OR 6 OR 9 OR 12
021400         SET PE-QUARTER-END TO TRUE
021500     END-IF
021600     MOVE 1 TO PE-STEP-COUNT
021700     MOVE 'BILLEXT' TO PE-STP-NAME(PE-STEP-COUNT)
021800     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
021900     STRING 'billext ' PE-PERIOD DELIMITED BY SIZE
022000         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022100     ADD 1 TO PE-STEP-COUNT
022200     MOVE 'BILLVRFY' TO PE-STP-NAME(PE-STEP-COUNT)
022300     MOVE 'billvrfy' TO PE-STP-COMMAND(PE-STEP-COUNT)
022301     ADD 1 TO PE-STEP-COUNT
022302     MOVE 'PARTSLA' TO PE-STP-NAME(PE-STEP-COUNT)
022303     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
022304     STRING 'partsla ' PE-PERIOD DELIMITED BY SIZE
022305         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022310     ADD 1 TO PE-STEP-COUNT
022320     MOVE 'PARTINV' TO PE-STP-NAME(PE-STEP-COUNT)
022330     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
022340     STRING 'partinv ' PE-PERIOD DELIMITED BY SIZE
022350         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022400     ADD 1 TO PE-STEP-COUNT
022500     MOVE 'PLAYSTMT' TO PE-STP-NAME(PE-STEP-COUNT)
022600     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
022700     STRING 'playstmt ' PE-PERIOD DELIMITED BY SIZE
022800         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022810     ADD 1 TO PE-STEP-COUNT
022820     MOVE 'PTSLIAB' TO PE-STP-NAME(PE-STEP-COUNT)
022830     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
022840     STRING 'ptsliab ' PE-PERIOD DELIMITED BY SIZE
022850         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022855     ADD 1 TO PE-STEP-COUNT
022860     MOVE 'REFRPT' TO PE-STP-NAME(PE-STEP-COUNT)
022865     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
022870     STRING 'refrpt ' PE-PERIOD DELIMITED BY SIZE
022875         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022877     ADD 1 TO PE-STEP-COUNT
022879     MOVE 'ELIGRPT' TO PE-STP-NAME(PE-STEP-COUNT)
022881     MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
022883     STRING 'eligrpt ' PE-PERIOD DELIMITED BY SIZE
022885         INTO PE-STP-COMMAND(PE-STEP-COUNT)
022900     ADD 1 TO PE-STEP-COUNT
023000     MOVE 'TRENDRPT' TO PE-STP-NAME(PE-STEP-COUNT)
023100     MOVE 'trendrpt' TO PE-STP-COMMAND(PE-STEP-COUNT)
023200     ADD 1 TO PE-STEP-COUNT
023300     MOVE 'WINBACK' TO PE-STP-NAME(PE-STEP-COUNT)
023400     MOVE 'winback' TO PE-STP-COMMAND(PE-STEP-COUNT)
023500     IF PE-QUARTER-END
023600         ADD 1 TO PE-STEP-COUNT
023700         MOVE 'SEASONCL' TO PE-STP-NAME(PE-STEP-COUNT)
023800         MOVE 'seasoncl' TO PE-STP-COMMAND(PE-STEP-COUNT)
023810         ADD 1 TO PE-STEP-COUNT
023820         MOVE 'PRIVRPT' TO PE-STP-NAME(PE-STEP-COUNT)
023830         MOVE SPACES TO PE-STP-COMMAND(PE-STEP-COUNT)
023840         STRING 'privrpt ' PE-PERIOD DELIMITED BY SIZE
023850             INTO PE-STP-COMMAND(PE-STEP-COUNT)
023900     END-IF
024000     PERFORM 1050-RESET-ONE-STEP THRU 1050-EXIT
024100             VARYING PE-STEP-IDX FROM 1 BY 1
024200             UNTIL PE-STEP-IDX > PE-STEP-COUNT.
024300 1000-EXIT.
024400     EXIT.

024500*    Same BUSINESS-DATE idiom as the rest of the suite: the
024600*    window's day, with the clock as a fallback for hand runs.
024700 1020-GET-BUSINESS-DATE.
024800     OPEN INPUT BUSINESS-DATE-FILE
024900     IF PE-BUSDATE-FILE-OK
025000         READ BUSINESS-DATE-FILE
025100             AT END
025200                 ACCEPT PE-BUSINESS-DATE FROM DATE YYYYMMDD
025300             NOT AT END
025400                 MOVE BD-BUSINESS-DATE TO PE-BUSINESS-DATE
025500         END-READ
025600         CLOSE BUSINESS-DATE-FILE
025700     ELSE
025800         ACCEPT PE-BUSINESS-DATE FROM DATE YYYYMMDD
025900     END-IF.
026000 1020-EXIT.
026100     EXIT.

026200*    The close runs on the first of the month for the month
026300*    just ended, so with no period given it is the month
026400*    before the business date's.
026500 1030-DEFAULT-PERIOD.
026600     MOVE PE-BUSINESS-DATE (1:6) TO PE-PERIOD
026700     IF PE-PERIOD-MONTH = 1
026800         SUBTRACT 1 FROM PE-PERIOD-YEAR
026900         MOVE 12 TO PE-PERIOD-MONTH
027000     ELSE
027100         SUBTRACT 1 FROM PE-PERIOD-MONTH
027200     END-IF.
027300 1030-EXIT.
027400     EXIT.

027500 1050-RESET-ONE-STEP.
027600     MOVE 'P' TO PE-STP-STATUS(PE-STEP-IDX)
027700     MOVE 'N' TO PE-STP-SKIPPED(PE-STEP-IDX)
027800     MOVE ZERO TO PE-STP-START-DATE(PE-STEP-IDX)
027900     MOVE ZERO TO PE-STP-START-TIME(PE-STEP-IDX)
028000     MOVE ZERO TO PE-STP-END-DATE(PE-STEP-IDX)
028100     MOVE ZERO TO PE-STP-END-TIME(PE-STEP-IDX)
028200     MOVE ZERO TO PE-STP-RC(PE-STEP-IDX).
028300 1050-EXIT.
028400     EXIT.

028500*    A missing PERIOD-STATE file, or one left behind by some
028600*    other period's close, means every step starts pending.
028700*    Only records for this period are matched back into the
028800*    table -- the completed ones are what a rerun skips.
028900 1100-LOAD-PRIOR-STATE.
029000     OPEN INPUT PERIOD-STATE-FILE
029100     IF NOT PE-STATE-FILE-OK
029200         GO TO 1100-EXIT
029300     END-IF
029400     PERFORM 1110-READ-ONE-STATE THRU 1110-EXIT
029500             UNTIL PE-STATE-AT-EOF
029600     CLOSE PERIOD-STATE-FILE
029700     MOVE ZERO TO PE-DONE-COUNT
029800     PERFORM 1130-COUNT-ONE-DONE THRU 1130-EXIT
029900             VARYING PE-STEP-IDX FROM 1 BY 1
030000             UNTIL PE-STEP-IDX > PE-STEP-COUNT
030100     IF PE-PRIOR-FOR-PERIOD AND PE-DONE-COUNT = PE-STEP-COUNT
030200         SET PE-ALL-WERE-COMPLETE TO TRUE
030300     END-IF.
030400 1100-EXIT.
030500     EXIT.

030600 1110-READ-ONE-STATE.
030700     READ PERIOD-STATE-FILE
030800         AT END
030900             MOVE 'Y' TO PE-STATE-EOF-SWITCH
031000         NOT AT END
031100             IF PS-PERIOD = PE-PERIOD
031200                 SET PE-PRIOR-FOR-PERIOD TO TRUE
031300                 PERFORM 1120-MATCH-ONE-STATE THRU 1120-EXIT
031400                         VARYING PE-MATCH-IDX FROM 1 BY 1
031500                         UNTIL PE-MATCH-IDX > PE-STEP-COUNT
031600             END-IF
031700     END-READ.
031800 1110-EXIT.
031900     EXIT.

032000 1120-MATCH-ONE-STATE.
032100     IF PS-STEP-NAME = PE-STP-NAME(PE-MATCH-IDX) AND
032200        PS-STEP-COMPLETE
032300         MOVE 'C' TO PE-STP-STATUS(PE-MATCH-IDX)
032400         MOVE PS-START-DATE TO PE-STP-START-DATE(PE-MATCH-IDX)
032500         MOVE PS-START-TIME TO PE-STP-START-TIME(PE-MATCH-IDX)
032600         MOVE PS-END-DATE TO PE-STP-END-DATE(PE-MATCH-IDX)
032700         MOVE PS-END-TIME TO PE-STP-END-TIME(PE-MATCH-IDX)
032800         MOVE PS-RETURN-CODE TO PE-STP-RC(PE-MATCH-IDX)
032900     END-IF.
033000 1120-EXIT.
033100     EXIT.

033200 1130-COUNT-ONE-DONE.
033300     IF PE-STP-STATUS(PE-STEP-IDX) = 'C'
033400         ADD 1 TO PE-DONE-COUNT
033500     END-IF.
033600 1130-EXIT.
033700     EXIT.

033800*    Every day of the period must stand CLOSED, not just the
033900*    last one the month-end jobs check for themselves -- the
034000*    latest record for a date wins, so a day repaired and
034100*    re-closed after a break counts.  PE-OPEN-DATE comes back
034200*    as the first day that doesn't, or zero when they all do.
034300 1500-CHECK-PERIOD-CLOSED.
034400     COMPUTE PE-NEXT-PERIOD = PE-PERIOD + 1
034500     IF PE-PERIOD-MONTH = 12
034600         COMPUTE PE-NEXT-PERIOD = PE-PERIOD + 89
034700     END-IF
034800     COMPUTE PE-WORK-DATE = (PE-NEXT-PERIOD * 100) + 1
034900     COMPUTE PE-WORK-INTEGER =
035000         FUNCTION INTEGER-OF-DATE(PE-WORK-DATE) - 1
035100     COMPUTE PE-PERIOD-END-DATE =
035200         FUNCTION DATE-OF-INTEGER(PE-WORK-INTEGER)
035300     MOVE PE-PERIOD-END-DATE (7:2) TO PE-LAST-DAY
035400     MOVE SPACES TO PE-DAY-TABLE
035500     MOVE ZERO TO PE-OPEN-DATE
035600     OPEN INPUT DAILY-CLOSE-FILE
035700     IF PE-CLOSE-FILE-OK
035800         PERFORM 1510-SCAN-ONE-CLOSE THRU 1510-EXIT
035900                 UNTIL PE-CLOSE-AT-EOF
036000         CLOSE DAILY-CLOSE-FILE
036100     END-IF
036200     PERFORM 1520-CHECK-ONE-DAY THRU 1520-EXIT
036300             VARYING PE-DAY-IDX FROM 1 BY 1
036400             UNTIL PE-DAY-IDX > PE-LAST-DAY
036500                OR PE-OPEN-DATE NOT = ZERO.
036600 1500-EXIT.
036700     EXIT.

036800 1510-SCAN-ONE-CLOSE.
036900     READ DAILY-CLOSE-FILE
037000         AT END
037100             MOVE 'Y' TO PE-CLOSE-EOF-SWITCH
037200         NOT AT END
037300             IF DC-DATE (1:6) = PE-PERIOD
037400                 MOVE DC-DATE (7:2) TO PE-DAY-IDX
037500                 IF PE-DAY-IDX >= 1 AND PE-DAY-IDX <= 31
037600                     MOVE DC-STATUS TO PE-DAY-STATUS(PE-DAY-IDX)
037700                 END-IF
037800             END-IF
037900     END-READ.
038000 1510-EXIT.
038100     EXIT.

038200 1520-CHECK-ONE-DAY.
038300     IF PE-DAY-STATUS(PE-DAY-IDX) NOT = 'C'
038400         COMPUTE PE-OPEN-DATE = (PE-PERIOD * 100) + PE-DAY-IDX
038500     END-IF.
038600 1520-EXIT.
038700     EXIT.

038800*    A failing step stops the close: the steps behind it are
038900*    left pending in the state file, which is exactly what the
039000*    rerun reads back to pick up where this run stopped.
039100 2000-RUN-ONE-STEP.
039200     IF PE-CLOSE-FAILED
039300         CONTINUE
039400     ELSE
039500         IF PE-STP-STATUS(PE-STEP-IDX) = 'C'
039600             MOVE 'Y' TO PE-STP-SKIPPED(PE-STEP-IDX)
039700             ADD 1 TO PE-SKIP-COUNT
039800         ELSE
039900             PERFORM 2100-EXECUTE-STEP THRU 2100-EXIT
040000         END-IF
040100     END-IF.
040200 2000-EXIT.
040300     EXIT.

040400 2100-EXECUTE-STEP.
040500     MOVE 'R' TO PE-STP-STATUS(PE-STEP-IDX)
040600     ACCEPT PE-SYS-DATE FROM DATE YYYYMMDD
040700     ACCEPT PE-SYS-TIME FROM TIME
040800     MOVE PE-SYS-DATE TO PE-STP-START-DATE(PE-STEP-IDX)
040900     MOVE PE-SYS-TIME TO PE-STP-START-TIME(PE-STEP-IDX)
041000     PERFORM 2900-WRITE-STATE-FILE THRU 2900-EXIT
041100     MOVE PE-STP-COMMAND(PE-STEP-IDX) TO PE-COMMAND-TEXT
041200     CALL "SYSTEM" USING PE-COMMAND-TEXT
041300     MOVE RETURN-CODE TO PE-STP-RC(PE-STEP-IDX)
041400     ACCEPT PE-SYS-DATE FROM DATE YYYYMMDD
041500     ACCEPT PE-SYS-TIME FROM TIME
041600     MOVE PE-SYS-DATE TO PE-STP-END-DATE(PE-STEP-IDX)
041700     MOVE PE-SYS-TIME TO PE-STP-END-TIME(PE-STEP-IDX)
041800     IF PE-STP-RC(PE-STEP-IDX) = ZERO
041900         MOVE 'C' TO PE-STP-STATUS(PE-STEP-IDX)
042000         ADD 1 TO PE-RUN-COUNT
042100     ELSE
042200         MOVE 'F' TO PE-STP-STATUS(PE-STEP-IDX)
042300         MOVE 'Y' TO PE-CLOSE-FAIL-SWITCH
042400         ADD 1 TO PE-FAIL-COUNT
042500         PERFORM 2500-RAISE-STEP-ALERT THRU 2500-EXIT
042600     END-IF
042700     PERFORM 2900-WRITE-STATE-FILE THRU 2900-EXIT.
042800 2100-EXIT.
042900     EXIT.

043000*    Appended in the same open-extend idiom JOBCTL uses; the
043100*    key carries the step name so ALERTER pages each failing
043200*    step as its own alert.
043300 2500-RAISE-STEP-ALERT.
043400     MOVE PE-SYS-DATE TO AR-DATE
043500     MOVE PE-SYS-TIME TO AR-TIME
043600     SET AR-SEV-CRITICAL TO TRUE
043700     MOVE 'PERIODCL' TO AR-PROGRAM
043800     MOVE SPACES TO AR-ALERT-KEY
043900     STRING 'STEP-' PE-STP-NAME(PE-STEP-IDX) DELIMITED BY SIZE
044000         INTO AR-ALERT-KEY
044100     MOVE SPACES TO AR-MESSAGE
044200     STRING 'period ' PE-PERIOD ' step '
044300            PE-STP-NAME(PE-STEP-IDX)
044400            ' failed, close stopped' DELIMITED BY SIZE
044500         INTO AR-MESSAGE
044600     PERFORM 2700-APPEND-ALERT THRU 2700-EXIT.
044700 2500-EXIT.
044800     EXIT.

044900 2600-RAISE-OPEN-DAY-ALERT.
045000     ACCEPT PE-SYS-DATE FROM DATE YYYYMMDD
045100     ACCEPT PE-SYS-TIME FROM TIME
045200     MOVE PE-SYS-DATE TO AR-DATE
045300     MOVE PE-SYS-TIME TO AR-TIME
045400     SET AR-SEV-CRITICAL TO TRUE
045500     MOVE 'PERIODCL' TO AR-PROGRAM
045600     MOVE SPACES TO AR-ALERT-KEY
045700     STRING 'OPEN-' PE-PERIOD DELIMITED BY SIZE
045800         INTO AR-ALERT-KEY
045900     MOVE SPACES TO AR-MESSAGE
046000     STRING 'period ' PE-PERIOD ' not closed: day '
046100            PE-OPEN-DATE ' not CLOSED' DELIMITED BY SIZE
046200         INTO AR-MESSAGE
046300     PERFORM 2700-APPEND-ALERT THRU 2700-EXIT.
046400 2600-EXIT.
046500     EXIT.

046600 2700-APPEND-ALERT.
046700     OPEN EXTEND ALERT-FILE
046800     IF NOT PE-ALERT-FILE-OK
046900         OPEN OUTPUT ALERT-FILE
047000     END-IF
047100     WRITE ALERT-RECORD
047200     CLOSE ALERT-FILE.
047300 2700-EXIT.
047400     EXIT.

047500*    The whole state file is small -- one line per step -- so it
047600*    is rewritten from the table in full on every change rather
047700*    than updated in place.
047800 2900-WRITE-STATE-FILE.
047900     OPEN OUTPUT PERIOD-STATE-FILE
048000     PERFORM 2910-WRITE-ONE-STATE THRU 2910-EXIT
048100             VARYING PE-MATCH-IDX FROM 1 BY 1
048200             UNTIL PE-MATCH-IDX > PE-STEP-COUNT
048300     CLOSE PERIOD-STATE-FILE.
048400 2900-EXIT.
048500     EXIT.

048600 2910-WRITE-ONE-STATE.
048700     MOVE PE-PERIOD TO PS-PERIOD
048800     MOVE PE-STP-NAME(PE-MATCH-IDX) TO PS-STEP-NAME
048900     MOVE PE-STP-STATUS(PE-MATCH-IDX) TO PS-STATUS
049000     MOVE PE-STP-START-DATE(PE-MATCH-IDX) TO PS-START-DATE
049100     MOVE PE-STP-START-TIME(PE-MATCH-IDX) TO PS-START-TIME
049200     MOVE PE-STP-END-DATE(PE-MATCH-IDX) TO PS-END-DATE
049300     MOVE PE-STP-END-TIME(PE-MATCH-IDX) TO PS-END-TIME
049400     MOVE PE-STP-RC(PE-MATCH-IDX) TO PS-RETURN-CODE
049500     WRITE PERIOD-STATE-RECORD.
049600 2910-EXIT.
049700     EXIT.

049800 3000-WRITE-SUMMARY.
049900     OPEN OUTPUT PERIOD-REPORT-FILE
050000     MOVE SPACES TO PE-HEADING-2
050100     ACCEPT PE-SYS-DATE FROM DATE YYYYMMDD
050200     STRING 'Run date: ' PE-SYS-DATE DELIMITED BY SIZE
050300         INTO PE-HEADING-2
050400     MOVE SPACES TO PE-HEADING-3
050500     IF PE-QUARTER-END
050600         STRING 'Period: ' PE-PERIOD '  (month-end and'
050700                ' quarter-end)' DELIMITED BY SIZE
050800             INTO PE-HEADING-3
050900     ELSE
051000         STRING 'Period: ' PE-PERIOD '  (month-end)'
051100             DELIMITED BY SIZE INTO PE-HEADING-3
051200     END-IF
051300     WRITE PERIOD-REPORT-LINE FROM PE-HEADING-1
051400     WRITE PERIOD-REPORT-LINE FROM PE-HEADING-2
051500     WRITE PERIOD-REPORT-LINE FROM PE-HEADING-3
051600     WRITE PERIOD-REPORT-LINE FROM PE-BLANK-LINE
051700     IF PE-OPEN-DATE NOT = ZERO
051800         MOVE SPACES TO PE-REFUSED-LINE
051900         STRING '  NOT STARTED -- day ' PE-OPEN-DATE
052000                ' does not stand CLOSED on DAILY-CLOSE'
052100             DELIMITED BY SIZE INTO PE-REFUSED-LINE
052200         WRITE PERIOD-REPORT-LINE FROM PE-REFUSED-LINE
052300         CLOSE PERIOD-REPORT-FILE
052400         GO TO 3000-EXIT
052500     END-IF
052600     WRITE PERIOD-REPORT-LINE FROM PE-COLUMN-HEADING
052700     PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
052800             VARYING PE-STEP-IDX FROM 1 BY 1
052900             UNTIL PE-STEP-IDX > PE-STEP-COUNT
053000     WRITE PERIOD-REPORT-LINE FROM PE-BLANK-LINE
053100     MOVE 'Steps run' TO PE-TOT-LABEL
053200     MOVE PE-RUN-COUNT TO PE-TOT-COUNT
053300     WRITE PERIOD-REPORT-LINE FROM PE-TOTAL-LINE
053400     MOVE 'Steps skipped' TO PE-TOT-LABEL
053500     MOVE PE-SKIP-COUNT TO PE-TOT-COUNT
053600     WRITE PERIOD-REPORT-LINE FROM PE-TOTAL-LINE
053700     MOVE 'Steps failed' TO PE-TOT-LABEL
053800     MOVE PE-FAIL-COUNT TO PE-TOT-COUNT
053900     WRITE PERIOD-REPORT-LINE FROM PE-TOTAL-LINE
054000     CLOSE PERIOD-REPORT-FILE.
054100 3000-EXIT.
054200     EXIT.

054300 3100-WRITE-ONE-SUMMARY.
054400     MOVE PE-STP-NAME(PE-STEP-IDX) TO PE-DTL-NAME
054500     EVALUATE TRUE
054600         WHEN PE-STP-SKIPPED(PE-STEP-IDX) = 'Y'
054700             MOVE 'SKIPPED' TO PE-DTL-STATUS
054800         WHEN PE-STP-STATUS(PE-STEP-IDX) = 'C'
054900             MOVE 'COMPLETE' TO PE-DTL-STATUS
055000         WHEN PE-STP-STATUS(PE-STEP-IDX) = 'F'
055100             MOVE 'FAILED' TO PE-DTL-STATUS
055200         WHEN OTHER
055300             MOVE 'PENDING' TO PE-DTL-STATUS
055400     END-EVALUATE
055500     MOVE PE-STP-START-DATE(PE-STEP-IDX) TO PE-DTL-START-DATE
055600     MOVE PE-STP-START-TIME(PE-STEP-IDX) TO PE-DTL-START-TIME
055700     MOVE PE-STP-END-DATE(PE-STEP-IDX) TO PE-DTL-END-DATE
055800     MOVE PE-STP-END-TIME(PE-STEP-IDX) TO PE-DTL-END-TIME
055900     MOVE PE-STP-RC(PE-STEP-IDX) TO PE-DTL-RC
056000     WRITE PERIOD-REPORT-LINE FROM PE-DETAIL-LINE.
056100 3100-EXIT.
056200     EXIT.

056300*    ALERTER runs clean close or not -- a refused or failed
056400*    close is exactly when the alerts it delivers matter most.
056500 3800-DELIVER-ALERTS.
056600     CALL "SYSTEM" USING PE-ALERTER-COMMAND.
056700 3800-EXIT.
056800     EXIT.

056900 9999-EXIT.
057000     STOP RUN.
