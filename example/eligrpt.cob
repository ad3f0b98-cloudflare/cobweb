000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ELIGRPT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  ELIGRPT
000900*
001000*  Month-end batch job, run by PERIODCL with the rest of the
001100*  close.  Reports what the country eligibility rules stopped
001200*  in the period, off the ELIGIBILITY-LOG WORKER and PTSCON
001300*  append to, one line per country in country-code order:
001400*
001500*    plays refused         plays turned away with a 451
001600*    earns withheld        earns WORKER did not post, and the
001700*                          points they would have been worth
001800*    redemptions refused   prize redemptions PTSCON turned down
001900*
002000*  A country with nothing stopped in the period does not
002100*  appear.  What the rules are is on COUNTRY-ELIGIBILITY and
002200*  in the CTRYCON journal; this is what they did.
002300*
002400*  Invoke as:  eligrpt YYYYMM    (the period being closed)
002500*         or:  eligrpt           (the month before the business
002600*                                 date's month)
002700*  Exits with RETURN-CODE 0.
002800*
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-10-15  jm  Original program.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ELIGIBILITY-LOG-FILE ASSIGN TO "ELIGLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS EZ-LOG-FILE-STATUS.
003900     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS EZ-BUSDATE-FILE-STATUS.
004200     SELECT COUNTRY-SORT-FILE ASSIGN TO "SRTELIG".
004300     SELECT ELIGIBILITY-REPORT-FILE ASSIGN TO "ELIGRPT.TXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS EZ-REPORT-FILE-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ELIGIBILITY-LOG-FILE.
004900 COPY "eliglog.cpy".

005000 FD  BUSINESS-DATE-FILE.
005100 COPY "busdate.cpy".

005200 SD  COUNTRY-SORT-FILE.
005300 01  EZ-SORT-RECORD.
005400     05  EZ-SORT-COUNTRY         PIC X(02).
005500     05  EZ-SORT-PLAYS           PIC 9(07).
005600     05  EZ-SORT-EARNS           PIC 9(07).
005700     05  EZ-SORT-POINTS          PIC 9(09).
005800     05  EZ-SORT-REDEEMS         PIC 9(07).

005900 FD  ELIGIBILITY-REPORT-FILE.
006000 01  ELIGIBILITY-REPORT-LINE     PIC X(80).

006100 WORKING-STORAGE SECTION.
006200     77 EZ-LOG-FILE-STATUS       PIC X(02) VALUE '00'.
006300        88 EZ-LOG-FILE-OK                  VALUE '00'.
006400     77 EZ-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
006500        88 EZ-BUSDATE-FILE-OK              VALUE '00'.
006600     77 EZ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
006700     77 EZ-EOF-SWITCH            PIC X(01) VALUE 'N'.
006800        88 EZ-AT-EOF                       VALUE 'Y'.
006900     77 EZ-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
007000        88 EZ-SORT-AT-EOF                  VALUE 'Y'.
007100     77 EZ-FOUND-SWITCH          PIC X(01) VALUE 'N'.
007200        88 EZ-ENTRY-FOUND                  VALUE 'Y'.

007300     77 EZ-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007400     01 EZ-COMMAND-LINE          PIC X(20) VALUE SPACES.
007500     01 EZ-PERIOD                PIC 9(06) VALUE ZERO.
007600     01 EZ-PERIOD-PARTS REDEFINES EZ-PERIOD.
007700        05 EZ-PERIOD-YEAR        PIC 9(04).
007800        05 EZ-PERIOD-MONTH       PIC 9(02).

007900     77 EZ-COUNTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
008000     77 EZ-COUNTRY-IDX           PIC 9(03) COMP VALUE ZERO.
008100     77 EZ-RECORDS-READ          PIC 9(07) VALUE ZERO.
008200     77 EZ-TOTAL-PLAYS           PIC 9(07) VALUE ZERO.
008300     77 EZ-TOTAL-EARNS           PIC 9(07) VALUE ZERO.
008400     77 EZ-TOTAL-POINTS          PIC 9(09) VALUE ZERO.
008500     77 EZ-TOTAL-REDEEMS         PIC 9(07) VALUE ZERO.

008600*    Per-country tallies for the period; 250 entries is every
008700*    country code Cloudflare could ever send, same as GEORPT.
008800     01 EZ-COUNTRY-TABLE.
008900        05 EZ-CTY-ENTRY OCCURS 250 TIMES.
009000           10 EZ-CTY-CODE        PIC X(02).
009100           10 EZ-CTY-PLAYS       PIC 9(07).
009200           10 EZ-CTY-EARNS       PIC 9(07).
009300           10 EZ-CTY-POINTS      PIC 9(09).
009400           10 EZ-CTY-REDEEMS     PIC 9(07).

009500     01 EZ-HEADING-1             PIC X(80) VALUE
009600        'ELIGRPT - COUNTRY ELIGIBILITY REFUSALS'.
009700     01 EZ-HEADING-2             PIC X(80).
009800     01 EZ-BLANK-LINE            PIC X(80) VALUE SPACES.
009900     01 EZ-COLUMN-HEADING-1.
010000        05 FILLER                PIC X(30) VALUE
010100           '              PLAYS      EARNS'.
010200        05 FILLER                PIC X(50) VALUE
010300           '       POINTS  REDEMPTIONS'.
010400     01 EZ-COLUMN-HEADING-2.
010500        05 FILLER                PIC X(30) VALUE
010600           '  COUNTRY   REFUSED   WITHHELD'.
010700        05 FILLER                PIC X(50) VALUE
010800           '     WITHHELD      REFUSED'.
010900     01 EZ-DETAIL-LINE.
011000        05 FILLER                PIC X(04) VALUE SPACES.
011100        05 EZ-DTL-COUNTRY        PIC X(06).
011200        05 EZ-DTL-PLAYS          PIC Z,ZZZ,ZZ9.
011300        05 FILLER                PIC X(02) VALUE SPACES.
011400        05 EZ-DTL-EARNS          PIC Z,ZZZ,ZZ9.
011500        05 FILLER                PIC X(02) VALUE SPACES.
011600        05 EZ-DTL-POINTS         PIC ZZZ,ZZZ,ZZ9.
011700        05 FILLER                PIC X(04) VALUE SPACES.
011800        05 EZ-DTL-REDEEMS        PIC Z,ZZZ,ZZ9.
011900        05 FILLER                PIC X(24) VALUE SPACES.
012000     01 EZ-STATUS-LINE.
012100        05 FILLER                PIC X(02) VALUE SPACES.
012200        05 EZ-STATUS-TEXT        PIC X(78).

012300 PROCEDURE DIVISION.

012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012600     OPEN INPUT ELIGIBILITY-LOG-FILE
012700     IF NOT EZ-LOG-FILE-OK
012800         MOVE 'No ELIGLOG file -- nothing stopped yet.'
012900             TO EZ-STATUS-TEXT
013000         WRITE ELIGIBILITY-REPORT-LINE FROM EZ-STATUS-LINE
013100         CLOSE ELIGIBILITY-REPORT-FILE
013200         MOVE 0 TO RETURN-CODE
013300         GO TO 9999-EXIT
013400     END-IF
013500     PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
013600             UNTIL EZ-AT-EOF
013700     CLOSE ELIGIBILITY-LOG-FILE
013800     SORT COUNTRY-SORT-FILE
013900         ON ASCENDING KEY EZ-SORT-COUNTRY
014000         INPUT PROCEDURE IS 3000-RELEASE-COUNTRIES
014100         OUTPUT PROCEDURE IS 4000-WRITE-COUNTRIES
014200     PERFORM 5000-TERMINATE THRU 5000-EXIT
014300     GO TO 9999-EXIT.

014400 1000-INITIALIZE.
014500     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
014600     ACCEPT EZ-COMMAND-LINE FROM COMMAND-LINE
014700     IF EZ-COMMAND-LINE (1:6) IS NUMERIC
014800         MOVE EZ-COMMAND-LINE (1:6) TO EZ-PERIOD
014900     ELSE
015000         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
015100     END-IF
015200     OPEN OUTPUT ELIGIBILITY-REPORT-FILE
015300     MOVE SPACES TO EZ-HEADING-2
015400     STRING 'Period: ' EZ-PERIOD DELIMITED BY SIZE
015500         INTO EZ-HEADING-2
015600     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-HEADING-1
015700     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-HEADING-2
015800     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-BLANK-LINE.
015900 1000-EXIT.
016000     EXIT.

016100*    Same BUSINESS-DATE idiom as the rest of the suite: the
016200*    window's day, with the clock as a fallback for hand runs.
016300 1020-GET-BUSINESS-DATE.
016400     OPEN INPUT BUSINESS-DATE-FILE
016500     IF EZ-BUSDATE-FILE-OK
016600         READ BUSINESS-DATE-FILE
016700             AT END
016800                 ACCEPT EZ-BUSINESS-DATE FROM DATE YYYYMMDD
016900             NOT AT END
017000                 MOVE BD-BUSINESS-DATE TO EZ-BUSINESS-DATE
017100         END-READ
017200         CLOSE BUSINESS-DATE-FILE
017300     ELSE
017400         ACCEPT EZ-BUSINESS-DATE FROM DATE YYYYMMDD
017500     END-IF.
017600 1020-EXIT.
017700     EXIT.

017800*    With no period named, the month just closed: the month
017900*    before the business date's, same default as PERIODCL.
018000 1030-DEFAULT-PERIOD.
018100     MOVE EZ-BUSINESS-DATE (1:6) TO EZ-PERIOD
018200     IF EZ-PERIOD-MONTH = 1
018300         SUBTRACT 1 FROM EZ-PERIOD-YEAR
018400         MOVE 12 TO EZ-PERIOD-MONTH
018500     ELSE
018600         SUBTRACT 1 FROM EZ-PERIOD-MONTH
018700     END-IF.
018800 1030-EXIT.
018900     EXIT.

019000 2000-TALLY-ONE-RECORD.
019100     READ ELIGIBILITY-LOG-FILE
019200         AT END
019300             MOVE 'Y' TO EZ-EOF-SWITCH
019400             GO TO 2000-EXIT
019500     END-READ
019600     IF EG-DATE (1:6) NOT = EZ-PERIOD
019700         GO TO 2000-EXIT
019800     END-IF
019900     ADD 1 TO EZ-RECORDS-READ
020000     MOVE 'N' TO EZ-FOUND-SWITCH
020100     PERFORM 2100-MATCH-ONE-COUNTRY THRU 2100-EXIT
020200             VARYING EZ-COUNTRY-IDX FROM 1 BY 1
020300             UNTIL EZ-COUNTRY-IDX > EZ-COUNTRY-COUNT
020400                OR EZ-ENTRY-FOUND
020500     IF EZ-ENTRY-FOUND
020600         SUBTRACT 1 FROM EZ-COUNTRY-IDX
020700     ELSE
020800         IF EZ-COUNTRY-COUNT NOT < 250
020900             GO TO 2000-EXIT
021000         END-IF
021100         ADD 1 TO EZ-COUNTRY-COUNT
021200         MOVE EZ-COUNTRY-COUNT TO EZ-COUNTRY-IDX
021300         MOVE EG-COUNTRY TO EZ-CTY-CODE(EZ-COUNTRY-IDX)
021400         MOVE ZERO TO EZ-CTY-PLAYS(EZ-COUNTRY-IDX)
021500                      EZ-CTY-EARNS(EZ-COUNTRY-IDX)
021600                      EZ-CTY-POINTS(EZ-COUNTRY-IDX)
021700                      EZ-CTY-REDEEMS(EZ-COUNTRY-IDX)
021800     END-IF
021900     EVALUATE TRUE
022000         WHEN EG-PLAY-REFUSED
022100             ADD 1 TO EZ-CTY-PLAYS(EZ-COUNTRY-IDX)
022200             ADD 1 TO EZ-TOTAL-PLAYS
022300         WHEN EG-POINTS-WITHHELD
022400             ADD 1 TO EZ-CTY-EARNS(EZ-COUNTRY-IDX)
022500             ADD EG-POINTS TO EZ-CTY-POINTS(EZ-COUNTRY-IDX)
022600             ADD 1 TO EZ-TOTAL-EARNS
022700             ADD EG-POINTS TO EZ-TOTAL-POINTS
022800         WHEN EG-REDEEM-REFUSED
022900             ADD 1 TO EZ-CTY-REDEEMS(EZ-COUNTRY-IDX)
023000             ADD 1 TO EZ-TOTAL-REDEEMS
023100         WHEN OTHER
023200             CONTINUE
023300     END-EVALUATE.
023400 2000-EXIT.
023500     EXIT.

023600 2100-MATCH-ONE-COUNTRY.
023700     IF EZ-CTY-CODE(EZ-COUNTRY-IDX) = EG-COUNTRY
023800         MOVE 'Y' TO EZ-FOUND-SWITCH
023900     END-IF.
024000 2100-EXIT.
024100     EXIT.

024200 3000-RELEASE-COUNTRIES.
024300     PERFORM 3100-RELEASE-ONE-COUNTRY THRU 3100-EXIT
024400             VARYING EZ-COUNTRY-IDX FROM 1 BY 1
024500             UNTIL EZ-COUNTRY-IDX > EZ-COUNTRY-COUNT.
024600 3000-EXIT.
024700     EXIT.

024800 3100-RELEASE-ONE-COUNTRY.
024900     MOVE EZ-CTY-CODE(EZ-COUNTRY-IDX) TO EZ-SORT-COUNTRY
025000     MOVE EZ-CTY-PLAYS(EZ-COUNTRY-IDX) TO EZ-SORT-PLAYS
025100     MOVE EZ-CTY-EARNS(EZ-COUNTRY-IDX) TO EZ-SORT-EARNS
025200     MOVE EZ-CTY-POINTS(EZ-COUNTRY-IDX) TO EZ-SORT-POINTS
025300     MOVE EZ-CTY-REDEEMS(EZ-COUNTRY-IDX) TO EZ-SORT-REDEEMS
025400     RELEASE EZ-SORT-RECORD.
025500 3100-EXIT.
025600     EXIT.

025700 4000-WRITE-COUNTRIES.
025800     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-COLUMN-HEADING-1
025900     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-COLUMN-HEADING-2
026000     MOVE 'N' TO EZ-SORT-EOF-SWITCH
026100     PERFORM 4100-WRITE-ONE-COUNTRY THRU 4100-EXIT
026200             UNTIL EZ-SORT-AT-EOF
026300     IF EZ-COUNTRY-COUNT = ZERO
026400         MOVE 'Nothing refused or withheld in the period.'
026500             TO EZ-STATUS-TEXT
026600         WRITE ELIGIBILITY-REPORT-LINE FROM EZ-STATUS-LINE
026700     END-IF.
026800 4000-EXIT.
026900     EXIT.

027000 4100-WRITE-ONE-COUNTRY.
027100     RETURN COUNTRY-SORT-FILE
027200         AT END
027300             MOVE 'Y' TO EZ-SORT-EOF-SWITCH
027400             GO TO 4100-EXIT
027500     END-RETURN
027600     MOVE EZ-SORT-COUNTRY TO EZ-DTL-COUNTRY
027700     MOVE EZ-SORT-PLAYS TO EZ-DTL-PLAYS
027800     MOVE EZ-SORT-EARNS TO EZ-DTL-EARNS
027900     MOVE EZ-SORT-POINTS TO EZ-DTL-POINTS
028000     MOVE EZ-SORT-REDEEMS TO EZ-DTL-REDEEMS
028100     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-DETAIL-LINE.
028200 4100-EXIT.
028300     EXIT.

028400 5000-TERMINATE.
028500     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-BLANK-LINE
028600     MOVE 'TOTAL' TO EZ-DTL-COUNTRY
028700     MOVE EZ-TOTAL-PLAYS TO EZ-DTL-PLAYS
028800     MOVE EZ-TOTAL-EARNS TO EZ-DTL-EARNS
028900     MOVE EZ-TOTAL-POINTS TO EZ-DTL-POINTS
029000     MOVE EZ-TOTAL-REDEEMS TO EZ-DTL-REDEEMS
029100     WRITE ELIGIBILITY-REPORT-LINE FROM EZ-DETAIL-LINE
029200     IF EZ-COUNTRY-COUNT NOT < 250
029300         MOVE 'Country table full -- the rest not shown.'
029400             TO EZ-STATUS-TEXT
029500         WRITE ELIGIBILITY-REPORT-LINE FROM EZ-STATUS-LINE
029600     END-IF
029700     CLOSE ELIGIBILITY-REPORT-FILE
029800     MOVE 0 TO RETURN-CODE.
029900 5000-EXIT.
030000     EXIT.

030100 9999-EXIT.
030200     STOP RUN.
