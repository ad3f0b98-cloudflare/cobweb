000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIZEAGE.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PRIZEAGE
000900*
001000*  Weekly batch job.  Ages the PRIZE-ORDER file the way DISPAGE
001100*  ages disputes: every order redeemed but not yet shipped,
001200*  oldest first by days waiting, then a count per age band -- so
001300*  a player who spent their points a month ago and still has
001400*  nothing in the post is a line on a page, not a complaint.
001500*  Run weekly, outside the nightly window, alongside the other
001600*  periodic jobs.
001700*
001800*  Modification history
001900*  ---------------------------------------------------------------
002000*  2026-10-15  jm  Original program.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PRIZE-ORDER-FILE ASSIGN TO "PRIZEORD"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS PO-ORDER-ID
002900         FILE STATUS IS PW-ORDER-FILE-STATUS.
003000     SELECT AGING-SORT-FILE ASSIGN TO "SRTPAGE".
003100     SELECT AGING-REPORT-FILE ASSIGN TO "PRIZEAGE.TXT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS PW-REPORT-FILE-STATUS.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PRIZE-ORDER-FILE.
003700 COPY "prizeord.cpy".

003800 SD  AGING-SORT-FILE.
003900 01  PW-SORT-RECORD.
004000     05  PW-SORT-ORDER-DATE      PIC 9(08).
004100     05  PW-SORT-ORDER-TIME      PIC 9(08).
004200     05  PW-SORT-ORDER-ID        PIC X(12).
004300     05  PW-SORT-ITEM-ID         PIC X(08).
004400     05  PW-SORT-PLAYER-ID       PIC X(20).
004500     05  PW-SORT-POINTS          PIC 9(07).

004600 FD  AGING-REPORT-FILE.
004700 01  AGING-REPORT-LINE           PIC X(132).

004800 WORKING-STORAGE SECTION.
004900     77 PW-ORDER-FILE-STATUS     PIC X(02) VALUE '00'.
005000        88 PW-ORDER-FILE-OK                VALUE '00'.
005100     77 PW-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
005200     77 PW-ORDER-EOF-SWITCH      PIC X(01) VALUE 'N'.
005300        88 PW-ORDER-AT-EOF                 VALUE 'Y'.
005400     77 PW-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
005500        88 PW-SORT-AT-EOF                  VALUE 'Y'.

005600     77 PW-RUN-DATE              PIC 9(08) VALUE ZERO.
005700     77 PW-RUN-DATE-INTEGER      PIC S9(09) COMP VALUE ZERO.
005800     77 PW-WORK-INTEGER          PIC S9(09) COMP VALUE ZERO.
005900     77 PW-DAYS-WAITING          PIC S9(05) COMP VALUE ZERO.
006000     77 PW-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
006100     77 PW-OPEN-POINTS           PIC 9(09) COMP VALUE ZERO.
006200     77 PW-BAND-IDX              PIC 9(02) COMP VALUE ZERO.

006300*    ----------------------------------------------------------
006400*    Age bands, by days since the order was placed.  The upper
006500*    bound of the last band is never reached.
006600*    ----------------------------------------------------------
006700     01 PW-BAND-VALUES.
006800        05 FILLER PIC X(28) VALUE '00002  0 to 2 days          '.
006900        05 FILLER PIC X(28) VALUE '00007  3 to 7 days          '.
007000        05 FILLER PIC X(28) VALUE '00014  8 to 14 days         '.
007100        05 FILLER PIC X(28) VALUE '00030  15 to 30 days        '.
007200        05 FILLER PIC X(28) VALUE '99999  Over 30 days         '.
007300     01 PW-BAND-TABLE REDEFINES PW-BAND-VALUES.
007400        05 PW-BAND-ENTRY OCCURS 5 TIMES.
007500           10 PW-BAND-LIMIT      PIC 9(05).
007600           10 FILLER             PIC X(01).
007700           10 PW-BAND-LABEL      PIC X(22).
007800     01 PW-BAND-COUNTS.
007900        05 PW-BAND-COUNT         PIC 9(05) COMP OCCURS 5 TIMES.

008000     01 PW-HEADING-1             PIC X(80) VALUE
008100        'PRIZEAGE - UNSHIPPED PRIZE ORDER AGING'.
008200     01 PW-HEADING-2             PIC X(80).
008300     01 PW-BLANK-LINE            PIC X(80) VALUE SPACES.
008400     01 PW-COLUMN-HEADING        PIC X(80) VALUE
008500        '  ORDER         DAYS  PRIZE      POINTS  PLAYER'.
008600     01 PW-DETAIL-LINE.
008700        05 FILLER                PIC X(02) VALUE SPACES.
008800        05 PW-DTL-ORDER-ID       PIC X(12).
008900        05 FILLER                PIC X(02) VALUE SPACES.
009000        05 PW-DTL-DAYS           PIC ZZZ9.
009100        05 FILLER                PIC X(02) VALUE SPACES.
009200        05 PW-DTL-ITEM-ID        PIC X(08).
009300        05 FILLER                PIC X(01) VALUE SPACE.
009400        05 PW-DTL-POINTS         PIC Z,ZZZ,ZZ9.
009500        05 FILLER                PIC X(02) VALUE SPACES.
009600        05 PW-DTL-PLAYER-ID      PIC X(20).
009700        05 FILLER                PIC X(18) VALUE SPACES.
009800     01 PW-TOTAL-LINE.
009900        05 FILLER                PIC X(02) VALUE SPACES.
010000        05 PW-TOT-LABEL          PIC X(24).
010100        05 PW-TOT-COUNT          PIC ZZ,ZZZ,ZZ9.
010200        05 FILLER                PIC X(44) VALUE SPACES.

010300 PROCEDURE DIVISION.

010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010600     SORT AGING-SORT-FILE
010700         ON ASCENDING KEY PW-SORT-ORDER-DATE
010800                          PW-SORT-ORDER-TIME
010900         INPUT PROCEDURE IS 2000-RELEASE-OPEN-ORDERS
011000         OUTPUT PROCEDURE IS 3000-WRITE-AGING
011100     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
011200     GO TO 9999-EXIT.

011300 1000-INITIALIZE.
011400     ACCEPT PW-RUN-DATE FROM DATE YYYYMMDD
011500     COMPUTE PW-RUN-DATE-INTEGER =
011600         FUNCTION INTEGER-OF-DATE(PW-RUN-DATE)
011700     INITIALIZE PW-BAND-COUNTS
011800     OPEN OUTPUT AGING-REPORT-FILE
011900     MOVE SPACES TO PW-HEADING-2
012000     STRING 'Run date: ' PW-RUN-DATE DELIMITED BY SIZE
012100         INTO PW-HEADING-2
012200     WRITE AGING-REPORT-LINE FROM PW-HEADING-1
012300     WRITE AGING-REPORT-LINE FROM PW-HEADING-2
012400     WRITE AGING-REPORT-LINE FROM PW-BLANK-LINE
012500     WRITE AGING-REPORT-LINE FROM PW-COLUMN-HEADING.
012600 1000-EXIT.
012700     EXIT.

012800*    No order file yet just means nobody has redeemed a prize.
012900 2000-RELEASE-OPEN-ORDERS.
013000     OPEN INPUT PRIZE-ORDER-FILE
013100     IF NOT PW-ORDER-FILE-OK
013200         MOVE 'Y' TO PW-ORDER-EOF-SWITCH
013300     END-IF
013400     PERFORM 2100-RELEASE-ONE-ORDER THRU 2100-EXIT
013500             UNTIL PW-ORDER-AT-EOF
013600     IF PW-ORDER-FILE-OK OR PW-ORDER-FILE-STATUS = '10'
013700         CLOSE PRIZE-ORDER-FILE
013800     END-IF.
013900 2000-EXIT.
014000     EXIT.

014100 2100-RELEASE-ONE-ORDER.
014200     READ PRIZE-ORDER-FILE NEXT RECORD
014300         AT END
014400             MOVE 'Y' TO PW-ORDER-EOF-SWITCH
014500         NOT AT END
014600             IF PO-ORDERED
014700                 MOVE PO-ORDER-DATE TO PW-SORT-ORDER-DATE
014800                 MOVE PO-ORDER-TIME TO PW-SORT-ORDER-TIME
014900                 MOVE PO-ORDER-ID TO PW-SORT-ORDER-ID
015000                 MOVE PO-ITEM-ID TO PW-SORT-ITEM-ID
015100                 MOVE PO-PLAYER-ID TO PW-SORT-PLAYER-ID
015200                 MOVE PO-POINTS TO PW-SORT-POINTS
015300                 RELEASE PW-SORT-RECORD
015400             END-IF
015500     END-READ.
015600 2100-EXIT.
015700     EXIT.

015800 3000-WRITE-AGING.
015900     MOVE 'N' TO PW-SORT-EOF-SWITCH
016000     PERFORM 3100-WRITE-ONE-ORDER THRU 3100-EXIT
016100             UNTIL PW-SORT-AT-EOF.
016200 3000-EXIT.
016300     EXIT.

016400 3100-WRITE-ONE-ORDER.
016500     RETURN AGING-SORT-FILE
016600         AT END
016700             MOVE 'Y' TO PW-SORT-EOF-SWITCH
016800             GO TO 3100-EXIT
016900     END-RETURN
017000     ADD 1 TO PW-OPEN-COUNT
017100     ADD PW-SORT-POINTS TO PW-OPEN-POINTS
017200     COMPUTE PW-WORK-INTEGER =
017300         FUNCTION INTEGER-OF-DATE(PW-SORT-ORDER-DATE)
017400     COMPUTE PW-DAYS-WAITING =
017500         PW-RUN-DATE-INTEGER - PW-WORK-INTEGER
017600     MOVE 1 TO PW-BAND-IDX
017700     PERFORM 3200-FIND-BAND THRU 3200-EXIT
017800             UNTIL PW-BAND-IDX = 5 OR
017900                   PW-DAYS-WAITING <= PW-BAND-LIMIT(PW-BAND-IDX)
018000     ADD 1 TO PW-BAND-COUNT(PW-BAND-IDX)
018100     MOVE PW-SORT-ORDER-ID TO PW-DTL-ORDER-ID
018200     MOVE PW-DAYS-WAITING TO PW-DTL-DAYS
018300     MOVE PW-SORT-ITEM-ID TO PW-DTL-ITEM-ID
018400     MOVE PW-SORT-POINTS TO PW-DTL-POINTS
018500     MOVE PW-SORT-PLAYER-ID TO PW-DTL-PLAYER-ID
018600     WRITE AGING-REPORT-LINE FROM PW-DETAIL-LINE.
018700 3100-EXIT.
018800     EXIT.

018900 3200-FIND-BAND.
019000     ADD 1 TO PW-BAND-IDX.
019100 3200-EXIT.
019200     EXIT.

019300 4000-WRITE-TOTALS.
019400     WRITE AGING-REPORT-LINE FROM PW-BLANK-LINE
019500     PERFORM 4100-WRITE-ONE-BAND THRU 4100-EXIT
019600             VARYING PW-BAND-IDX FROM 1 BY 1
019700             UNTIL PW-BAND-IDX > 5
019800     WRITE AGING-REPORT-LINE FROM PW-BLANK-LINE
019900     MOVE 'Orders waiting to ship' TO PW-TOT-LABEL
020000     MOVE PW-OPEN-COUNT TO PW-TOT-COUNT
020100     WRITE AGING-REPORT-LINE FROM PW-TOTAL-LINE
020200     MOVE 'Points tied up in them' TO PW-TOT-LABEL
020300     MOVE PW-OPEN-POINTS TO PW-TOT-COUNT
020400     WRITE AGING-REPORT-LINE FROM PW-TOTAL-LINE
020500     CLOSE AGING-REPORT-FILE.
020600 4000-EXIT.
020700     EXIT.

020800 4100-WRITE-ONE-BAND.
020900     MOVE PW-BAND-LABEL(PW-BAND-IDX) TO PW-TOT-LABEL
021000     MOVE PW-BAND-COUNT(PW-BAND-IDX) TO PW-TOT-COUNT
021100     WRITE AGING-REPORT-LINE FROM PW-TOTAL-LINE.
021200 4100-EXIT.
021300     EXIT.

021400 9999-EXIT.
021500     STOP RUN.
