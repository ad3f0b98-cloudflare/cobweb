000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIZEPCK.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PRIZEPCK
000900*
001000*  Nightly batch job.  The fulfillment desk's pick list: every
001100*  PRIZE-ORDER still waiting to ship, grouped by prize with the
001200*  catalog description and a count per prize, so whoever packs
001300*  the morning's parcels pulls each item off the shelf once.
001400*  Orders stay on the list until PTSCON marks them shipped or
001500*  cancelled -- yesterday's unpacked order is on today's list.
001600*
001700*  Modification history
001800*  ---------------------------------------------------------------
001900*  2026-10-15  jm  Original program.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT PRIZE-ORDER-FILE ASSIGN TO "PRIZEORD"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS PO-ORDER-ID
002800         FILE STATUS IS PQ-ORDER-FILE-STATUS.
002900     SELECT PRIZE-CATALOG-FILE ASSIGN TO "PRIZECAT"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS PZ-ITEM-ID
003300         FILE STATUS IS PQ-CATALOG-FILE-STATUS.
003400     SELECT PICK-SORT-FILE ASSIGN TO "SRTPICK".
003500     SELECT PICK-REPORT-FILE ASSIGN TO "PRIZEPCK.TXT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS PQ-REPORT-FILE-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PRIZE-ORDER-FILE.
004100 COPY "prizeord.cpy".

004200 FD  PRIZE-CATALOG-FILE.
004300 COPY "prizecat.cpy".

004400 SD  PICK-SORT-FILE.
004500 01  PQ-SORT-RECORD.
004600     05  PQ-SORT-ITEM-ID         PIC X(08).
004700     05  PQ-SORT-ORDER-DATE      PIC 9(08).
004800     05  PQ-SORT-ORDER-TIME      PIC 9(08).
004900     05  PQ-SORT-ORDER-ID        PIC X(12).
005000     05  PQ-SORT-PLAYER-ID       PIC X(20).

005100 FD  PICK-REPORT-FILE.
005200 01  PICK-REPORT-LINE            PIC X(132).

005300 WORKING-STORAGE SECTION.
005400     77 PQ-ORDER-FILE-STATUS     PIC X(02) VALUE '00'.
005500        88 PQ-ORDER-FILE-OK                VALUE '00'.
005600     77 PQ-CATALOG-FILE-STATUS   PIC X(02) VALUE '00'.
005700        88 PQ-CATALOG-FILE-OK              VALUE '00'.
005800     77 PQ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
005900     77 PQ-ORDER-EOF-SWITCH      PIC X(01) VALUE 'N'.
006000        88 PQ-ORDER-AT-EOF                 VALUE 'Y'.
006100     77 PQ-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
006200        88 PQ-SORT-AT-EOF                  VALUE 'Y'.
006210     77 PQ-CATALOG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
006220        88 PQ-CATALOG-IS-OPEN              VALUE 'Y'.

006300     77 PQ-RUN-DATE              PIC 9(08) VALUE ZERO.
006400     77 PQ-ITEM-COUNT            PIC 9(05) COMP VALUE ZERO.
006500     77 PQ-ORDER-COUNT           PIC 9(05) COMP VALUE ZERO.
006600     77 PQ-PRIZE-COUNT           PIC 9(05) COMP VALUE ZERO.
006700     01 PQ-CURRENT-ITEM          PIC X(08) VALUE SPACES.

006800     01 PQ-HEADING-1             PIC X(80) VALUE
006900        'PRIZEPCK - PRIZE ORDERS TO PICK AND SHIP'.
007000     01 PQ-HEADING-2             PIC X(80).
007100     01 PQ-BLANK-LINE            PIC X(80) VALUE SPACES.
007200     01 PQ-ITEM-LINE.
007300        05 FILLER                PIC X(02) VALUE SPACES.
007400        05 PQ-ITM-ID             PIC X(08).
007500        05 FILLER                PIC X(02) VALUE SPACES.
007600        05 PQ-ITM-DESCRIPTION    PIC X(30).
007700        05 FILLER                PIC X(38) VALUE SPACES.
007800     01 PQ-COLUMN-HEADING        PIC X(80) VALUE
007900        '      ORDER         ORDERED   PLAYER'.
008000     01 PQ-DETAIL-LINE.
008100        05 FILLER                PIC X(06) VALUE SPACES.
008200        05 PQ-DTL-ORDER-ID       PIC X(12).
008300        05 FILLER                PIC X(02) VALUE SPACES.
008400        05 PQ-DTL-ORDER-DATE     PIC 9(08).
008500        05 FILLER                PIC X(02) VALUE SPACES.
008600        05 PQ-DTL-PLAYER-ID      PIC X(20).
008700        05 FILLER                PIC X(30) VALUE SPACES.
008800     01 PQ-ITEM-TOTAL-LINE.
008900        05 FILLER                PIC X(06) VALUE SPACES.
009000        05 FILLER                PIC X(14) VALUE 'To pick     : '.
009100        05 PQ-ITT-COUNT          PIC ZZ,ZZ9.
009200        05 FILLER                PIC X(54) VALUE SPACES.
009300     01 PQ-TOTAL-LINE.
009400        05 FILLER                PIC X(02) VALUE SPACES.
009500        05 PQ-TOT-LABEL          PIC X(24).
009600        05 PQ-TOT-COUNT          PIC ZZZ,ZZ9.
009700        05 FILLER                PIC X(47) VALUE SPACES.

009800 PROCEDURE DIVISION.

009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010100     SORT PICK-SORT-FILE
010200         ON ASCENDING KEY PQ-SORT-ITEM-ID
010300                          PQ-SORT-ORDER-DATE
010400                          PQ-SORT-ORDER-TIME
010500         INPUT PROCEDURE IS 2000-RELEASE-OPEN-ORDERS
010600         OUTPUT PROCEDURE IS 3000-WRITE-PICK-LIST
010700     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
010800     GO TO 9999-EXIT.

010900 1000-INITIALIZE.
011000     ACCEPT PQ-RUN-DATE FROM DATE YYYYMMDD
011100     OPEN OUTPUT PICK-REPORT-FILE
011200     MOVE SPACES TO PQ-HEADING-2
011300     STRING 'Run date: ' PQ-RUN-DATE DELIMITED BY SIZE
011400         INTO PQ-HEADING-2
011500     WRITE PICK-REPORT-LINE FROM PQ-HEADING-1
011600     WRITE PICK-REPORT-LINE FROM PQ-HEADING-2.
011700 1000-EXIT.
011800     EXIT.

011900*    No order file yet just means nobody has redeemed a prize.
012000 2000-RELEASE-OPEN-ORDERS.
012100     OPEN INPUT PRIZE-ORDER-FILE
012200     IF NOT PQ-ORDER-FILE-OK
012300         MOVE 'Y' TO PQ-ORDER-EOF-SWITCH
012400     END-IF
012500     PERFORM 2100-RELEASE-ONE-ORDER THRU 2100-EXIT
012600             UNTIL PQ-ORDER-AT-EOF
012700     IF PQ-ORDER-FILE-OK OR PQ-ORDER-FILE-STATUS = '10'
012800         CLOSE PRIZE-ORDER-FILE
012900     END-IF.
013000 2000-EXIT.
013100     EXIT.

013200 2100-RELEASE-ONE-ORDER.
013300     READ PRIZE-ORDER-FILE NEXT RECORD
013400         AT END
013500             MOVE 'Y' TO PQ-ORDER-EOF-SWITCH
013600         NOT AT END
013700             IF PO-ORDERED
013800                 MOVE PO-ITEM-ID TO PQ-SORT-ITEM-ID
013900                 MOVE PO-ORDER-DATE TO PQ-SORT-ORDER-DATE
014000                 MOVE PO-ORDER-TIME TO PQ-SORT-ORDER-TIME
014100                 MOVE PO-ORDER-ID TO PQ-SORT-ORDER-ID
014200                 MOVE PO-PLAYER-ID TO PQ-SORT-PLAYER-ID
014300                 RELEASE PQ-SORT-RECORD
014400             END-IF
014500     END-READ.
014600 2100-EXIT.
014700     EXIT.

014800*    The catalog is only read for descriptions; a prize since
014900*    taken off it still prints, just without one.
015000 3000-WRITE-PICK-LIST.
015100     OPEN INPUT PRIZE-CATALOG-FILE
015110     IF PQ-CATALOG-FILE-OK
015120         MOVE 'Y' TO PQ-CATALOG-OPEN-SWITCH
015130     END-IF
015200     MOVE 'N' TO PQ-SORT-EOF-SWITCH
015300     PERFORM 3100-WRITE-ONE-ORDER THRU 3100-EXIT
015400             UNTIL PQ-SORT-AT-EOF
015500     IF PQ-CURRENT-ITEM NOT = SPACES
015600         PERFORM 3300-WRITE-ITEM-TOTAL THRU 3300-EXIT
015700     END-IF
015800     IF PQ-CATALOG-IS-OPEN
015900         CLOSE PRIZE-CATALOG-FILE
016000     END-IF.
016100 3000-EXIT.
016200     EXIT.

016300 3100-WRITE-ONE-ORDER.
016400     RETURN PICK-SORT-FILE
016500         AT END
016600             MOVE 'Y' TO PQ-SORT-EOF-SWITCH
016700             GO TO 3100-EXIT
016800     END-RETURN
016900     IF PQ-SORT-ITEM-ID NOT = PQ-CURRENT-ITEM
017000         IF PQ-CURRENT-ITEM NOT = SPACES
017100             PERFORM 3300-WRITE-ITEM-TOTAL THRU 3300-EXIT
017200         END-IF
017300         PERFORM 3200-WRITE-ITEM-HEADING THRU 3200-EXIT
017400     END-IF
017500     ADD 1 TO PQ-ITEM-COUNT
017600     ADD 1 TO PQ-ORDER-COUNT
017700     MOVE PQ-SORT-ORDER-ID TO PQ-DTL-ORDER-ID
017800     MOVE PQ-SORT-ORDER-DATE TO PQ-DTL-ORDER-DATE
017900     MOVE PQ-SORT-PLAYER-ID TO PQ-DTL-PLAYER-ID
018000     WRITE PICK-REPORT-LINE FROM PQ-DETAIL-LINE.
018100 3100-EXIT.
018200     EXIT.

018300 3200-WRITE-ITEM-HEADING.
018400     MOVE PQ-SORT-ITEM-ID TO PQ-CURRENT-ITEM
018500     MOVE ZERO TO PQ-ITEM-COUNT
018600     ADD 1 TO PQ-PRIZE-COUNT
018700     MOVE PQ-SORT-ITEM-ID TO PQ-ITM-ID
018800     MOVE SPACES TO PQ-ITM-DESCRIPTION
018900     IF PQ-CATALOG-IS-OPEN
019000         MOVE PQ-SORT-ITEM-ID TO PZ-ITEM-ID
019100         READ PRIZE-CATALOG-FILE
019200             INVALID KEY
019300                 MOVE '(no longer on the catalog)'
019400                     TO PQ-ITM-DESCRIPTION
019500             NOT INVALID KEY
019600                 MOVE PZ-DESCRIPTION TO PQ-ITM-DESCRIPTION
019700         END-READ
019800     END-IF
019900     WRITE PICK-REPORT-LINE FROM PQ-BLANK-LINE
020000     WRITE PICK-REPORT-LINE FROM PQ-ITEM-LINE
020100     WRITE PICK-REPORT-LINE FROM PQ-COLUMN-HEADING.
020200 3200-EXIT.
020300     EXIT.

020400 3300-WRITE-ITEM-TOTAL.
020500     MOVE PQ-ITEM-COUNT TO PQ-ITT-COUNT
020600     WRITE PICK-REPORT-LINE FROM PQ-ITEM-TOTAL-LINE.
020700 3300-EXIT.
020800     EXIT.

020900 4000-WRITE-TOTALS.
021000     WRITE PICK-REPORT-LINE FROM PQ-BLANK-LINE
021100     MOVE 'Prizes to pick' TO PQ-TOT-LABEL
021200     MOVE PQ-PRIZE-COUNT TO PQ-TOT-COUNT
021300     WRITE PICK-REPORT-LINE FROM PQ-TOTAL-LINE
021400     MOVE 'Orders waiting to ship' TO PQ-TOT-LABEL
021500     MOVE PQ-ORDER-COUNT TO PQ-TOT-COUNT
021600     WRITE PICK-REPORT-LINE FROM PQ-TOTAL-LINE
021700     CLOSE PICK-REPORT-FILE.
021800 4000-EXIT.
021900     EXIT.

022000 9999-EXIT.
022100     STOP RUN.
