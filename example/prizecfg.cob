000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIZECFG.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PRIZECFG
000900*
001000*  Interactive admin console for the prize catalog, in the same
001100*  idiom EVENTCFG uses for community events.  Shows the prizes
001200*  already on the PRIZE-CATALOG file and lets the community
001300*  manager add a prize or change one already there -- the
001400*  description, the points price, the stock on hand and the
001500*  dates it may be claimed between.  Restocking is a change:
001600*  key the item id with the new shelf count.  A prize needs no
001700*  removal step -- PTSCON stops taking it the day after
001800*  PZ-ACTIVE-TO, or the day its stock runs out.
001900*
002000*  Modification history
002100*  ---------------------------------------------------------------
002200*  2026-10-15  jm  Original program.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     CRT STATUS IS PF-CRT-STATUS.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PRIZE-CATALOG-FILE ASSIGN TO "PRIZECAT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PZ-ITEM-ID
003400         FILE STATUS IS PF-CATALOG-FILE-STATUS.

003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PRIZE-CATALOG-FILE.
003800 COPY "prizecat.cpy".

003900 WORKING-STORAGE SECTION.
004000     COPY "screenio.cpy".

004100     77 PF-CATALOG-FILE-STATUS    PIC X(02) VALUE '00'.
004200     88 PF-CATALOG-FILE-OK                  VALUES '00' '05'.
004300     01 PF-CRT-STATUS             PIC 9(04) VALUE ZERO.
004400     77 PF-EOF-SWITCH             PIC X(01) VALUE 'N'.
004500        88 PF-AT-EOF                        VALUE 'Y'.
004600     77 PF-SHOWN-COUNT            PIC 9(02) VALUE ZERO.
004700     77 PF-NEW-REC-SWITCH         PIC X(01) VALUE 'N'.
004800        88 PF-ITEM-IS-NEW                   VALUE 'Y'.

004900     01 PF-NEW-ITEM-ID            PIC X(08) VALUE SPACES.
005000     01 PF-NEW-DESCRIPTION        PIC X(30) VALUE SPACES.
005100     01 PF-NEW-PRICE              PIC 9(07) VALUE ZERO.
005200     01 PF-NEW-STOCK              PIC 9(05) VALUE ZERO.
005300     01 PF-NEW-FROM-DATE          PIC 9(08) VALUE ZERO.
005400     01 PF-NEW-TO-DATE            PIC 9(08) VALUE ZERO.
005500     01 PF-EXIT-MESSAGE           PIC X(50) VALUE SPACES.
005600*    ----------------------------------------------------------
005700*    Shared sign-on and change journal: OPSIGNON gates entry
005800*    with per-console authority, CONJRNL records what this
005900*    operator changed, before and after.
006000*    ----------------------------------------------------------
006100     01 PF-CONSOLE-NAME          PIC X(08) VALUE 'PRIZECFG'.
006200     01 PF-OPERATOR-ID           PIC X(08) VALUE SPACES.
006300     01 PF-SIGNON-OK             PIC X(01) VALUE 'N'.
006400     01 PF-JRNL-ACTION           PIC X(08) VALUE SPACES.
006500     01 PF-JRNL-BEFORE           PIC X(60) VALUE SPACES.
006600     01 PF-JRNL-AFTER            PIC X(60) VALUE SPACES.

006700*    The first eight prizes on file, shown so the manager can
006800*    see the shelf before adding or restocking.
006900     01 PF-SHOW-TABLE.
007000        05 PF-SHOW-LINE OCCURS 8 TIMES PIC X(70).

007100 SCREEN SECTION.
007200 01  PF-ADMIN-SCREEN.
007300     05  BLANK SCREEN.
007400     05  LINE 01 COLUMN 18 VALUE 'PRIZECFG - PRIZE CATALOG'
007500             FOREGROUND-COLOR COB-COLOR-WHITE.
007600     05  LINE 03 COLUMN 05 VALUE
007700             'Item     Price   Stock Window            Prize'.
007800     05  LINE 04 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(1).
007900     05  LINE 05 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(2).
008000     05  LINE 06 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(3).
008100     05  LINE 07 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(4).
008200     05  LINE 08 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(5).
008300     05  LINE 09 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(6).
008400     05  LINE 10 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(7).
008500     05  LINE 11 COLUMN 05 PIC X(70) FROM PF-SHOW-LINE(8).

008600     05  LINE 13 COLUMN 05 VALUE
008700             'Add a prize, or key an existing item to change it'.
008800     05  LINE 14 COLUMN 05 VALUE 'Item id    :'.
008900     05  LINE 14 COLUMN 19 PIC X(08) USING PF-NEW-ITEM-ID.
009000     05  LINE 15 COLUMN 05 VALUE 'Description:'.
009100     05  LINE 15 COLUMN 19 PIC X(30) USING PF-NEW-DESCRIPTION.
009200     05  LINE 16 COLUMN 05 VALUE 'Points     :'.
009300     05  LINE 16 COLUMN 19 PIC 9(07) USING PF-NEW-PRICE.
009400     05  LINE 17 COLUMN 05 VALUE 'On hand    :'.
009500     05  LINE 17 COLUMN 19 PIC 9(05) USING PF-NEW-STOCK.
009600     05  LINE 18 COLUMN 05 VALUE 'From (YYYYMMDD):'.
009700     05  LINE 18 COLUMN 23 PIC 9(08) USING PF-NEW-FROM-DATE.
009800     05  LINE 19 COLUMN 05 VALUE 'To   (YYYYMMDD):'.
009900     05  LINE 19 COLUMN 23 PIC 9(08) USING PF-NEW-TO-DATE.

010000     05  LINE 21 COLUMN 05 VALUE 'F3 = exit without saving'.

010100 PROCEDURE DIVISION.

010200 0000-MAINLINE.
010300     CALL "OPSIGNON" USING PF-CONSOLE-NAME
010400                             PF-OPERATOR-ID
010500                             PF-SIGNON-OK
010600     IF PF-SIGNON-OK NOT = 'Y'
010700         DISPLAY "PRIZECFG: sign-on refused"
010800         GO TO 9999-EXIT
010900     END-IF
011000     PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
011100     DISPLAY PF-ADMIN-SCREEN
011200     ACCEPT PF-ADMIN-SCREEN
011300     IF PF-CRT-STATUS = COB-SCR-F3
011400         MOVE 'Exiting without saving.' TO PF-EXIT-MESSAGE
011500     ELSE
011600         PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
011700     END-IF
011800     DISPLAY PF-EXIT-MESSAGE LINE 23 COLUMN 05
011900     GO TO 9999-EXIT.

012000 1000-LOAD-CATALOG.
012100     MOVE SPACES TO PF-SHOW-TABLE
012200     OPEN INPUT PRIZE-CATALOG-FILE
012300     IF PF-CATALOG-FILE-STATUS = '00'
012400         PERFORM 1100-LOAD-ONE-PRIZE THRU 1100-EXIT
012500                 UNTIL PF-AT-EOF OR PF-SHOWN-COUNT = 8
012600         CLOSE PRIZE-CATALOG-FILE
012700     END-IF
012800     IF PF-SHOWN-COUNT = ZERO
012900         MOVE '(no prizes on file yet)' TO PF-SHOW-LINE(1)
013000     END-IF.
013100 1000-EXIT.
013200     EXIT.

013300 1100-LOAD-ONE-PRIZE.
013400     READ PRIZE-CATALOG-FILE NEXT RECORD
013500         AT END
013600             MOVE 'Y' TO PF-EOF-SWITCH
013700         NOT AT END
013800             ADD 1 TO PF-SHOWN-COUNT
013900             MOVE SPACES TO PF-SHOW-LINE(PF-SHOWN-COUNT)
014000             STRING PZ-ITEM-ID ' ' PZ-POINTS-PRICE ' '
014100                    PZ-STOCK-ON-HAND ' ' PZ-ACTIVE-FROM '-'
014200                    PZ-ACTIVE-TO ' ' PZ-DESCRIPTION (1:22)
014300                 DELIMITED BY SIZE
014400                 INTO PF-SHOW-LINE(PF-SHOWN-COUNT)
014500     END-READ.
014600 1100-EXIT.
014700     EXIT.

014800*    The price and window have to make sense before they go on
014900*    file -- PTSCON takes the catalog at its word at the counter.
015000 4000-VALIDATE-AND-SAVE.
015100     EVALUATE TRUE
015200         WHEN PF-NEW-ITEM-ID = SPACES
015300             MOVE 'Item id is required -- not saved.'
015400                 TO PF-EXIT-MESSAGE
015500         WHEN PF-NEW-PRICE = ZERO
015600             MOVE 'Points price must be nonzero -- not saved.'
015700                 TO PF-EXIT-MESSAGE
015800         WHEN PF-NEW-FROM-DATE = ZERO OR PF-NEW-TO-DATE = ZERO
015900             MOVE 'Both dates are required -- not saved.'
016000                 TO PF-EXIT-MESSAGE
016100         WHEN PF-NEW-TO-DATE < PF-NEW-FROM-DATE
016200             MOVE 'To date is before from date -- not saved.'
016300                 TO PF-EXIT-MESSAGE
016400         WHEN OTHER
016500             PERFORM 4100-SAVE-PRIZE THRU 4100-EXIT
016600     END-EVALUATE.
016700 4000-EXIT.
016800     EXIT.

016900*    Same first-use idiom as DISPCON: no catalog yet means the
017000*    first prize ever saved creates it.  An item already on
017100*    file is changed in place, before and after on the journal
017200*    line.
017300 4100-SAVE-PRIZE.
017400     MOVE 'N' TO PF-NEW-REC-SWITCH
017500     OPEN I-O PRIZE-CATALOG-FILE
017600     IF NOT PF-CATALOG-FILE-OK
017700         OPEN OUTPUT PRIZE-CATALOG-FILE
017800         CLOSE PRIZE-CATALOG-FILE
017900         OPEN I-O PRIZE-CATALOG-FILE
018000     END-IF
018100     IF NOT PF-CATALOG-FILE-OK
018200         MOVE 'Cannot open PRIZECAT -- not saved.'
018300             TO PF-EXIT-MESSAGE
018400         GO TO 4100-EXIT
018500     END-IF
018600     MOVE SPACES TO PF-JRNL-BEFORE
018700     MOVE PF-NEW-ITEM-ID TO PZ-ITEM-ID
018800     READ PRIZE-CATALOG-FILE
018900         INVALID KEY
019000             SET PF-ITEM-IS-NEW TO TRUE
019100         NOT INVALID KEY
019200             MOVE PRIZE-CATALOG-RECORD TO PF-JRNL-BEFORE
019300     END-READ
019400     MOVE PF-NEW-ITEM-ID TO PZ-ITEM-ID
019500     MOVE PF-NEW-DESCRIPTION TO PZ-DESCRIPTION
019600     MOVE PF-NEW-PRICE TO PZ-POINTS-PRICE
019700     MOVE PF-NEW-STOCK TO PZ-STOCK-ON-HAND
019800     MOVE PF-NEW-FROM-DATE TO PZ-ACTIVE-FROM
019900     MOVE PF-NEW-TO-DATE TO PZ-ACTIVE-TO
020000     IF PF-ITEM-IS-NEW
020100         WRITE PRIZE-CATALOG-RECORD
020200         MOVE 'ADD' TO PF-JRNL-ACTION
020300         MOVE 'Prize added.' TO PF-EXIT-MESSAGE
020400     ELSE
020500         REWRITE PRIZE-CATALOG-RECORD
020600         MOVE 'CHANGE' TO PF-JRNL-ACTION
020700         MOVE 'Prize changed.' TO PF-EXIT-MESSAGE
020800     END-IF
020900     CLOSE PRIZE-CATALOG-FILE
021000     MOVE PRIZE-CATALOG-RECORD TO PF-JRNL-AFTER
021100     CALL "CONJRNL" USING PF-CONSOLE-NAME
021200                           PF-OPERATOR-ID
021300                           PF-JRNL-ACTION
021400                           PF-JRNL-BEFORE
021500                           PF-JRNL-AFTER
021600     CONTINUE.
021700 4100-EXIT.
021800     EXIT.

021900 9999-EXIT.
022000     STOP RUN.
