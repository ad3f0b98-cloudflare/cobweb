000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTRYCON.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CTRYCON
000900*
001000*  Interactive console for the COUNTRY-ELIGIBILITY table, in the
001100*  same idiom IPCTLCON uses.  Shows the countries already on
001200*  file and sets one -- the two-letter code, whether play,
001300*  points earning and prize redemption are allowed there, and
001400*  why (legal's reference) -- replacing whatever the country
001500*  had, or removes a country, which puts it back to allowed
001600*  everything.  A country may not be blocked from play yet
001700*  allowed to earn.  WORKER and PTSCON read the table on every
001800*  request; changes take effect on the next one.  Every change
001900*  goes on the CONJRNL journal.
002000*
002100*  Modification history
002200*  ---------------------------------------------------------------
002300*  2026-10-15  jm  Original program.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     CRT STATUS IS XC-CRT-STATUS.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT COUNTRY-ELIGIBILITY-FILE ASSIGN TO "CTRYELIG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS XC-CTRYELIG-FILE-STATUS.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  COUNTRY-ELIGIBILITY-FILE.
003700 COPY "ctryelig.cpy".

003800 WORKING-STORAGE SECTION.
003900     COPY "screenio.cpy".

004000     77 XC-CTRYELIG-FILE-STATUS   PIC X(02) VALUE '00'.
004100        88 XC-CTRYELIG-FILE-OK              VALUE '00'.
004200     01 XC-CRT-STATUS             PIC 9(04) VALUE ZERO.
004300     77 XC-EOF-SWITCH             PIC X(01) VALUE 'N'.
004400        88 XC-AT-EOF                        VALUE 'Y'.
004500     77 XC-FOUND-SWITCH           PIC X(01) VALUE 'N'.
004600        88 XC-FOUND                         VALUE 'Y'.
004700     77 XC-SAVE-SWITCH            PIC X(01) VALUE 'Y'.
004800        88 XC-SAVED                         VALUE 'Y'.
004900     77 XC-SHOWN-COUNT            PIC 9(02) VALUE ZERO.

005000     01 XC-ACTION                 PIC X(01) VALUE 'S'.
005100     01 XC-NEW-COUNTRY            PIC X(02) VALUE SPACES.
005200     01 XC-NEW-PLAY               PIC X(01) VALUE 'Y'.
005300     01 XC-NEW-POINTS             PIC X(01) VALUE 'Y'.
005400     01 XC-NEW-REDEEM             PIC X(01) VALUE 'Y'.
005500     01 XC-NEW-REASON             PIC X(30) VALUE SPACES.
005600     01 XC-EXIT-MESSAGE           PIC X(50) VALUE SPACES.
005700     01 XC-SYS-DATE               PIC 9(08) VALUE ZERO.
005800*    ----------------------------------------------------------
005900*    Shared sign-on and change journal: OPSIGNON gates entry
006000*    with per-console authority, CONJRNL records what this
006100*    operator changed, before and after.
006200*    ----------------------------------------------------------
006300     01 XC-CONSOLE-NAME          PIC X(08) VALUE 'CTRYCON'.
006400     01 XC-OPERATOR-ID           PIC X(08) VALUE SPACES.
006500     01 XC-SIGNON-OK             PIC X(01) VALUE 'N'.
006600     01 XC-JRNL-ACTION           PIC X(08) VALUE SPACES.
006700     01 XC-JRNL-BEFORE           PIC X(60) VALUE SPACES.
006800     01 XC-JRNL-AFTER            PIC X(60) VALUE SPACES.
006900     77 XC-ENTRY-COUNT            PIC 9(03) VALUE ZERO.
007000     77 XC-ENTRY-IDX              PIC 9(03) VALUE ZERO.

007100*    Every record on file, rewritten in full on every change --
007200*    the same whole-file idiom IPCTLCON uses for its removes.
007300     01 XC-ENTRY-TABLE.
007400        05 XC-ENT-ENTRY OCCURS 300 TIMES.
007500           10 XC-ENT-RECORD      PIC X(51).

007600     01 XC-SHOW-TABLE.
007700        05 XC-SHOW-LINE OCCURS 8 TIMES PIC X(70).

007800 SCREEN SECTION.
007900 01  XC-CONTROL-SCREEN.
008000     05  BLANK SCREEN.
008100     05  LINE 01 COLUMN 12 VALUE 'CTRYCON - COUNTRY ELIGIBILITY'
008200             FOREGROUND-COLOR COB-COLOR-WHITE.
008300     05  LINE 03 COLUMN 05 VALUE
008400             'On file (country, play, points, redeem, reason):'.
008500     05  LINE 04 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(1).
008600     05  LINE 05 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(2).
008700     05  LINE 06 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(3).
008800     05  LINE 07 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(4).
008900     05  LINE 08 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(5).
009000     05  LINE 09 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(6).
009100     05  LINE 10 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(7).
009200     05  LINE 11 COLUMN 05 PIC X(70) FROM XC-SHOW-LINE(8).
009300     05  LINE 13 COLUMN 05 VALUE
009400             'Action (S = set, R = remove by country):'.
009500     05  LINE 13 COLUMN 47 PIC X(01) USING XC-ACTION.
009600     05  LINE 14 COLUMN 05 VALUE 'Country    :'.
009700     05  LINE 14 COLUMN 19 PIC X(02) USING XC-NEW-COUNTRY.
009800     05  LINE 14 COLUMN 23 VALUE '(two capital letters)'.
009900     05  LINE 15 COLUMN 05 VALUE 'Play   Y/N :'.
010000     05  LINE 15 COLUMN 19 PIC X(01) USING XC-NEW-PLAY.
010100     05  LINE 16 COLUMN 05 VALUE 'Points Y/N :'.
010200     05  LINE 16 COLUMN 19 PIC X(01) USING XC-NEW-POINTS.
010300     05  LINE 17 COLUMN 05 VALUE 'Redeem Y/N :'.
010400     05  LINE 17 COLUMN 19 PIC X(01) USING XC-NEW-REDEEM.
010500     05  LINE 18 COLUMN 05 VALUE 'Reason     :'.
010600     05  LINE 18 COLUMN 19 PIC X(30) USING XC-NEW-REASON.
010700     05  LINE 19 COLUMN 05 VALUE 'F3 = exit without saving'.

010800 PROCEDURE DIVISION.

010900 0000-MAINLINE.
011000     CALL "OPSIGNON" USING XC-CONSOLE-NAME
011100                             XC-OPERATOR-ID
011200                             XC-SIGNON-OK
011300     IF XC-SIGNON-OK NOT = 'Y'
011400         DISPLAY "CTRYCON: sign-on refused"
011500         GO TO 9999-EXIT
011600     END-IF
011700     PERFORM 1000-LOAD-ENTRY-LIST THRU 1000-EXIT
011800     DISPLAY XC-CONTROL-SCREEN
011900     ACCEPT XC-CONTROL-SCREEN
012000     EVALUATE TRUE
012100         WHEN XC-CRT-STATUS = COB-SCR-F3
012200             MOVE 'Exiting without saving.' TO XC-EXIT-MESSAGE
012300         WHEN XC-ACTION = 'R'
012400             PERFORM 5000-REMOVE-COUNTRY THRU 5000-EXIT
012500         WHEN OTHER
012600             PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
012700     END-EVALUATE
012800     DISPLAY XC-EXIT-MESSAGE LINE 21 COLUMN 05
012900     GO TO 9999-EXIT.

013000 1000-LOAD-ENTRY-LIST.
013100     MOVE SPACES TO XC-SHOW-TABLE
013200     OPEN INPUT COUNTRY-ELIGIBILITY-FILE
013300     IF XC-CTRYELIG-FILE-OK
013400         PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
013500                 UNTIL XC-AT-EOF
013600         CLOSE COUNTRY-ELIGIBILITY-FILE
013700     END-IF
013800     IF XC-SHOWN-COUNT = ZERO
013900         MOVE '(no countries restricted)' TO XC-SHOW-LINE(1)
014000     END-IF.
014100 1000-EXIT.
014200     EXIT.

014300*    The whole file loads into the table (every change rewrites
014400*    it); the screen shows the first eight.
014500 1100-LOAD-ONE-ENTRY.
014600     READ COUNTRY-ELIGIBILITY-FILE
014700         AT END
014800             MOVE 'Y' TO XC-EOF-SWITCH
014900         NOT AT END
015000             IF XC-ENTRY-COUNT < 300
015100                 ADD 1 TO XC-ENTRY-COUNT
015200                 MOVE COUNTRY-ELIGIBILITY-RECORD
015300                     TO XC-ENT-RECORD(XC-ENTRY-COUNT)
015400             END-IF
015500             IF XC-SHOWN-COUNT < 8
015600                 ADD 1 TO XC-SHOWN-COUNT
015700                 MOVE SPACES TO XC-SHOW-LINE(XC-SHOWN-COUNT)
015800                 STRING CE-COUNTRY '  ' CE-PLAY-ALLOWED '  '
015900                        CE-POINTS-ALLOWED '  ' CE-REDEEM-ALLOWED
016000                        '  ' CE-REASON ' ' CE-CHANGED-BY
016100                     DELIMITED BY SIZE
016200                     INTO XC-SHOW-LINE(XC-SHOWN-COUNT)
016300             END-IF
016400     END-READ.
016500 1100-EXIT.
016600     EXIT.

016700 4000-VALIDATE-AND-SAVE.
016800     EVALUATE TRUE
016900         WHEN XC-NEW-COUNTRY (1:1) NOT ALPHABETIC-UPPER OR
017000              XC-NEW-COUNTRY (2:1) NOT ALPHABETIC-UPPER OR
017100              XC-NEW-COUNTRY (1:1) = SPACE OR
017200              XC-NEW-COUNTRY (2:1) = SPACE
017300             MOVE 'Country must be 2 letters -- not saved.'
017400                 TO XC-EXIT-MESSAGE
017500         WHEN XC-NEW-PLAY NOT = 'Y' AND XC-NEW-PLAY NOT = 'N'
017600             MOVE 'Play must be Y or N -- not saved.'
017700                 TO XC-EXIT-MESSAGE
017800         WHEN XC-NEW-POINTS NOT = 'Y' AND XC-NEW-POINTS NOT = 'N'
017900             MOVE 'Points must be Y or N -- not saved.'
018000                 TO XC-EXIT-MESSAGE
018100         WHEN XC-NEW-REDEEM NOT = 'Y' AND XC-NEW-REDEEM NOT = 'N'
018200             MOVE 'Redeem must be Y or N -- not saved.'
018300                 TO XC-EXIT-MESSAGE
018400         WHEN XC-NEW-PLAY = 'N' AND XC-NEW-POINTS = 'Y'
018500             MOVE 'No points where play is blocked -- not saved.'
018600                 TO XC-EXIT-MESSAGE
018700         WHEN XC-NEW-REASON = SPACES
018800             MOVE 'A reason is required -- not saved.'
018900                 TO XC-EXIT-MESSAGE
019000         WHEN OTHER
019100             PERFORM 4100-SET-COUNTRY THRU 4100-EXIT
019200     END-EVALUATE.
019300 4000-EXIT.
019400     EXIT.

019500*    The country's row is replaced where it stands, or added at
019600*    the end, and the file rewritten in full.
019700 4100-SET-COUNTRY.
019800     ACCEPT XC-SYS-DATE FROM DATE YYYYMMDD
019900     MOVE SPACES TO XC-JRNL-BEFORE
020000     MOVE 'N' TO XC-FOUND-SWITCH
020100     PERFORM 4110-MATCH-ONE-ENTRY THRU 4110-EXIT
020200             VARYING XC-ENTRY-IDX FROM 1 BY 1
020300             UNTIL XC-ENTRY-IDX > XC-ENTRY-COUNT
020400                OR XC-FOUND
020500     IF XC-FOUND
020600         SUBTRACT 1 FROM XC-ENTRY-IDX
020700         MOVE XC-ENT-RECORD(XC-ENTRY-IDX) TO XC-JRNL-BEFORE
020800     ELSE
020900         IF XC-ENTRY-COUNT NOT < 300
021000             MOVE 'Table is full -- not saved.' TO XC-EXIT-MESSAGE
021100             GO TO 4100-EXIT
021200         END-IF
021300         ADD 1 TO XC-ENTRY-COUNT
021400         MOVE XC-ENTRY-COUNT TO XC-ENTRY-IDX
021500     END-IF
021600     MOVE SPACES TO COUNTRY-ELIGIBILITY-RECORD
021700     MOVE XC-NEW-COUNTRY TO CE-COUNTRY
021800     MOVE XC-NEW-PLAY TO CE-PLAY-ALLOWED
021900     MOVE XC-NEW-POINTS TO CE-POINTS-ALLOWED
022000     MOVE XC-NEW-REDEEM TO CE-REDEEM-ALLOWED
022100     MOVE XC-NEW-REASON TO CE-REASON
022200     MOVE XC-SYS-DATE TO CE-CHANGED-DATE
022300     MOVE XC-OPERATOR-ID TO CE-CHANGED-BY
022400     MOVE COUNTRY-ELIGIBILITY-RECORD
022500         TO XC-ENT-RECORD(XC-ENTRY-IDX)
022600     MOVE COUNTRY-ELIGIBILITY-RECORD TO XC-JRNL-AFTER
022700     PERFORM 6000-REWRITE-FILE THRU 6000-EXIT
022800     IF NOT XC-SAVED
022900         MOVE 'File could not be written -- see ops.'
023000             TO XC-EXIT-MESSAGE
023100         GO TO 4100-EXIT
023200     END-IF
023300     MOVE 'Saved -- live on the next request.'
023400         TO XC-EXIT-MESSAGE
023500     MOVE 'SET' TO XC-JRNL-ACTION
023600     CALL "CONJRNL" USING XC-CONSOLE-NAME
023700                           XC-OPERATOR-ID
023800                           XC-JRNL-ACTION
023900                           XC-JRNL-BEFORE
024000                           XC-JRNL-AFTER
024100     CONTINUE.
024200 4100-EXIT.
024300     EXIT.

024400 4110-MATCH-ONE-ENTRY.
024500     IF XC-ENT-RECORD(XC-ENTRY-IDX) (1:2) = XC-NEW-COUNTRY
024600         MOVE 'Y' TO XC-FOUND-SWITCH
024700     END-IF.
024800 4110-EXIT.
024900     EXIT.

025000*    Removing a country puts it back to allowed everything.
025100 5000-REMOVE-COUNTRY.
025200     IF XC-NEW-COUNTRY = SPACES
025300         MOVE 'A country is required -- not saved.'
025400             TO XC-EXIT-MESSAGE
025500         GO TO 5000-EXIT
025600     END-IF
025700     MOVE 'N' TO XC-FOUND-SWITCH
025800     PERFORM 4110-MATCH-ONE-ENTRY THRU 4110-EXIT
025900             VARYING XC-ENTRY-IDX FROM 1 BY 1
026000             UNTIL XC-ENTRY-IDX > XC-ENTRY-COUNT
026100                OR XC-FOUND
026200     IF NOT XC-FOUND
026300         MOVE 'That country is not on file -- file unchanged.'
026400             TO XC-EXIT-MESSAGE
026500         GO TO 5000-EXIT
026600     END-IF
026700     SUBTRACT 1 FROM XC-ENTRY-IDX
026800     MOVE XC-ENT-RECORD(XC-ENTRY-IDX) TO XC-JRNL-BEFORE
026900     MOVE SPACES TO XC-ENT-RECORD(XC-ENTRY-IDX)
027000     PERFORM 6000-REWRITE-FILE THRU 6000-EXIT
027100     IF NOT XC-SAVED
027200         MOVE 'File could not be written -- see ops.'
027300             TO XC-EXIT-MESSAGE
027400         GO TO 5000-EXIT
027500     END-IF
027600     MOVE 'Removed -- allowed again on the next request.'
027700         TO XC-EXIT-MESSAGE
027800     MOVE 'REMOVE' TO XC-JRNL-ACTION
027900     MOVE SPACES TO XC-JRNL-AFTER
028000     CALL "CONJRNL" USING XC-CONSOLE-NAME
028100                           XC-OPERATOR-ID
028200                           XC-JRNL-ACTION
028300                           XC-JRNL-BEFORE
028400                           XC-JRNL-AFTER
028500     CONTINUE.
028600 5000-EXIT.
028700     EXIT.

028800*    A removed row is left blank in the table and skipped here.
028900*    Any open or write that fails clears XC-SAVE-SWITCH, and
029000*    the caller neither reports the change made nor journals it.
029100 6000-REWRITE-FILE.
029200     MOVE 'Y' TO XC-SAVE-SWITCH
029300     OPEN OUTPUT COUNTRY-ELIGIBILITY-FILE
029400     IF NOT XC-CTRYELIG-FILE-OK
029500         MOVE 'N' TO XC-SAVE-SWITCH
029600         GO TO 6000-EXIT
029700     END-IF
029800     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
029900             VARYING XC-ENTRY-IDX FROM 1 BY 1
030000             UNTIL XC-ENTRY-IDX > XC-ENTRY-COUNT
030100     CLOSE COUNTRY-ELIGIBILITY-FILE.
030200 6000-EXIT.
030300     EXIT.

030400 6100-WRITE-ONE-ENTRY.
030500     IF XC-ENT-RECORD(XC-ENTRY-IDX) NOT = SPACES
030600         MOVE XC-ENT-RECORD(XC-ENTRY-IDX)
030700             TO COUNTRY-ELIGIBILITY-RECORD
030800         WRITE COUNTRY-ELIGIBILITY-RECORD
030900         IF NOT XC-CTRYELIG-FILE-OK
031000             MOVE 'N' TO XC-SAVE-SWITCH
031100         END-IF
031200     END-IF.
031300 6100-EXIT.
031400     EXIT.

031500 9999-EXIT.
031600     STOP RUN.
