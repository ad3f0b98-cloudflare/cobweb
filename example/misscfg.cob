000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MISSCFG.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MISSCFG
000900*
001000*  Interactive admin console for daily missions, in the same
001100*  idiom EVENTCFG uses for community events.  Shows the
001200*  missions already on the MISSION-DEFINITION file and lets the
001300*  community team add one -- its id, the line the player is
001400*  told on completion, the date window, the rule (W = wins,
001500*  P = any plays) and how many it takes, the optional pick,
001600*  roster opponent and event a play has to match, and the
001700*  points it pays.  A named opponent has to be on the OPPONENT
001800*  roster and a named event on EVENTDEF, so a typo cannot set a
001900*  mission nobody can finish.  A mission needs no removal step:
002000*  WORKER stops counting toward it the day after MI-END-DATE.
002100*
002200*  Modification history
002300*  ---------------------------------------------------------------
002400*  2026-10-15  jm  Original program.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     CRT STATUS IS MS-CRT-STATUS.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MISSION-DEFINITION-FILE ASSIGN TO "MISSDEF"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS MS-MISSION-FILE-STATUS.
003500     SELECT OPPONENT-FILE ASSIGN TO "OPPONENT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS MS-OPPONENT-FILE-STATUS.
003800     SELECT EVENT-DEFINITION-FILE ASSIGN TO "EVENTDEF"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS MS-EVENT-FILE-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MISSION-DEFINITION-FILE.
004400 COPY "missdef.cpy".

004500 FD  OPPONENT-FILE.
004600 COPY "opponent.cpy".

004700 FD  EVENT-DEFINITION-FILE.
004800 COPY "eventdef.cpy".

004900 WORKING-STORAGE SECTION.
005000     COPY "screenio.cpy".

005100     77 MS-MISSION-FILE-STATUS    PIC X(02) VALUE '00'.
005200     88 MS-MISSION-FILE-OK                  VALUE '00'.
005300     77 MS-OPPONENT-FILE-STATUS   PIC X(02) VALUE '00'.
005400     88 MS-OPPONENT-FILE-OK                 VALUE '00'.
005500     77 MS-EVENT-FILE-STATUS      PIC X(02) VALUE '00'.
005600     88 MS-EVENT-FILE-OK                    VALUE '00'.
005700     01 MS-CRT-STATUS             PIC 9(04) VALUE ZERO.
005800     77 MS-EOF-SWITCH             PIC X(01) VALUE 'N'.
005900        88 MS-AT-EOF                        VALUE 'Y'.
006000     77 MS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
006100        88 MS-FOUND                         VALUE 'Y'.
006200     77 MS-DUPLICATE-SWITCH       PIC X(01) VALUE 'N'.
006300        88 MS-DUPLICATE-ID                  VALUE 'Y'.
006400     77 MS-SHOWN-COUNT            PIC 9(02) VALUE ZERO.

006500     01 MS-NEW-MISSION-ID         PIC X(08) VALUE SPACES.
006600     01 MS-NEW-DESCRIPTION        PIC X(40) VALUE SPACES.
006700     01 MS-NEW-START-DATE         PIC 9(08) VALUE ZERO.
006800     01 MS-NEW-END-DATE           PIC 9(08) VALUE ZERO.
006900     01 MS-NEW-RULE-TYPE          PIC X(01) VALUE 'W'.
007000     01 MS-NEW-TARGET             PIC 9(03) VALUE 1.
007100     01 MS-NEW-CHOICE             PIC X(08) VALUE SPACES.
007200        88 MS-CHOICE-VALID                  VALUES SPACES
007300           'rock' 'paper' 'scissors' 'lizard' 'spock'.
007400     01 MS-NEW-OPPONENT-ID        PIC X(08) VALUE SPACES.
007500     01 MS-NEW-EVENT-ID           PIC X(08) VALUE SPACES.
007600     01 MS-NEW-REWARD             PIC 9(05) VALUE ZERO.
007700     01 MS-EXIT-MESSAGE           PIC X(50) VALUE SPACES.
007800*    ----------------------------------------------------------
007900*    Shared sign-on and change journal: OPSIGNON gates entry
008000*    with per-console authority, CONJRNL records what this
008100*    operator changed, before and after.
008200*    ----------------------------------------------------------
008300     01 MS-CONSOLE-NAME          PIC X(08) VALUE 'MISSCFG'.
008400     01 MS-OPERATOR-ID           PIC X(08) VALUE SPACES.
008500     01 MS-SIGNON-OK             PIC X(01) VALUE 'N'.
008600     01 MS-JRNL-ACTION           PIC X(08) VALUE SPACES.
008700     01 MS-JRNL-BEFORE           PIC X(60) VALUE SPACES.
008800     01 MS-JRNL-AFTER            PIC X(60) VALUE SPACES.

008900*    The first eight missions on file, shown so the team can see
009000*    what is already set before adding another.
009100     01 MS-SHOW-TABLE.
009200        05 MS-SHOW-LINE OCCURS 8 TIMES PIC X(70).

009300 SCREEN SECTION.
009400 01  MS-ADMIN-SCREEN.
009500     05  BLANK SCREEN.
009600     05  LINE 01 COLUMN 18 VALUE 'MISSCFG - DAILY MISSIONS'
009700             FOREGROUND-COLOR COB-COLOR-WHITE.
009800     05  LINE 02 COLUMN 05 VALUE 'Missions on file:'.
009900     05  LINE 03 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(1).
010000     05  LINE 04 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(2).
010100     05  LINE 05 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(3).
010200     05  LINE 06 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(4).
010300     05  LINE 07 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(5).
010400     05  LINE 08 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(6).
010500     05  LINE 09 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(7).
010600     05  LINE 10 COLUMN 05 PIC X(70) FROM MS-SHOW-LINE(8).

010700     05  LINE 11 COLUMN 05 VALUE 'Add a mission'.
010800     05  LINE 12 COLUMN 05 VALUE 'Mission id :'.
010900     05  LINE 12 COLUMN 19 PIC X(08) USING MS-NEW-MISSION-ID.
011000     05  LINE 13 COLUMN 05 VALUE 'Told player:'.
011100     05  LINE 13 COLUMN 19 PIC X(40) USING MS-NEW-DESCRIPTION.
011200     05  LINE 14 COLUMN 05 VALUE 'Opens  (YYYYMMDD):'.
011300     05  LINE 14 COLUMN 25 PIC 9(08) USING MS-NEW-START-DATE.
011400     05  LINE 15 COLUMN 05 VALUE 'Closes (YYYYMMDD):'.
011500     05  LINE 15 COLUMN 25 PIC 9(08) USING MS-NEW-END-DATE.
011600     05  LINE 16 COLUMN 05 VALUE 'Rule (W = wins, P = plays):'.
011700     05  LINE 16 COLUMN 34 PIC X(01) USING MS-NEW-RULE-TYPE.
011800     05  LINE 16 COLUMN 38 VALUE 'How many:'.
011900     05  LINE 16 COLUMN 48 PIC 9(03) USING MS-NEW-TARGET.
012000     05  LINE 17 COLUMN 05 VALUE 'Pick      :'.
012100     05  LINE 17 COLUMN 19 PIC X(08) USING MS-NEW-CHOICE.
012200     05  LINE 17 COLUMN 30 VALUE 'Opponent:'.
012300     05  LINE 17 COLUMN 40 PIC X(08) USING MS-NEW-OPPONENT-ID.
012400     05  LINE 17 COLUMN 51 VALUE 'Event:'.
012500     05  LINE 17 COLUMN 58 PIC X(08) USING MS-NEW-EVENT-ID.
012550     05  LINE 17 COLUMN 67 VALUE '(blank = any)'.
012600     05  LINE 18 COLUMN 05 VALUE 'Reward pts:'.
012700     05  LINE 18 COLUMN 19 PIC 9(05) USING MS-NEW-REWARD.

012900     05  LINE 19 COLUMN 05 VALUE 'F3 = exit without saving'.

013000 PROCEDURE DIVISION.

013100 0000-MAINLINE.
013200     CALL "OPSIGNON" USING MS-CONSOLE-NAME
013300                             MS-OPERATOR-ID
013400                             MS-SIGNON-OK
013500     IF MS-SIGNON-OK NOT = 'Y'
013600         DISPLAY "MISSCFG: sign-on refused"
013700         GO TO 9999-EXIT
013800     END-IF
013900     PERFORM 1000-LOAD-MISSION-LIST THRU 1000-EXIT
014000     DISPLAY MS-ADMIN-SCREEN
014100     ACCEPT MS-ADMIN-SCREEN
014200     IF MS-CRT-STATUS = COB-SCR-F3
014300         MOVE 'Exiting without saving.' TO MS-EXIT-MESSAGE
014400     ELSE
014500         PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
014600     END-IF
014700     DISPLAY MS-EXIT-MESSAGE LINE 21 COLUMN 05
014800     GO TO 9999-EXIT.

014900 1000-LOAD-MISSION-LIST.
015000     MOVE SPACES TO MS-SHOW-TABLE
015100     OPEN INPUT MISSION-DEFINITION-FILE
015200     IF MS-MISSION-FILE-OK
015300         PERFORM 1100-LOAD-ONE-MISSION THRU 1100-EXIT
015400                 UNTIL MS-AT-EOF OR MS-SHOWN-COUNT = 8
015500         CLOSE MISSION-DEFINITION-FILE
015600     END-IF
015700     IF MS-SHOWN-COUNT = ZERO
015800         MOVE '(none set yet)' TO MS-SHOW-LINE(1)
015900     END-IF.
016000 1000-EXIT.
016100     EXIT.

016200 1100-LOAD-ONE-MISSION.
016300     READ MISSION-DEFINITION-FILE
016400         AT END
016500             MOVE 'Y' TO MS-EOF-SWITCH
016600         NOT AT END
016700             ADD 1 TO MS-SHOWN-COUNT
016800             MOVE SPACES TO MS-SHOW-LINE(MS-SHOWN-COUNT)
016900             STRING MI-MISSION-ID ' ' MI-START-DATE ' - '
017000                    MI-END-DATE ' ' MI-DESCRIPTION
017100                 DELIMITED BY SIZE
017200                 INTO MS-SHOW-LINE(MS-SHOWN-COUNT)
017300     END-READ.
017400 1100-EXIT.
017500     EXIT.

017600*    The mission has to make sense before it goes on file --
017700*    WORKER takes MISSDEF at its word at request time.
017800 4000-VALIDATE-AND-SAVE.
017900     EVALUATE TRUE
018000         WHEN MS-NEW-MISSION-ID = SPACES
018100             MOVE 'Mission id is required -- not saved.'
018200                 TO MS-EXIT-MESSAGE
018300             GO TO 4000-EXIT
018400         WHEN MS-NEW-DESCRIPTION = SPACES
018500             MOVE 'The player line is required -- not saved.'
018600                 TO MS-EXIT-MESSAGE
018700             GO TO 4000-EXIT
018800         WHEN MS-NEW-START-DATE = ZERO OR MS-NEW-END-DATE = ZERO
018900             MOVE 'Both dates are required -- not saved.'
019000                 TO MS-EXIT-MESSAGE
019100             GO TO 4000-EXIT
019200         WHEN MS-NEW-END-DATE < MS-NEW-START-DATE
019300             MOVE 'Close date is before open date -- not saved.'
019400                 TO MS-EXIT-MESSAGE
019500             GO TO 4000-EXIT
019600         WHEN MS-NEW-RULE-TYPE NOT = 'W' AND
019700              MS-NEW-RULE-TYPE NOT = 'P'
019800             MOVE 'Rule must be W or P -- not saved.'
019900                 TO MS-EXIT-MESSAGE
020000             GO TO 4000-EXIT
020100         WHEN MS-NEW-TARGET = ZERO
020200             MOVE 'How many must be at least 1 -- not saved.'
020300                 TO MS-EXIT-MESSAGE
020400             GO TO 4000-EXIT
020500         WHEN MS-NEW-REWARD = ZERO
020600             MOVE 'A reward is required -- not saved.'
020700                 TO MS-EXIT-MESSAGE
020800             GO TO 4000-EXIT
020900         WHEN NOT MS-CHOICE-VALID
021000             MOVE 'Pick is not a known choice -- not saved.'
021100                 TO MS-EXIT-MESSAGE
021200             GO TO 4000-EXIT
021300     END-EVALUATE
021400     PERFORM 4200-CHECK-DUPLICATE THRU 4200-EXIT
021500     IF MS-DUPLICATE-ID
021600         MOVE 'That mission id is already on file.'
021700             TO MS-EXIT-MESSAGE
021800         GO TO 4000-EXIT
021900     END-IF
022000     IF MS-NEW-OPPONENT-ID NOT = SPACES
022100         PERFORM 4300-CHECK-OPPONENT THRU 4300-EXIT
022200         IF NOT MS-FOUND
022300             MOVE 'Opponent is not on the roster -- not saved.'
022400                 TO MS-EXIT-MESSAGE
022500             GO TO 4000-EXIT
022600         END-IF
022700     END-IF
022800     IF MS-NEW-EVENT-ID NOT = SPACES
022900         PERFORM 4400-CHECK-EVENT THRU 4400-EXIT
023000         IF NOT MS-FOUND
023100             MOVE 'Event is not scheduled -- not saved.'
023200                 TO MS-EXIT-MESSAGE
023300             GO TO 4000-EXIT
023400         END-IF
023500     END-IF
023600     PERFORM 4100-APPEND-MISSION THRU 4100-EXIT
023700     MOVE 'Mission saved.' TO MS-EXIT-MESSAGE.
023800 4000-EXIT.
023900     EXIT.

024000 4100-APPEND-MISSION.
024100     MOVE MS-NEW-MISSION-ID TO MI-MISSION-ID
024200     MOVE MS-NEW-DESCRIPTION TO MI-DESCRIPTION
024300     MOVE MS-NEW-START-DATE TO MI-START-DATE
024400     MOVE MS-NEW-END-DATE TO MI-END-DATE
024500     MOVE MS-NEW-RULE-TYPE TO MI-RULE-TYPE
024600     MOVE MS-NEW-TARGET TO MI-TARGET-COUNT
024700     MOVE MS-NEW-CHOICE TO MI-CHOICE
024800     MOVE MS-NEW-OPPONENT-ID TO MI-OPPONENT-ID
024900     MOVE MS-NEW-EVENT-ID TO MI-EVENT-ID
025000     MOVE MS-NEW-REWARD TO MI-REWARD-POINTS
025100     OPEN EXTEND MISSION-DEFINITION-FILE
025200     IF NOT MS-MISSION-FILE-OK
025300         OPEN OUTPUT MISSION-DEFINITION-FILE
025400     END-IF
025500     WRITE MISSION-DEFINITION-RECORD
025600     CLOSE MISSION-DEFINITION-FILE
025700     MOVE 'ADD' TO MS-JRNL-ACTION
025800     MOVE SPACES TO MS-JRNL-BEFORE
025900     MOVE MISSION-DEFINITION-RECORD TO MS-JRNL-AFTER
026000     CALL "CONJRNL" USING MS-CONSOLE-NAME
026100                           MS-OPERATOR-ID
026200                           MS-JRNL-ACTION
026300                           MS-JRNL-BEFORE
026400                           MS-JRNL-AFTER.
026600 4100-EXIT.
026700     EXIT.

026800*    Mission ids name the reward on POINTS-LEDGER, so one id
026900*    means one mission for good.
027000 4200-CHECK-DUPLICATE.
027100     MOVE 'N' TO MS-DUPLICATE-SWITCH
027200     MOVE 'N' TO MS-EOF-SWITCH
027300     OPEN INPUT MISSION-DEFINITION-FILE
027400     IF NOT MS-MISSION-FILE-OK
027500         GO TO 4200-EXIT
027600     END-IF
027700     PERFORM 4210-CHECK-ONE-MISSION THRU 4210-EXIT
027800             UNTIL MS-AT-EOF OR MS-DUPLICATE-ID
027900     CLOSE MISSION-DEFINITION-FILE.
028000 4200-EXIT.
028100     EXIT.

028200 4210-CHECK-ONE-MISSION.
028300     READ MISSION-DEFINITION-FILE
028400         AT END
028500             MOVE 'Y' TO MS-EOF-SWITCH
028600         NOT AT END
028700             IF MI-MISSION-ID = MS-NEW-MISSION-ID
028800                 MOVE 'Y' TO MS-DUPLICATE-SWITCH
028900             END-IF
029000     END-READ.
029100 4210-EXIT.
029200     EXIT.

029300 4300-CHECK-OPPONENT.
029400     MOVE 'N' TO MS-FOUND-SWITCH
029500     MOVE 'N' TO MS-EOF-SWITCH
029600     OPEN INPUT OPPONENT-FILE
029700     IF NOT MS-OPPONENT-FILE-OK
029800         GO TO 4300-EXIT
029900     END-IF
030000     PERFORM 4310-CHECK-ONE-OPPONENT THRU 4310-EXIT
030100             UNTIL MS-AT-EOF OR MS-FOUND
030200     CLOSE OPPONENT-FILE.
030300 4300-EXIT.
030400     EXIT.

030500 4310-CHECK-ONE-OPPONENT.
030600     READ OPPONENT-FILE
030700         AT END
030800             MOVE 'Y' TO MS-EOF-SWITCH
030900         NOT AT END
031000             IF OP-OPPONENT-ID = MS-NEW-OPPONENT-ID
031100                 MOVE 'Y' TO MS-FOUND-SWITCH
031200             END-IF
031300     END-READ.
031400 4310-EXIT.
031500     EXIT.

031600 4400-CHECK-EVENT.
031700     MOVE 'N' TO MS-FOUND-SWITCH
031800     MOVE 'N' TO MS-EOF-SWITCH
031900     OPEN INPUT EVENT-DEFINITION-FILE
032000     IF NOT MS-EVENT-FILE-OK
032100         GO TO 4400-EXIT
032200     END-IF
032300     PERFORM 4410-CHECK-ONE-EVENT THRU 4410-EXIT
032400             UNTIL MS-AT-EOF OR MS-FOUND
032500     CLOSE EVENT-DEFINITION-FILE.
032600 4400-EXIT.
032700     EXIT.

032800 4410-CHECK-ONE-EVENT.
032900     READ EVENT-DEFINITION-FILE
033000         AT END
033100             MOVE 'Y' TO MS-EOF-SWITCH
033200         NOT AT END
033300             IF EV-EVENT-ID = MS-NEW-EVENT-ID
033400                 MOVE 'Y' TO MS-FOUND-SWITCH
033500             END-IF
033600     END-READ.
033700 4410-EXIT.
033800     EXIT.

033900 9999-EXIT.
034000     STOP RUN.
