001400*  a description for the standings report's heading.  An event
001500*  needs no removal step: WORKER stops accepting its tag the
001600*  day after EV-END-DATE.
001610*
001620*  An entry fee makes it a points buy-in event, paid out by the
001630*  five payout shares (they must sum to 100).  Cancelling an
001640*  event by id files it, marked cancelled, as a change going
001650*  live at once through CFGACTV; WORKER then refuses its tag
001660*  and EVENTPAY refunds every entry fee.
001700*
001800*  Modification history
001900*  ---------------------------------------------------------------
002010*  2026-09-03  jm  Operator sign-on through OPSIGNON and a
002011*  CONJRNL journal line for every change, so live-data
002012*  edits are attributable at last.
002013*  2026-10-15  jm  Optional goes-live and revert date/time:
002014*  given, the event is filed as a scheduled change for
002015*  CFGACTV, which replaces the event with the same id or
002016*  adds it.
002036*  2026-10-15  jm  Entry fee and payout shares for points
002056*  buy-in events, and cancel-by-id through the
002076*  scheduled-change path.
002086*  2026-10-15  jm  A change with no goes-live is checked as
002096*  going live now.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004400     01 EC-NEW-START-DATE         PIC 9(08) VALUE ZERO.
004500     01 EC-NEW-END-DATE           PIC 9(08) VALUE ZERO.
004600     01 EC-NEW-DESCRIPTION        PIC X(30) VALUE SPACES.
004610     01 EC-NEW-ENTRY-FEE          PIC 9(07) VALUE ZERO.
004620     01 EC-NEW-PAYOUT-TABLE.
004630        05 EC-NEW-PAYOUT-PCT OCCURS 5 TIMES PIC 9(03) VALUE ZERO.
004640     01 EC-NEW-STATUS             PIC X(01) VALUE SPACE.
004650     01 EC-PAYOUT-TOTAL           PIC 9(04) VALUE ZERO.
004660     01 EC-SHARE-IDX              PIC 9(01) VALUE ZERO.
004670     01 EC-CANCEL-EVENT-ID        PIC X(08) VALUE SPACES.
004680     01 EC-CANCEL-FOUND           PIC X(01) VALUE 'N'.
004700     01 EC-EXIT-MESSAGE           PIC X(50) VALUE SPACES.
004710*    ----------------------------------------------------------
004711*    Shared sign-on and change journal: OPSIGNON gates entry
004718     01 EC-JRNL-ACTION           PIC X(08) VALUE SPACES.
004719     01 EC-JRNL-BEFORE           PIC X(60) VALUE SPACES.
004720     01 EC-JRNL-AFTER            PIC X(60) VALUE SPACES.
004721*    ----------------------------------------------------------
004722*    Scheduled change: a goes-live date sends the event to the
004723*    PENDING-CONFIG file through CFGPOST rather than straight
004724*    onto EVENTDEF.  Zeros keep the save immediate.
004725*    ----------------------------------------------------------
004726     COPY "pendcfg.cpy".
004727     01 EC-EFFECTIVE-DATE        PIC 9(08) VALUE ZERO.
004728     01 EC-EFFECTIVE-TIME        PIC 9(04) VALUE ZERO.
004729     01 EC-REVERT-DATE           PIC 9(08) VALUE ZERO.
004730     01 EC-REVERT-TIME           PIC 9(04) VALUE ZERO.
004731     01 EC-NOW-DATE              PIC 9(08) VALUE ZERO.
004732     01 EC-NOW-TIME              PIC 9(08) VALUE ZERO.
004733     01 EC-NOW-HHMM              PIC 9(04) VALUE ZERO.
004734     01 EC-VERDICT               PIC X(01) VALUE 'Y'.
004735     01 EC-REASON                PIC X(40) VALUE SPACES.
004736     01 EC-POST-OK               PIC X(01) VALUE 'N'.

004800*    The first eight events on file, shown so the manager can
004900*    see what is already scheduled before adding another.
007200     05  LINE 16 COLUMN 25 PIC 9(08) USING EC-NEW-END-DATE.
007300     05  LINE 17 COLUMN 05 VALUE 'Description:'.
007400     05  LINE 17 COLUMN 19 PIC X(30) USING EC-NEW-DESCRIPTION.
007401     05  LINE 14 COLUMN 40 VALUE 'Entry fee (pts):'.
007402     05  LINE 14 COLUMN 57 PIC 9(07) USING EC-NEW-ENTRY-FEE.
007403     05  LINE 15 COLUMN 40 VALUE 'Payout % 1st-5th:'.
007404     05  LINE 15 COLUMN 58 PIC 9(03) USING EC-NEW-PAYOUT-PCT(1).
007405     05  LINE 15 COLUMN 62 PIC 9(03) USING EC-NEW-PAYOUT-PCT(2).
007406     05  LINE 15 COLUMN 66 PIC 9(03) USING EC-NEW-PAYOUT-PCT(3).
007407     05  LINE 15 COLUMN 70 PIC 9(03) USING EC-NEW-PAYOUT-PCT(4).
007408     05  LINE 15 COLUMN 74 PIC 9(03) USING EC-NEW-PAYOUT-PCT(5).
007409     05  LINE 16 COLUMN 40 VALUE 'Or cancel event:'.
007410     05  LINE 16 COLUMN 57 PIC X(08) USING EC-CANCEL-EVENT-ID.

007411     05  LINE 18 COLUMN 05 VALUE 'Goes live (YYYYMMDD HHMM):'.
007420     05  LINE 18 COLUMN 32 PIC 9(08) USING EC-EFFECTIVE-DATE.
007430     05  LINE 18 COLUMN 41 PIC 9(04) USING EC-EFFECTIVE-TIME.
007440     05  LINE 18 COLUMN 47 VALUE '(zeros = now)'.
007450     05  LINE 19 COLUMN 05 VALUE 'Reverts   (YYYYMMDD HHMM):'.
007460     05  LINE 19 COLUMN 32 PIC 9(08) USING EC-REVERT-DATE.
007470     05  LINE 19 COLUMN 41 PIC 9(04) USING EC-REVERT-TIME.
007480     05  LINE 19 COLUMN 47 VALUE '(zeros = stays)'.

007500     05  LINE 20 COLUMN 05 VALUE 'F3 = exit without saving'.

007600 PROCEDURE DIVISION.

008300     ELSE
008400         PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
008500     END-IF
008600     DISPLAY EC-EXIT-MESSAGE LINE 22 COLUMN 05
008700     GO TO 9999-EXIT.

008800 1000-LOAD-EVENT-LIST.
011500*    The window has to make sense before it goes on file --
011600*    WORKER takes EVENTDEF at its word at request time.
011700 4000-VALIDATE-AND-SAVE.
011720     MOVE ZERO TO EC-PAYOUT-TOTAL
011740     PERFORM 4010-ADD-ONE-SHARE THRU 4010-EXIT
011760             VARYING EC-SHARE-IDX FROM 1 BY 1
011780             UNTIL EC-SHARE-IDX > 5
011800     EVALUATE TRUE
011820         WHEN EC-CANCEL-EVENT-ID NOT = SPACES
011840             PERFORM 4300-CANCEL-EVENT THRU 4300-EXIT
011900         WHEN EC-NEW-EVENT-ID = SPACES
012000             MOVE 'Event id is required -- not saved.'
012100                 TO EC-EXIT-MESSAGE
012500         WHEN EC-NEW-END-DATE < EC-NEW-START-DATE
012600             MOVE 'Close date is before open date -- not saved.'
012700                 TO EC-EXIT-MESSAGE
012702         WHEN EC-NEW-ENTRY-FEE > ZERO AND
012704              EC-PAYOUT-TOTAL NOT = 100
012706             MOVE 'Payout shares must sum to 100 -- not saved.'
012708                 TO EC-EXIT-MESSAGE
012710         WHEN EC-EFFECTIVE-DATE NOT = ZERO OR
012720              EC-REVERT-DATE NOT = ZERO
012730             PERFORM 4200-SCHEDULE-CHANGE THRU 4200-EXIT
012800         WHEN OTHER
012900             PERFORM 4100-APPEND-EVENT THRU 4100-EXIT
013000             MOVE 'Event saved.' TO EC-EXIT-MESSAGE
013200 4000-EXIT.
013300     EXIT.

013310 4010-ADD-ONE-SHARE.
013320     ADD EC-NEW-PAYOUT-PCT(EC-SHARE-IDX) TO EC-PAYOUT-TOTAL.
013330 4010-EXIT.
013340     EXIT.

013350 4160-MOVE-ONE-SHARE.
013360     MOVE EC-NEW-PAYOUT-PCT(EC-SHARE-IDX)
013370         TO EV-PAYOUT-PCT(EC-SHARE-IDX).
013380 4160-EXIT.
013390     EXIT.

013400 4100-APPEND-EVENT.
013500     PERFORM 4150-BUILD-EVENT THRU 4150-EXIT
013900     OPEN EXTEND EVENT-DEFINITION-FILE
014000     IF NOT EC-EVENT-FILE-OK
014100         OPEN OUTPUT EVENT-DEFINITION-FILE
014500 4100-EXIT.
014600     EXIT.

014601 4150-BUILD-EVENT.
014602     MOVE EC-NEW-EVENT-ID TO EV-EVENT-ID
014603     MOVE EC-NEW-START-DATE TO EV-START-DATE
014604     MOVE EC-NEW-END-DATE TO EV-END-DATE
014605     MOVE EC-NEW-DESCRIPTION TO EV-DESCRIPTION
014606     MOVE EC-NEW-ENTRY-FEE TO EV-ENTRY-FEE
014607     PERFORM 4160-MOVE-ONE-SHARE THRU 4160-EXIT
014608             VARYING EC-SHARE-IDX FROM 1 BY 1
014609             UNTIL EC-SHARE-IDX > 5
014610     MOVE EC-NEW-STATUS TO EV-STATUS.
014611 4150-EXIT.
014612     EXIT.

014613*    The event goes on file as a pending change; EVENTDEF
014614*    itself is left as it is until CFGACTV puts it live.
014615 4200-SCHEDULE-CHANGE.
014616     PERFORM 4150-BUILD-EVENT THRU 4150-EXIT
014617     ACCEPT EC-NOW-DATE FROM DATE YYYYMMDD
014618     ACCEPT EC-NOW-TIME FROM TIME
014619     MOVE EC-NOW-TIME(1:4) TO EC-NOW-HHMM
014620     MOVE SPACES TO PENDING-CONFIG-RECORD
014621     MOVE ZERO TO CQ-CHANGE-ID
014622     MOVE 'EVENTDEF' TO CQ-FILE-ID
014623     MOVE EV-EVENT-ID TO CQ-RECORD-KEY
014624     MOVE EC-EFFECTIVE-DATE TO CQ-EFFECTIVE-DATE
014625     MOVE EC-EFFECTIVE-TIME TO CQ-EFFECTIVE-TIME
014626     IF CQ-EFFECTIVE-DATE = ZERO
014627         MOVE EC-NOW-DATE TO CQ-EFFECTIVE-DATE
014628         MOVE EC-NOW-HHMM TO CQ-EFFECTIVE-TIME
014629     END-IF
014630     MOVE EC-REVERT-DATE TO CQ-REVERT-DATE
014631     MOVE EC-REVERT-TIME TO CQ-REVERT-TIME
014632     MOVE EC-OPERATOR-ID TO CQ-ENTERED-BY
014633     MOVE EVENT-DEFINITION-RECORD TO CQ-NEW-IMAGE
014634     CALL "CFGVALID" USING PENDING-CONFIG-RECORD
014635                           EC-VERDICT
014636                           EC-REASON
014637     IF EC-VERDICT NOT = 'Y'
014638         MOVE EC-REASON TO EC-EXIT-MESSAGE
014639         GO TO 4200-EXIT
014640     END-IF
014641     IF EC-NEW-STATUS NOT = 'X' AND
014642        (CQ-EFFECTIVE-DATE < EC-NOW-DATE OR
014643        (CQ-EFFECTIVE-DATE = EC-NOW-DATE AND
014644         CQ-EFFECTIVE-TIME < EC-NOW-HHMM))
014647         MOVE 'That time has already gone -- not saved.'
014648             TO EC-EXIT-MESSAGE
014649         GO TO 4200-EXIT
014650     END-IF
014651     CALL "CFGPOST" USING PENDING-CONFIG-RECORD
014652                          EC-POST-OK
014653     IF EC-POST-OK NOT = 'Y'
014654         MOVE 'Schedule file unavailable -- not saved.'
014655             TO EC-EXIT-MESSAGE
014656         GO TO 4200-EXIT
014657     END-IF
014658     MOVE 'SCHED' TO EC-JRNL-ACTION
014659     MOVE SPACES TO EC-JRNL-BEFORE
014660     STRING 'change ' CQ-CHANGE-ID ' live ' CQ-EFFECTIVE-DATE
014661            ' ' CQ-EFFECTIVE-TIME DELIMITED BY SIZE
014662         INTO EC-JRNL-BEFORE
014663     MOVE CQ-NEW-IMAGE TO EC-JRNL-AFTER
014664     CALL "CONJRNL" USING EC-CONSOLE-NAME
014665                           EC-OPERATOR-ID
014666                           EC-JRNL-ACTION
014667                           EC-JRNL-BEFORE
014668                           EC-JRNL-AFTER
014669     MOVE SPACES TO EC-EXIT-MESSAGE
014670     STRING 'Change ' CQ-CHANGE-ID ' scheduled.' DELIMITED BY SIZE
014671         INTO EC-EXIT-MESSAGE.
014672 4200-EXIT.
014673     EXIT.

014700*    The event as it stands on file, marked cancelled and sent
014800*    through the scheduled-change path to go live at once --
014900*    CFGACTV is what replaces a record by its id.
015000 4300-CANCEL-EVENT.
015100     MOVE 'N' TO EC-CANCEL-FOUND
015200     MOVE 'N' TO EC-EOF-SWITCH
015300     OPEN INPUT EVENT-DEFINITION-FILE
015400     IF EC-EVENT-FILE-OK
015500         PERFORM 4310-FIND-ONE-EVENT THRU 4310-EXIT
015600                 UNTIL EC-AT-EOF OR EC-CANCEL-FOUND = 'Y'
015700         CLOSE EVENT-DEFINITION-FILE
015800     END-IF
015900     IF EC-CANCEL-FOUND NOT = 'Y'
016000         MOVE 'No such event -- nothing cancelled.'
016100             TO EC-EXIT-MESSAGE
016200         GO TO 4300-EXIT
016300     END-IF
016400     IF EV-CANCELLED
016500         MOVE 'Event is already cancelled.' TO EC-EXIT-MESSAGE
016600         GO TO 4300-EXIT
016700     END-IF
016800     MOVE EV-EVENT-ID TO EC-NEW-EVENT-ID
016900     MOVE EV-START-DATE TO EC-NEW-START-DATE
017000     MOVE EV-END-DATE TO EC-NEW-END-DATE
017100     MOVE EV-DESCRIPTION TO EC-NEW-DESCRIPTION
017200     MOVE ZERO TO EC-NEW-ENTRY-FEE
017300     IF EV-ENTRY-FEE NUMERIC
017400         MOVE EV-ENTRY-FEE TO EC-NEW-ENTRY-FEE
017500     END-IF
017600     PERFORM 4320-KEEP-ONE-SHARE THRU 4320-EXIT
017700             VARYING EC-SHARE-IDX FROM 1 BY 1
017800             UNTIL EC-SHARE-IDX > 5
017900     MOVE 'X' TO EC-NEW-STATUS
018000     ACCEPT EC-EFFECTIVE-DATE FROM DATE YYYYMMDD
018100     ACCEPT EC-NOW-TIME FROM TIME
018200     MOVE EC-NOW-TIME(1:4) TO EC-EFFECTIVE-TIME
018300     MOVE ZERO TO EC-REVERT-DATE
018400     MOVE ZERO TO EC-REVERT-TIME
018500     PERFORM 4200-SCHEDULE-CHANGE THRU 4200-EXIT.
018600 4300-EXIT.
018700     EXIT.

018800 4310-FIND-ONE-EVENT.
018900     READ EVENT-DEFINITION-FILE
019000         AT END
019100             MOVE 'Y' TO EC-EOF-SWITCH
019200         NOT AT END
019300             IF EV-EVENT-ID = EC-CANCEL-EVENT-ID
019400                 MOVE 'Y' TO EC-CANCEL-FOUND
019500             END-IF
019600     END-READ.
019700 4310-EXIT.
019800     EXIT.

019900 4320-KEEP-ONE-SHARE.
020000     MOVE ZERO TO EC-NEW-PAYOUT-PCT(EC-SHARE-IDX)
020100     IF EV-PAYOUT-PCT(EC-SHARE-IDX) NUMERIC
020200         MOVE EV-PAYOUT-PCT(EC-SHARE-IDX)
020300             TO EC-NEW-PAYOUT-PCT(EC-SHARE-IDX)
020400     END-IF.
020500 4320-EXIT.
020600     EXIT.

020700 9999-EXIT.
020800     STOP RUN.
