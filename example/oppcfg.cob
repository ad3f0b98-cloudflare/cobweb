002210*  2026-09-03  jm  Operator sign-on through OPSIGNON and a
002211*  CONJRNL journal line for every change, so live-data
002212*  edits are attributable at last.
002213*  2026-10-15  jm  Optional goes-live and revert date/time:
002214*  given, the opponent is filed as a scheduled change for
002215*  CFGACTV, which replaces the roster entry with the same id
002216*  or adds it -- the way to retune an existing opponent.
002236*  2026-10-15  jm  A change with no goes-live is checked as
002256*  going live now.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005518     01 OC-JRNL-ACTION           PIC X(08) VALUE SPACES.
005519     01 OC-JRNL-BEFORE           PIC X(60) VALUE SPACES.
005520     01 OC-JRNL-AFTER            PIC X(60) VALUE SPACES.
005521*    ----------------------------------------------------------
005522*    Scheduled change: a goes-live date sends the opponent to
005523*    the PENDING-CONFIG file through CFGPOST rather than
005524*    straight onto OPPONENT.  Zeros keep the save immediate.
005525*    ----------------------------------------------------------
005526     COPY "pendcfg.cpy".
005527     01 OC-EFFECTIVE-DATE        PIC 9(08) VALUE ZERO.
005528     01 OC-EFFECTIVE-TIME        PIC 9(04) VALUE ZERO.
005529     01 OC-REVERT-DATE           PIC 9(08) VALUE ZERO.
005530     01 OC-REVERT-TIME           PIC 9(04) VALUE ZERO.
005531     01 OC-NOW-DATE              PIC 9(08) VALUE ZERO.
005532     01 OC-NOW-TIME              PIC 9(08) VALUE ZERO.
005533     01 OC-NOW-HHMM              PIC 9(04) VALUE ZERO.
005534     01 OC-VERDICT               PIC X(01) VALUE 'Y'.
005535     01 OC-REASON                PIC X(40) VALUE SPACES.
005536     01 OC-POST-OK               PIC X(01) VALUE 'N'.

005600*    The first six opponents on file, shown so the operator can
005700*    see the roster before adding to it.
008700     05  LINE 17 COLUMN 05 VALUE
008800             '(rock scissors paper lizard spock, sum 100)'.

008810     05  LINE 18 COLUMN 05 VALUE 'Goes live (YYYYMMDD HHMM):'.
008820     05  LINE 18 COLUMN 32 PIC 9(08) USING OC-EFFECTIVE-DATE.
008830     05  LINE 18 COLUMN 41 PIC 9(04) USING OC-EFFECTIVE-TIME.
008840     05  LINE 18 COLUMN 47 VALUE '(zeros = now)'.
008850     05  LINE 19 COLUMN 05 VALUE 'Reverts   (YYYYMMDD HHMM):'.
008860     05  LINE 19 COLUMN 32 PIC 9(08) USING OC-REVERT-DATE.
008870     05  LINE 19 COLUMN 41 PIC 9(04) USING OC-REVERT-TIME.
008880     05  LINE 19 COLUMN 47 VALUE '(zeros = stays)'.

008900     05  LINE 20 COLUMN 05 VALUE 'F3 = exit without saving'.

009000 PROCEDURE DIVISION.

009700     ELSE
009800         PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
009900     END-IF
010000     DISPLAY OC-EXIT-MESSAGE LINE 22 COLUMN 05
010100     GO TO 9999-EXIT.

010200 1000-LOAD-ROSTER.
014800         WHEN OC-TOTAL-WEIGHT NOT = 100
014900             MOVE 'Weights must add up to 100 -- not saved.'
015000                 TO OC-EXIT-MESSAGE
015010         WHEN OC-EFFECTIVE-DATE NOT = ZERO OR
015020              OC-REVERT-DATE NOT = ZERO
015030             PERFORM 4200-SCHEDULE-CHANGE THRU 4200-EXIT
015100         WHEN OTHER
015200             PERFORM 4100-APPEND-OPPONENT THRU 4100-EXIT
015300             MOVE 'Opponent saved.' TO OC-EXIT-MESSAGE
015600     EXIT.

015700 4100-APPEND-OPPONENT.
015800     PERFORM 4150-BUILD-OPPONENT THRU 4150-EXIT
016700     OPEN EXTEND OPPONENT-FILE
016800     IF NOT OC-OPPONENT-FILE-OK
016900         OPEN OUTPUT OPPONENT-FILE
017300 4100-EXIT.
017400     EXIT.

017410 4150-BUILD-OPPONENT.
017411     MOVE OC-NEW-OPPONENT-ID TO OP-OPPONENT-ID
017412     MOVE OC-NEW-NAME TO OP-NAME
017413     MOVE OC-NEW-PERSONA TO OP-PERSONA
017414     MOVE OC-NEW-CAP TO OP-DIFFICULTY-CAP
017415     MOVE OC-NEW-WEIGHT-ROCK TO OP-WEIGHT-ROCK
017416     MOVE OC-NEW-WEIGHT-SCISSORS TO OP-WEIGHT-SCISSORS
017417     MOVE OC-NEW-WEIGHT-PAPER TO OP-WEIGHT-PAPER
017418     MOVE OC-NEW-WEIGHT-LIZARD TO OP-WEIGHT-LIZARD
017419     MOVE OC-NEW-WEIGHT-SPOCK TO OP-WEIGHT-SPOCK.
017420 4150-EXIT.
017421     EXIT.

017430*    The opponent goes on file as a pending change; the roster
017431*    itself is left as it is until CFGACTV puts it live.
017432 4200-SCHEDULE-CHANGE.
017433     PERFORM 4150-BUILD-OPPONENT THRU 4150-EXIT
017434     ACCEPT OC-NOW-DATE FROM DATE YYYYMMDD
017435     ACCEPT OC-NOW-TIME FROM TIME
017436     MOVE OC-NOW-TIME(1:4) TO OC-NOW-HHMM
017437     MOVE SPACES TO PENDING-CONFIG-RECORD
017438     MOVE ZERO TO CQ-CHANGE-ID
017439     MOVE 'OPPONENT' TO CQ-FILE-ID
017440     MOVE OP-OPPONENT-ID TO CQ-RECORD-KEY
017441     MOVE OC-EFFECTIVE-DATE TO CQ-EFFECTIVE-DATE
017442     MOVE OC-EFFECTIVE-TIME TO CQ-EFFECTIVE-TIME
017443     IF CQ-EFFECTIVE-DATE = ZERO
017444         MOVE OC-NOW-DATE TO CQ-EFFECTIVE-DATE
017445         MOVE OC-NOW-HHMM TO CQ-EFFECTIVE-TIME
017446     END-IF
017447     MOVE OC-REVERT-DATE TO CQ-REVERT-DATE
017448     MOVE OC-REVERT-TIME TO CQ-REVERT-TIME
017449     MOVE OC-OPERATOR-ID TO CQ-ENTERED-BY
017450     MOVE OPPONENT-RECORD TO CQ-NEW-IMAGE
017451     CALL "CFGVALID" USING PENDING-CONFIG-RECORD
017452                           OC-VERDICT
017453                           OC-REASON
017454     IF OC-VERDICT NOT = 'Y'
017455         MOVE OC-REASON TO OC-EXIT-MESSAGE
017456         GO TO 4200-EXIT
017457     END-IF
017458     IF CQ-EFFECTIVE-DATE < OC-NOW-DATE OR
017459        (CQ-EFFECTIVE-DATE = OC-NOW-DATE AND
017460         CQ-EFFECTIVE-TIME < OC-NOW-HHMM)
017461         MOVE 'That time has already gone -- not saved.'
017462             TO OC-EXIT-MESSAGE
017463         GO TO 4200-EXIT
017464     END-IF
017465     CALL "CFGPOST" USING PENDING-CONFIG-RECORD
017466                          OC-POST-OK
017467     IF OC-POST-OK NOT = 'Y'
017468         MOVE 'Schedule file unavailable -- not saved.'
017469             TO OC-EXIT-MESSAGE
017470         GO TO 4200-EXIT
017471     END-IF
017472     MOVE 'SCHED' TO OC-JRNL-ACTION
017473     MOVE SPACES TO OC-JRNL-BEFORE
017474     STRING 'change ' CQ-CHANGE-ID ' live ' CQ-EFFECTIVE-DATE
017475            ' ' CQ-EFFECTIVE-TIME DELIMITED BY SIZE
017476         INTO OC-JRNL-BEFORE
017477     MOVE CQ-NEW-IMAGE TO OC-JRNL-AFTER
017478     CALL "CONJRNL" USING OC-CONSOLE-NAME
017479                           OC-OPERATOR-ID
017480                           OC-JRNL-ACTION
017481                           OC-JRNL-BEFORE
017482                           OC-JRNL-AFTER
017483     MOVE SPACES TO OC-EXIT-MESSAGE
017484     STRING 'Change ' CQ-CHANGE-ID ' scheduled.' DELIMITED BY SIZE
017485         INTO OC-EXIT-MESSAGE.
017486 4200-EXIT.
017487     EXIT.

017500 9999-EXIT.
017600     STOP RUN.
