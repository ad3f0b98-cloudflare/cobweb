000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CFGVALID.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CFGVALID
000900*
001000*  Checks one scheduled config change (PENDCFG.CPY) the way the
001100*  console it came from checks a change it saves on the spot,
001200*  pulled into a called subprogram so CFGCHECK can pass every
001300*  pending change before it goes live and CFGACTV can pass it
001400*  again at the moment it does:
001500*
001600*    ODDSCFG   five weights, each 0-100, summing to 100
001700*    OPPONENT  id (matching the change's key), name, cap 1-4,
001800*              weights summing to 100
001900*    EVENTDEF  id (matching the key), both dates, close not
002000*              before open; a buy-in event's payout shares
002050*              summing to 100, and the status blank or X
002100*    RULESET   variant name (matching the key), two to five
002200*              named choices, every beats-name one of them,
002300*              nothing beating itself, and every pair win one
002400*              way and lose the other -- WINTEST's coherence
002500*              rules, so a variant that would fail WINTEST
002600*              never goes live
002700*
002800*  and for every change an effective date and time that read as
002900*  such, and a revert, when there is one, after the effective.
003000*  Hands back Y or N and, on N, the first thing wrong.
003100*
003200*  Modification history
003300*  ---------------------------------------------------------------
003400*  2026-10-15  jm  Original program.
003420*  2026-10-15  jm  EVENTDEF payout shares and status
003440*  checked for points buy-in events.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 COPY "oddscfg.cpy".
004000 COPY "opponent.cpy".
004100 COPY "eventdef.cpy".
004200 COPY "ruleset.cpy".

004300     77 CV-TOTAL-WEIGHT          PIC 9(05) COMP VALUE ZERO.
004400     77 CV-I                     PIC 9(02) COMP VALUE ZERO.
004500     77 CV-J                     PIC 9(02) COMP VALUE ZERO.
004600     77 CV-K                     PIC 9(02) COMP VALUE ZERO.
004700     77 CV-FOUND-SWITCH          PIC X(01) VALUE 'N'.
004800        88 CV-NAME-FOUND                  VALUE 'Y'.
004900     77 CV-I-BEATS-J             PIC X(01) VALUE 'N'.
005000     77 CV-J-BEATS-I             PIC X(01) VALUE 'N'.

005100 LINKAGE SECTION.
005200 COPY "pendcfg.cpy".
005300 01  LK-VERDICT                  PIC X(01).
005400 01  LK-REASON                   PIC X(40).

005500 PROCEDURE DIVISION USING PENDING-CONFIG-RECORD
005600                          LK-VERDICT
005700                          LK-REASON.

005800 0000-MAINLINE.
005900     MOVE 'Y' TO LK-VERDICT
006000     MOVE SPACES TO LK-REASON
006100     PERFORM 1000-CHECK-SCHEDULE THRU 1000-EXIT
006200     IF LK-VERDICT = 'N'
006300         GO TO 9999-EXIT
006400     END-IF
006500     EVALUATE CQ-FILE-ID
006600         WHEN 'ODDSCFG'
006700             PERFORM 2000-CHECK-ODDS THRU 2000-EXIT
006800         WHEN 'OPPONENT'
006900             PERFORM 3000-CHECK-OPPONENT THRU 3000-EXIT
007000         WHEN 'EVENTDEF'
007100             PERFORM 4000-CHECK-EVENT THRU 4000-EXIT
007200         WHEN 'RULESET'
007300             PERFORM 5000-CHECK-RULESET THRU 5000-EXIT
007400         WHEN OTHER
007500             MOVE 'not a file changes can be scheduled for'
007600                 TO LK-REASON
007700             MOVE 'N' TO LK-VERDICT
007800     END-EVALUATE
007900     GO TO 9999-EXIT.

008000 1000-CHECK-SCHEDULE.
008100     IF CQ-EFFECTIVE-DATE NOT NUMERIC OR
008200        CQ-EFFECTIVE-DATE = ZERO OR
008300        CQ-EFFECTIVE-TIME NOT NUMERIC OR
008400        CQ-EFFECTIVE-TIME > 2359
008500         MOVE 'effective date or time is not valid' TO LK-REASON
008600         MOVE 'N' TO LK-VERDICT
008700         GO TO 1000-EXIT
008800     END-IF
008900     IF CQ-REVERT-DATE NOT NUMERIC OR
009000        CQ-REVERT-TIME NOT NUMERIC OR
009100        CQ-REVERT-TIME > 2359
009200         MOVE 'revert date or time is not valid' TO LK-REASON
009300         MOVE 'N' TO LK-VERDICT
009400         GO TO 1000-EXIT
009500     END-IF
009600     IF CQ-REVERT-DATE = ZERO
009700         GO TO 1000-EXIT
009800     END-IF
009900     IF CQ-REVERT-DATE < CQ-EFFECTIVE-DATE OR
010000        (CQ-REVERT-DATE = CQ-EFFECTIVE-DATE AND
010100         CQ-REVERT-TIME NOT > CQ-EFFECTIVE-TIME)
010200         MOVE 'revert is not after the effective time'
010300             TO LK-REASON
010400         MOVE 'N' TO LK-VERDICT
010500     END-IF.
010600 1000-EXIT.
010700     EXIT.

010800*    Same contract GAMECFG enforces on the spot.
010900 2000-CHECK-ODDS.
011000     MOVE CQ-NEW-IMAGE TO GAME-ODDS-RECORD
011100     IF GO-WEIGHT-ROCK NOT NUMERIC OR
011200        GO-WEIGHT-SCISSORS NOT NUMERIC OR
011300        GO-WEIGHT-PAPER NOT NUMERIC OR
011400        GO-WEIGHT-LIZARD NOT NUMERIC OR
011500        GO-WEIGHT-SPOCK NOT NUMERIC
011600         MOVE 'a weight is not a number' TO LK-REASON
011700         MOVE 'N' TO LK-VERDICT
011800         GO TO 2000-EXIT
011900     END-IF
012000     COMPUTE CV-TOTAL-WEIGHT = GO-WEIGHT-ROCK + GO-WEIGHT-SCISSORS
012100         + GO-WEIGHT-PAPER + GO-WEIGHT-LIZARD + GO-WEIGHT-SPOCK
012200     IF CV-TOTAL-WEIGHT NOT = 100
012300         MOVE 'weights do not add up to 100' TO LK-REASON
012400         MOVE 'N' TO LK-VERDICT
012500     END-IF.
012600 2000-EXIT.
012700     EXIT.

012800*    Same contract OPPCFG enforces on the spot.
012900 3000-CHECK-OPPONENT.
013000     MOVE CQ-NEW-IMAGE TO OPPONENT-RECORD
013100     EVALUATE TRUE
013200         WHEN OP-OPPONENT-ID = SPACES OR
013300              OP-OPPONENT-ID NOT = CQ-RECORD-KEY
013400             MOVE 'opponent id missing or not the key'
013500                 TO LK-REASON
013600         WHEN OP-NAME = SPACES
013700             MOVE 'opponent name is required' TO LK-REASON
013800         WHEN OP-DIFFICULTY-CAP NOT NUMERIC OR
013900              OP-DIFFICULTY-CAP < 1 OR OP-DIFFICULTY-CAP > 4
014000             MOVE 'cap must be 1-4' TO LK-REASON
014100         WHEN OP-WEIGHT-ROCK NOT NUMERIC OR
014200              OP-WEIGHT-SCISSORS NOT NUMERIC OR
014300              OP-WEIGHT-PAPER NOT NUMERIC OR
014400              OP-WEIGHT-LIZARD NOT NUMERIC OR
014500              OP-WEIGHT-SPOCK NOT NUMERIC
014600             MOVE 'a weight is not a number' TO LK-REASON
014700         WHEN OTHER
014800             COMPUTE CV-TOTAL-WEIGHT = OP-WEIGHT-ROCK
014900                 + OP-WEIGHT-SCISSORS + OP-WEIGHT-PAPER
015000                 + OP-WEIGHT-LIZARD + OP-WEIGHT-SPOCK
015100             IF CV-TOTAL-WEIGHT NOT = 100
015200                 MOVE 'weights do not add up to 100' TO LK-REASON
015300             END-IF
015400     END-EVALUATE
015500     IF LK-REASON NOT = SPACES
015600         MOVE 'N' TO LK-VERDICT
015700     END-IF.
015800 3000-EXIT.
015900     EXIT.

016000*    Same contract EVENTCFG enforces on the spot.
016100 4000-CHECK-EVENT.
016200     MOVE CQ-NEW-IMAGE TO EVENT-DEFINITION-RECORD
016300     EVALUATE TRUE
016400         WHEN EV-EVENT-ID = SPACES OR
016500              EV-EVENT-ID NOT = CQ-RECORD-KEY
016600             MOVE 'event id missing or not the key' TO LK-REASON
016700         WHEN EV-START-DATE NOT NUMERIC OR
016800              EV-END-DATE NOT NUMERIC OR
016900              EV-START-DATE = ZERO OR EV-END-DATE = ZERO
017000             MOVE 'both dates are required' TO LK-REASON
017100         WHEN EV-END-DATE < EV-START-DATE
017200             MOVE 'close date is before open date' TO LK-REASON
017220         WHEN EV-STATUS NOT = SPACE AND NOT EV-CANCELLED
017240             MOVE 'status must be blank or X' TO LK-REASON
017260         WHEN EV-ENTRY-FEE NUMERIC AND EV-ENTRY-FEE > ZERO
017280             PERFORM 4100-CHECK-PAYOUT THRU 4100-EXIT
017300     END-EVALUATE
017400     IF LK-REASON NOT = SPACES
017500         MOVE 'N' TO LK-VERDICT
017600     END-IF.
017700 4000-EXIT.
017800     EXIT.

017805*    EVENTPAY pays the whole pool out by these shares, so they
017810*    have to account for all of it.
017815 4100-CHECK-PAYOUT.
017820     MOVE ZERO TO CV-TOTAL-WEIGHT
017825     PERFORM 4110-ADD-ONE-SHARE THRU 4110-EXIT
017830             VARYING CV-I FROM 1 BY 1 UNTIL CV-I > 5
017835     IF CV-TOTAL-WEIGHT NOT = 100
017840         MOVE 'payout shares must sum to 100' TO LK-REASON
017845     END-IF.
017850 4100-EXIT.
017855     EXIT.

017860 4110-ADD-ONE-SHARE.
017865     IF EV-PAYOUT-PCT(CV-I) NUMERIC
017870         ADD EV-PAYOUT-PCT(CV-I) TO CV-TOTAL-WEIGHT
017875     ELSE
017880         ADD 999 TO CV-TOTAL-WEIGHT
017885     END-IF.
017890 4110-EXIT.
017895     EXIT.

017900 5000-CHECK-RULESET.
018000     MOVE CQ-NEW-IMAGE TO RULESET-RECORD
018100     IF RS-VARIANT-NAME = SPACES OR
018200        RS-VARIANT-NAME NOT = CQ-RECORD-KEY
018300         MOVE 'variant name missing or not the key' TO LK-REASON
018400         MOVE 'N' TO LK-VERDICT
018500         GO TO 5000-EXIT
018600     END-IF
018700     IF RS-CHOICE-COUNT NOT NUMERIC OR
018800        RS-CHOICE-COUNT < 2 OR RS-CHOICE-COUNT > 5
018900         MOVE 'choice count must be 2-5' TO LK-REASON
019000         MOVE 'N' TO LK-VERDICT
019100         GO TO 5000-EXIT
019200     END-IF
019300     PERFORM 5100-CHECK-ONE-CHOICE THRU 5100-EXIT
019400             VARYING CV-I FROM 1 BY 1
019500             UNTIL CV-I > RS-CHOICE-COUNT OR LK-VERDICT = 'N'.
019600 5000-EXIT.
019700     EXIT.

019800 5100-CHECK-ONE-CHOICE.
019900     IF RS-CHOICE-NAME(CV-I) = SPACES
020000         MOVE 'a choice in play has no name' TO LK-REASON
020100         MOVE 'N' TO LK-VERDICT
020200         GO TO 5100-EXIT
020300     END-IF
020400     PERFORM 5200-CHECK-BEATS-NAME THRU 5200-EXIT
020500             VARYING CV-J FROM 1 BY 1
020600             UNTIL CV-J > 2 OR LK-VERDICT = 'N'
020700     IF LK-VERDICT = 'N'
020800         GO TO 5100-EXIT
020900     END-IF
021000     PERFORM 5300-CHECK-ONE-PAIR THRU 5300-EXIT
021100             VARYING CV-J FROM 1 BY 1
021200             UNTIL CV-J > RS-CHOICE-COUNT OR LK-VERDICT = 'N'.
021300 5100-EXIT.
021400     EXIT.

021500*    A beats-list naming something the variant doesn't carry is
021600*    a dead rule, and a choice that beats itself never ties.
021700 5200-CHECK-BEATS-NAME.
021800     IF RS-BEATS(CV-I, CV-J) = SPACES
021900         GO TO 5200-EXIT
022000     END-IF
022100     IF RS-BEATS(CV-I, CV-J) = RS-CHOICE-NAME(CV-I)
022200         MOVE 'a choice beats itself' TO LK-REASON
022300         MOVE 'N' TO LK-VERDICT
022400         GO TO 5200-EXIT
022500     END-IF
022600     MOVE 'N' TO CV-FOUND-SWITCH
022700     PERFORM 5210-MATCH-ONE-NAME THRU 5210-EXIT
022800             VARYING CV-K FROM 1 BY 1
022900             UNTIL CV-K > RS-CHOICE-COUNT
023000     IF NOT CV-NAME-FOUND
023100         MOVE 'a beats-list names an unknown choice'
023200             TO LK-REASON
023300         MOVE 'N' TO LK-VERDICT
023400     END-IF.
023500 5200-EXIT.
023600     EXIT.

023700 5210-MATCH-ONE-NAME.
023800     IF RS-CHOICE-NAME(CV-K) = RS-BEATS(CV-I, CV-J)
023900         MOVE 'Y' TO CV-FOUND-SWITCH
024000     END-IF.
024100 5210-EXIT.
024200     EXIT.

024300*    Two different choices: exactly one of them beats the other.
024400 5300-CHECK-ONE-PAIR.
024500     IF CV-I = CV-J
024600         GO TO 5300-EXIT
024700     END-IF
024800     MOVE 'N' TO CV-I-BEATS-J
024900     MOVE 'N' TO CV-J-BEATS-I
025000     IF RS-BEATS(CV-I, 1) = RS-CHOICE-NAME(CV-J) OR
025100        RS-BEATS(CV-I, 2) = RS-CHOICE-NAME(CV-J)
025200         MOVE 'Y' TO CV-I-BEATS-J
025300     END-IF
025400     IF RS-BEATS(CV-J, 1) = RS-CHOICE-NAME(CV-I) OR
025500        RS-BEATS(CV-J, 2) = RS-CHOICE-NAME(CV-I)
025600         MOVE 'Y' TO CV-J-BEATS-I
025700     END-IF
025800     IF CV-I-BEATS-J = CV-J-BEATS-I
025900         MOVE 'a pair must win one way, lose the other'
026000             TO LK-REASON
026100         MOVE 'N' TO LK-VERDICT
026200     END-IF.
026300 5300-EXIT.
026400     EXIT.

026500 9999-EXIT.
026600     EXIT PROGRAM.
