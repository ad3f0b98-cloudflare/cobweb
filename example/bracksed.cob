002100*  orphan every decided match.
002200*
002300*  Invoke as:  bracksed EVENTID
002310*         or:  bracksed EVENTID SWISS [ROUNDS]
002315*  either form may end  LIMIT MINUTES
002320*
002330*  With SWISS the event is seeded as a Swiss-system event
002340*  instead: round 1 is paired the same way, but nobody is
002350*  knocked out -- BRACKADV pairs every round by score until the
002360*  scheduled number of rounds has been played.  ROUNDS defaults
002370*  to the knockout depth for the field (8 entrants, 3 rounds)
002380*  and never exceeds one fewer than the entrants, past which
002390*  every pairing would be a rematch.
002391*
002392*  Every round gets a deadline LIMIT minutes after it is seeded
002393*  (default 30, at most 999); BRACKADV settles the round's
002394*  no-shows as walkovers and double forfeits once it passes.
002395*  The length is carried on every match, so each later round
002396*  BRACKADV seeds gets the same allowance.
002400*
002500*  Modification history
002600*  ---------------------------------------------------------------
002710*  2026-09-03  jm  Stamp the seed time beside the seed date, so
002720*  BRACKADV can tell a round's own wins from the warm-up games
002730*  played minutes earlier the same evening.
002740*  2026-10-15  jm  SWISS option seeds a Swiss-system event:
002750*  format byte and scheduled round count on every match.
002770*  2026-10-15  jm  Round deadline: LIMIT minutes (default 30)
002790*  stamped on every match of round 1.
002793*  2026-10-15  jm  Deadlines run off the clock date, not the
002796*  business date, as WORKER stamps the plays they judge.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006100        88 BS-ALREADY-SEEDED               VALUE 'Y'.
006200     77 BS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
006300        88 BS-ENTRANT-FOUND                VALUE 'Y'.
006310     77 BS-FORMAT-SWITCH         PIC X(01) VALUE SPACE.
006320        88 BS-SWISS-EVENT                  VALUE 'S'.

006400     01 BS-COMMAND-LINE          PIC X(40) VALUE SPACES.
006500     77 BS-EVENT-ID              PIC X(08) VALUE SPACES.
006510     77 BS-FORMAT-WORD           PIC X(08) VALUE SPACES.
006520     77 BS-ROUNDS-WORD           PIC X(02) VALUE SPACES.
006530     77 BS-SWISS-ROUNDS          PIC 9(02) VALUE ZERO.
006540     77 BS-FIELD-SIZE            PIC 9(05) COMP VALUE ZERO.
006545     77 BS-LIMIT-WORD            PIC X(08) VALUE SPACES.
006550     77 BS-LIMIT-LENGTH          PIC 9(02) COMP VALUE ZERO.
006555     77 BS-DEFAULT-MINUTES       PIC 9(03) VALUE 30.
006560     77 BS-ROUND-MINUTES         PIC 9(03) VALUE ZERO.
006565     77 BS-ARG-IDX               PIC 9(02) COMP VALUE ZERO.
006570     77 BS-NEXT-IDX              PIC 9(02) COMP VALUE ZERO.
006575     77 BS-DAY-MINUTES           PIC 9(05) COMP VALUE ZERO.
006580     77 BS-WORK-DAYS             PIC 9(03) COMP VALUE ZERO.
006585     77 BS-DEADLINE-DATE         PIC 9(08) VALUE ZERO.
006590     77 BS-DEADLINE-TIME         PIC 9(08) VALUE ZERO.
006600     77 BS-RUN-DATE              PIC 9(08) VALUE ZERO.
006610     77 BS-RUN-TIME              PIC 9(08) VALUE ZERO.
006655     77 BS-CLOCK-DATE            PIC 9(08) VALUE ZERO.
006700     77 BS-ENTRANT-COUNT         PIC 9(03) COMP VALUE ZERO.
006800     77 BS-ENTRANT-IDX           PIC 9(03) COMP VALUE ZERO.
006900     77 BS-MATCH-COUNT           PIC 9(03) COMP VALUE ZERO.
007000     77 BS-BYE-COUNT             PIC 9(03) COMP VALUE ZERO.

007005*    The words after the event id, in any order the operator
007010*    gives them.
007015     01 BS-ARG-TABLE.
007020        05 BS-ARG-WORD OCCURS 4 TIMES PIC X(08).

007025*    The clock as HHMMSSCC, split for the deadline arithmetic.
007030     01 BS-CLOCK-TIME            PIC 9(08) VALUE ZERO.
007035     01 BS-CLOCK-PARTS REDEFINES BS-CLOCK-TIME.
007040        05 BS-CLOCK-HH           PIC 9(02).
007045        05 BS-CLOCK-MM           PIC 9(02).
007050        05 BS-CLOCK-SSCC         PIC 9(04).

007100*    The entrants in first-appearance order; 128 players is a
007200*    bigger knockout night than the community has ever drawn.
007300     01 BS-ENTRANT-TABLE.
009100                 BS-EVENT-ID " -- no bracket to seed"
009200         GO TO 9999-EXIT
009300     END-IF
009302     IF BS-ROUND-MINUTES = ZERO
009304         DISPLAY "BRACKSED: LIMIT must be 1 to 999 minutes"
009306         GO TO 9999-EXIT
009308     END-IF
009310     IF BS-SWISS-EVENT
009320         PERFORM 2500-SET-SWISS-ROUNDS THRU 2500-EXIT
009330         DISPLAY "BRACKSED: Swiss event, " BS-SWISS-ROUNDS
009340                 " round(s) scheduled"
009350     END-IF
009400     PERFORM 3000-SEED-ROUND-ONE THRU 3000-EXIT
009500     DISPLAY "BRACKSED: seeded " BS-MATCH-COUNT " match(es), "
009600             BS-BYE-COUNT " bye(s) for event " BS-EVENT-ID

009800 1000-INITIALIZE.
009900     ACCEPT BS-COMMAND-LINE FROM COMMAND-LINE
010000     UNSTRING BS-COMMAND-LINE DELIMITED BY ALL SPACES
010010         INTO BS-EVENT-ID BS-ARG-WORD(1) BS-ARG-WORD(2)
010020              BS-ARG-WORD(3) BS-ARG-WORD(4)
010030     PERFORM 1010-SCAN-ONE-ARG THRU 1010-EXIT
010040             VARYING BS-ARG-IDX FROM 1 BY 1
010050             UNTIL BS-ARG-IDX > 4
010060     PERFORM 1030-SET-ROUND-LIMIT THRU 1030-EXIT
010100     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT.
010200 1000-EXIT.
010300     EXIT.

010302*    SWISS may be followed by its round count, LIMIT by the
010304*    round length in minutes.
010306 1010-SCAN-ONE-ARG.
010308     MOVE BS-ARG-WORD(BS-ARG-IDX) TO BS-FORMAT-WORD
010310     COMPUTE BS-NEXT-IDX = BS-ARG-IDX + 1
010312     IF BS-FORMAT-WORD = 'SWISS' OR BS-FORMAT-WORD = 'swiss'
010314         MOVE 'S' TO BS-FORMAT-SWITCH
010316         IF BS-NEXT-IDX <= 4 AND
010318            BS-ARG-WORD(BS-NEXT-IDX) (1:1) IS NUMERIC
010320             MOVE BS-ARG-WORD(BS-NEXT-IDX) (1:2) TO BS-ROUNDS-WORD
010322         END-IF
010324     END-IF
010326     IF BS-FORMAT-WORD = 'LIMIT' OR BS-FORMAT-WORD = 'limit'
010328         IF BS-NEXT-IDX <= 4
010330             MOVE BS-ARG-WORD(BS-NEXT-IDX) TO BS-LIMIT-WORD
010332         END-IF
010334     END-IF.
010336 1010-EXIT.
010338     EXIT.

010340*    No LIMIT means the default; a LIMIT that is not 1 to 3
010342*    digits, or is zero, leaves the length zero and is refused.
010344 1030-SET-ROUND-LIMIT.
010346     MOVE BS-DEFAULT-MINUTES TO BS-ROUND-MINUTES
010348     IF BS-LIMIT-WORD = SPACES
010350         GO TO 1030-EXIT
010352     END-IF
010354     MOVE ZERO TO BS-ROUND-MINUTES
010356     MOVE ZERO TO BS-LIMIT-LENGTH
010358     INSPECT BS-LIMIT-WORD TALLYING BS-LIMIT-LENGTH
010360         FOR CHARACTERS BEFORE INITIAL SPACE
010362     IF BS-LIMIT-LENGTH > ZERO AND BS-LIMIT-LENGTH < 4
010364         IF BS-LIMIT-WORD (1:BS-LIMIT-LENGTH) IS NUMERIC
010366             MOVE BS-LIMIT-WORD (1:BS-LIMIT-LENGTH)
010368                 TO BS-ROUND-MINUTES
010370         END-IF
010372     END-IF.
010374 1030-EXIT.
010376     EXIT.

010400*    Same BUSINESS-DATE idiom as the rest of the suite: the
010500*    window's day, with the clock as a fallback for hand runs.
010600 1020-GET-BUSINESS-DATE.
018400 2210-EXIT.
018500     EXIT.

018503*    The scheduled Swiss rounds: as given on the command line,
018506*    else the smallest n with 2**n at least the field -- the
018509*    rounds a knockout would take to leave one unbeaten player.
018512 2500-SET-SWISS-ROUNDS.
018515     MOVE ZERO TO BS-SWISS-ROUNDS
018518     IF BS-ROUNDS-WORD IS NUMERIC
018521         MOVE BS-ROUNDS-WORD TO BS-SWISS-ROUNDS
018524     END-IF
018527     IF BS-ROUNDS-WORD (1:1) IS NUMERIC AND
018530        BS-ROUNDS-WORD (2:1) = SPACE
018533         MOVE BS-ROUNDS-WORD (1:1) TO BS-SWISS-ROUNDS
018536     END-IF
018539     IF BS-SWISS-ROUNDS = ZERO
018542         MOVE 1 TO BS-FIELD-SIZE
018545         PERFORM 2510-DOUBLE-FIELD THRU 2510-EXIT
018548                 UNTIL BS-FIELD-SIZE >= BS-ENTRANT-COUNT
018551     END-IF
018554     IF BS-SWISS-ROUNDS >= BS-ENTRANT-COUNT
018557         COMPUTE BS-SWISS-ROUNDS = BS-ENTRANT-COUNT - 1
018560     END-IF.
018563 2500-EXIT.
018566     EXIT.

018569 2510-DOUBLE-FIELD.
018572     COMPUTE BS-FIELD-SIZE = BS-FIELD-SIZE * 2
018575     ADD 1 TO BS-SWISS-ROUNDS.
018578 2510-EXIT.
018581     EXIT.

018600*    Entrants pair off in order; the odd one out gets a bye,
018700*    decided for them on the spot so BRACKADV can pair them
018800*    into round 2 with everyone else's winners.
018900 3000-SEED-ROUND-ONE.
018910     ACCEPT BS-RUN-TIME FROM TIME
018935     ACCEPT BS-CLOCK-DATE FROM DATE YYYYMMDD
018960     PERFORM 3050-SET-DEADLINE THRU 3050-EXIT
019000     OPEN EXTEND BRACKET-FILE
019100     IF NOT BS-BRACKET-FILE-OK
019200         OPEN OUTPUT BRACKET-FILE
019800 3000-EXIT.
019900     EXIT.

019905*    Seed time plus the round length, carried over midnight
019910*    when a late round runs into the next day.  It is the
019911*    clock date, not the business date: the EVENT-PLAY and
019912*    CHALLNG stamps BRACKADV judges it by are clock stamps.
019913*    WORKER takes plays past it; BRACKADV settles the round.
019915 3050-SET-DEADLINE.
019920     MOVE BS-RUN-TIME TO BS-CLOCK-TIME
019925     COMPUTE BS-DAY-MINUTES = BS-CLOCK-HH * 60 + BS-CLOCK-MM
019930                            + BS-ROUND-MINUTES
019935     DIVIDE BS-DAY-MINUTES BY 1440 GIVING BS-WORK-DAYS
019940         REMAINDER BS-DAY-MINUTES
019945     DIVIDE BS-DAY-MINUTES BY 60 GIVING BS-CLOCK-HH
019950         REMAINDER BS-CLOCK-MM
019955     MOVE BS-CLOCK-TIME TO BS-DEADLINE-TIME
019960     COMPUTE BS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
019965         (FUNCTION INTEGER-OF-DATE(BS-CLOCK-DATE) + BS-WORK-DAYS).
019970 3050-EXIT.
019975     EXIT.

020000 3100-SEED-ONE-MATCH.
020100     MOVE BS-EVENT-ID TO BK-EVENT-ID
020200     MOVE 1 TO BK-ROUND
020500     MOVE BS-ENTRANT(BS-ENTRANT-IDX) TO BK-PLAYER-A
020600     MOVE BS-RUN-DATE TO BK-CREATE-DATE
020610     MOVE BS-RUN-TIME TO BK-CREATE-TIME
020620     MOVE BS-FORMAT-SWITCH TO BK-FORMAT
020630     MOVE BS-SWISS-ROUNDS TO BK-SWISS-ROUNDS
020650     MOVE BS-ROUND-MINUTES TO BK-ROUND-MINUTES
020670     MOVE BS-DEADLINE-DATE TO BK-DEADLINE-DATE
020690     MOVE BS-DEADLINE-TIME TO BK-DEADLINE-TIME
020700     IF BS-ENTRANT-IDX < BS-ENTRANT-COUNT
020800         ADD 1 TO BS-ENTRANT-IDX
020900         MOVE BS-ENTRANT(BS-ENTRANT-IDX) TO BK-PLAYER-B
