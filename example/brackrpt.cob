001300*  the winner where one is decided -- so the community managers
001400*  can project the bracket instead of keeping it on a whiteboard.
001500*  The decided results and round advances come from BRACKADV;
001600*  this program only reads.  A Swiss-system event prints the
001610*  same way, round by round; its standings come from EVENTRPT.
001630*  Each round heading shows the round's deadline, and a match
001650*  BRACKADV settled on it shows as a walkover or a double
001670*  forfeit.
001700*
001800*  Invoke as:  brackrpt EVENTID
001900*
002000*  Modification history
002100*  ---------------------------------------------------------------
002200*  2026-09-03  jm  Original program.
002210*  2026-10-15  jm  Drawn matches, and Swiss byes score rather
002220*  than advance.
002270*  2026-10-15  jm  Round deadlines, walkovers, double forfeits.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004600     77 BR-EVENT-ID              PIC X(08) VALUE SPACES.
004700     77 BR-CURRENT-ROUND         PIC 9(02) VALUE ZERO.
004800     77 BR-MATCH-COUNT           PIC 9(03) COMP VALUE ZERO.
004810     01 BR-DEADLINE-TIME         PIC 9(08) VALUE ZERO.
004820     01 BR-DEADLINE-PARTS REDEFINES BR-DEADLINE-TIME.
004830        05 BR-DEADLINE-HH        PIC 9(02).
004840        05 BR-DEADLINE-MM        PIC 9(02).
004850        05 FILLER                PIC 9(04).

004900     01 BR-HEADING-1             PIC X(80) VALUE
005000        'BRACKRPT - TOURNAMENT BRACKET'.
005400        05 FILLER                PIC X(02) VALUE SPACES.
005500        05 FILLER                PIC X(06) VALUE 'ROUND '.
005600        05 BR-RDH-ROUND          PIC Z9.
005650        05 BR-RDH-DEADLINE       PIC X(40).
005700        05 FILLER                PIC X(30) VALUE SPACES.
005800     01 BR-MATCH-LINE.
005900        05 FILLER                PIC X(04) VALUE SPACES.
006000        05 BR-MTL-MATCH          PIC ZZ9.
011000         MOVE BK-ROUND TO BR-CURRENT-ROUND
011100         WRITE BRACKET-REPORT-LINE FROM BR-BLANK-LINE
011200         MOVE BK-ROUND TO BR-RDH-ROUND
011250         PERFORM 2200-FORMAT-DEADLINE THRU 2200-EXIT
011300         WRITE BRACKET-REPORT-LINE FROM BR-ROUND-HEADING
011400     END-IF
011500     MOVE BK-MATCH-NO TO BR-MTL-MATCH
012300     EVALUATE TRUE
012400         WHEN BK-MATCH-PENDING
012500             MOVE 'pending' TO BR-MTL-STATE
012510         WHEN BK-MATCH-BYE AND BK-FORMAT-SWISS
012520             MOVE 'bye -- scores 1' TO BR-MTL-STATE
012600         WHEN BK-MATCH-BYE
012700             MOVE 'bye -- advances' TO BR-MTL-STATE
012710         WHEN BK-MATCH-DRAWN
012720             MOVE 'drawn' TO BR-MTL-STATE
012730         WHEN BK-MATCH-FORFEITED
012740             MOVE 'double forfeit' TO BR-MTL-STATE
012750         WHEN BK-MATCH-WALKOVER
012760             STRING 'walkover to ' BK-WINNER DELIMITED BY SIZE
012770                 INTO BR-MTL-STATE
012800         WHEN OTHER
012900             STRING 'won by ' BK-WINNER DELIMITED BY SIZE
013000                 INTO BR-MTL-STATE
013300 2100-EXIT.
013400     EXIT.

013405*    A round seeded before deadlines existed has spaces there
013410*    and prints no deadline.
013415 2200-FORMAT-DEADLINE.
013420     MOVE SPACES TO BR-RDH-DEADLINE
013425     IF BK-DEADLINE-DATE IS NOT NUMERIC OR
013430        BK-DEADLINE-TIME IS NOT NUMERIC OR
013435        BK-DEADLINE-DATE = ZERO
013440         GO TO 2200-EXIT
013445     END-IF
013450     MOVE BK-DEADLINE-TIME TO BR-DEADLINE-TIME
013455     STRING '   deadline ' BK-DEADLINE-DATE ' '
013460            BR-DEADLINE-HH ':' BR-DEADLINE-MM
013465         DELIMITED BY SIZE INTO BR-RDH-DEADLINE.
013470 2200-EXIT.
013475     EXIT.

013500 3000-TERMINATE.
013600     IF BR-MATCH-COUNT = ZERO
013700         WRITE BRACKET-REPORT-LINE FROM BR-BLANK-LINE
