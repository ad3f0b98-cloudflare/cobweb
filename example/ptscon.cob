001600*  movement has a journal line and PTSVRFY can keep proving
001700*  the two agree.  A redemption may not overdraw the balance.
001800*
001805*  A redemption is taken against the PRIZE-CATALOG: the prize's
001810*  own price is what posts, it has to be in its claim window
001815*  and on the shelf, and it becomes an order on PRIZE-ORDER
001820*  whose id is the REDEEM entry's PD-REASON.  The same console
001825*  marks an order shipped, or cancels it -- the cancel refunds
001830*  the points with an ADJUST entry under the order id and puts
001835*  the prize back on the shelf.
001840*
001845*  A redemption is also held to the COUNTRY-ELIGIBILITY rules,
001850*  by the country the player's plays come from (PLAYER-COUNTRY,
001855*  kept by WORKER); a refusal is logged to ELIGIBILITY-LOG.
001860*
001900*  Modification history
002000*  ---------------------------------------------------------------
002100*  2026-09-03  jm  Original program.
002110*  2026-09-03  jm  Operator sign-on through OPSIGNON and a
002111*  CONJRNL journal line for every change, so live-data
002112*  edits are attributable at last.
002117*  2026-10-15  jm  Redemptions taken against the prize
002122*  catalog and tracked as orders on PRIZE-ORDER -- ship and
002127*  cancel-with-refund actions added for fulfillment.
002132*  2026-10-15  jm  Two-person rule: an adjustment over
002137*  PR-ADJUST-LIMIT on PTSRATES is parked through APPRQUE and
002142*  posts only when a second PTSCON operator approves it here.
002147*  2026-10-15  jm  Redemptions held to the country
002152*  eligibility rules by the player's country on PLAYER-COUNTRY;
002157*  a refusal goes to ELIGIBILITY-LOG.
002162*  2026-10-15  jm  Order ids carry the hundredths and step past
002167*  any id already on PRIZE-ORDER; a redemption whose order
002172*  cannot be written is put back.  A cancel marks the order
002177*  only once its refund has posted, and a decision is closed
002182*  on the approval queue before anything posts.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003400     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PC-LEDGER-FILE-STATUS.
003602     SELECT PRIZE-CATALOG-FILE ASSIGN TO "PRIZECAT"
003604         ORGANIZATION IS INDEXED
003606         ACCESS MODE IS DYNAMIC
003608         RECORD KEY IS PZ-ITEM-ID
003610         FILE STATUS IS PC-CATALOG-FILE-STATUS.
003612     SELECT PRIZE-ORDER-FILE ASSIGN TO "PRIZEORD"
003614         ORGANIZATION IS INDEXED
003616         ACCESS MODE IS DYNAMIC
003618         RECORD KEY IS PO-ORDER-ID
003620         FILE STATUS IS PC-ORDER-FILE-STATUS.
003622     SELECT POINT-RATES-FILE ASSIGN TO "PTSRATES"
003624         ORGANIZATION IS LINE SEQUENTIAL
003626         FILE STATUS IS PC-RATES-FILE-STATUS.
003628     SELECT COUNTRY-ELIGIBILITY-FILE ASSIGN TO "CTRYELIG"
003630         ORGANIZATION IS LINE SEQUENTIAL
003632         FILE STATUS IS PC-CTRYELIG-FILE-STATUS.
003634     SELECT OPTIONAL PLAYER-COUNTRY-FILE ASSIGN TO "PLAYCTRY"
003636         ORGANIZATION IS INDEXED
003638         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS EY-PLAYER-ID
003642         FILE STATUS IS PC-PLAYCTRY-FILE-STATUS.
003644     SELECT ELIGIBILITY-LOG-FILE ASSIGN TO "ELIGLOG"
003646         ORGANIZATION IS LINE SEQUENTIAL
003648         FILE STATUS IS PC-ELIGLOG-FILE-STATUS.

003700 DATA DIVISION.
003800 FILE SECTION.
004100 FD  POINTS-LEDGER-FILE.
004200 COPY "ptsledgr.cpy".

004205 FD  PRIZE-CATALOG-FILE.
004210 COPY "prizecat.cpy".

004215 FD  PRIZE-ORDER-FILE.
004220 COPY "prizeord.cpy".

004225 FD  POINT-RATES-FILE.
004230 COPY "ptsrates.cpy".

004235 FD  COUNTRY-ELIGIBILITY-FILE.
004240 COPY "ctryelig.cpy".

004245 FD  PLAYER-COUNTRY-FILE.
004250 COPY "playctry.cpy".

004255 FD  ELIGIBILITY-LOG-FILE.
004260 COPY "eliglog.cpy".

004300 WORKING-STORAGE SECTION.
004400     COPY "screenio.cpy".

004600     88 PC-BALANCE-FILE-OK                  VALUE '00'.
004700     77 PC-LEDGER-FILE-STATUS     PIC X(02) VALUE '00'.
004800     88 PC-LEDGER-FILE-OK                   VALUE '00'.
004802     77 PC-CATALOG-FILE-STATUS    PIC X(02) VALUE '00'.
004804     88 PC-CATALOG-FILE-OK                  VALUES '00' '05'.
004806     77 PC-ORDER-FILE-STATUS      PIC X(02) VALUE '00'.
004808     88 PC-ORDER-FILE-OK                    VALUES '00' '05'.
004810     77 PC-POSTED-SWITCH          PIC X(01) VALUE 'N'.
004812        88 PC-BALANCE-POSTED                VALUE 'Y'.
004814     77 PC-RATES-FILE-STATUS      PIC X(02) VALUE '00'.
004816     88 PC-RATES-FILE-OK                    VALUE '00'.
004818     77 PC-CTRYELIG-FILE-STATUS   PIC X(02) VALUE '00'.
004820     88 PC-CTRYELIG-FILE-OK                 VALUE '00'.
004822     77 PC-CTRYELIG-EOF-SWITCH    PIC X(01) VALUE 'N'.
004824        88 PC-CTRYELIG-AT-EOF               VALUE 'Y'.
004826     77 PC-PLAYCTRY-FILE-STATUS   PIC X(02) VALUE '00'.
004828     88 PC-PLAYCTRY-FILE-OK                 VALUES '00' '05'.
004830     77 PC-ELIGLOG-FILE-STATUS    PIC X(02) VALUE '00'.
004832     88 PC-ELIGLOG-FILE-OK                  VALUE '00'.
004834     77 PC-REDEEM-ALLOWED         PIC X(01) VALUE 'Y'.
004836        88 PC-REDEEM-BLOCKED                VALUE 'N'.
004838     77 PC-ORDER-WRITTEN-SWITCH   PIC X(01) VALUE 'N'.
004840        88 PC-ORDER-WRITTEN                 VALUE 'Y'.
004900     01 PC-CRT-STATUS             PIC 9(04) VALUE ZERO.

005000     01 PC-PLAYER-ID              PIC X(20) VALUE SPACES.
005600     01 PC-SIGNED-POINTS          PIC S9(07) VALUE ZERO.
005700     01 PC-SYS-DATE               PIC 9(08) VALUE ZERO.
005800     01 PC-SYS-TIME               PIC 9(08) VALUE ZERO.
005801     01 PC-ITEM-ID                PIC X(08) VALUE SPACES.
005802     01 PC-ORDER-ID               PIC X(12) VALUE SPACES.
005803     01 PC-ORDER-KEY.
005804        05 PC-ORDER-MMDD          PIC 9(04).
005805        05 PC-ORDER-CLOCK         PIC 9(08).
005806     01 PC-COUNTRY                PIC X(02) VALUE SPACES.
005810*    ----------------------------------------------------------
005811*    Shared sign-on and change journal: OPSIGNON gates entry
005812*    with per-console authority, CONJRNL records what this
005818     01 PC-JRNL-ACTION           PIC X(08) VALUE SPACES.
005819     01 PC-JRNL-BEFORE           PIC X(60) VALUE SPACES.
005820     01 PC-JRNL-AFTER            PIC X(60) VALUE SPACES.
005825*    ----------------------------------------------------------
005830*    Two-person rule: an adjustment over the limit is parked on
005835*    the approval queue, and a second operator approves or
005840*    rejects it by request number on this same screen.
005845*    ----------------------------------------------------------
005850     COPY "apprq.cpy".
005855     01 PC-ADJUST-LIMIT          PIC 9(07) VALUE 500.
005860     01 PC-APPROVAL-ID           PIC 9(06) VALUE ZERO.
005865     01 PC-DECISION              PIC X(01) VALUE SPACE.
005870     01 PC-QUEUE-FUNCTION        PIC X(01) VALUE SPACE.
005875     01 PC-QUEUE-OK              PIC X(01) VALUE 'N'.
005880     01 PC-QUEUE-LIST.
005885        05 PC-QUEUE-LINE OCCURS 3 TIMES PIC X(70).

005900 SCREEN SECTION.
006000 01  PC-POINTS-SCREEN.
006200     05  LINE 01 COLUMN 16 VALUE 'PTSCON - POINTS POSTINGS'
006300             FOREGROUND-COLOR COB-COLOR-WHITE.
006400     05  LINE 03 COLUMN 05 VALUE
006450             'Action (R = redeem, A = adjust,'.
006500     05  LINE 04 COLUMN 05 VALUE
006550             '        S = ship order, X = cancel order):'.
006600     05  LINE 04 COLUMN 48 PIC X(01) USING PC-ACTION.
006650     05  LINE 06 COLUMN 05 VALUE 'Player id :'.
006700     05  LINE 06 COLUMN 18 PIC X(20) USING PC-PLAYER-ID.
006750     05  LINE 07 COLUMN 05 VALUE 'Prize item:'.
006800     05  LINE 07 COLUMN 18 PIC X(08) USING PC-ITEM-ID.
006850     05  LINE 07 COLUMN 28 VALUE '(redemptions only)'.
006900     05  LINE 08 COLUMN 05 VALUE 'Points    :'.
006950     05  LINE 08 COLUMN 18 PIC 9(07) USING PC-POINTS.
007000     05  LINE 08 COLUMN 28 VALUE '(adjustments only)'.
007050     05  LINE 09 COLUMN 05 VALUE 'Sign (+/-), adjustments only:'.
007100     05  LINE 09 COLUMN 36 PIC X(01) USING PC-SIGN.
007150     05  LINE 10 COLUMN 05 VALUE 'Reason    :'.
007200     05  LINE 10 COLUMN 18 PIC X(12) USING PC-REASON.
007250     05  LINE 11 COLUMN 05 VALUE 'Order id  :'.
007300     05  LINE 11 COLUMN 18 PIC X(12) USING PC-ORDER-ID.
007350     05  LINE 11 COLUMN 32 VALUE '(ship and cancel only)'.
007400     05  LINE 13 COLUMN 05 VALUE
007600             'A redemption posts negative and may not overdraw.'.
007620     05  LINE 15 COLUMN 05 VALUE 'F3 = exit without posting'.
007640     05  LINE 16 COLUMN 05 VALUE 'Awaiting a second operator:'.
007660     05  LINE 17 COLUMN 05 PIC X(70) FROM PC-QUEUE-LINE(1).
007680     05  LINE 18 COLUMN 05 PIC X(70) FROM PC-QUEUE-LINE(2).
007700     05  LINE 19 COLUMN 05 PIC X(70) FROM PC-QUEUE-LINE(3).
007720     05  LINE 20 COLUMN 05 VALUE 'Approve or reject no.:'.
007740     05  LINE 20 COLUMN 28 PIC 9(06) USING PC-APPROVAL-ID.
007760     05  LINE 20 COLUMN 36 VALUE 'A/R:'.
007780     05  LINE 20 COLUMN 41 PIC X(01) USING PC-DECISION.

007800 PROCEDURE DIVISION.

007914         DISPLAY "PTSCON: sign-on refused"
007915         GO TO 9999-EXIT
007916     END-IF
007966     PERFORM 1000-LOAD-APPROVALS THRU 1000-EXIT
008000     DISPLAY PC-POINTS-SCREEN
008100     ACCEPT PC-POINTS-SCREEN
008200     IF PC-CRT-STATUS = COB-SCR-F3
008300         MOVE 'Exiting without posting.' TO PC-EXIT-MESSAGE
008400     ELSE
008420         IF PC-APPROVAL-ID NOT = ZERO
008440             PERFORM 6000-DECIDE-REQUEST THRU 6000-EXIT
008460         ELSE
008500             PERFORM 2000-POST-ENTRY THRU 2000-EXIT
008550         END-IF
008600     END-IF
008700     DISPLAY PC-EXIT-MESSAGE LINE 22 COLUMN 05
008800     GO TO 9999-EXIT.

008802*    The adjustment limit comes off PTSRATES when it is there and
008804*    nonzero; the requests awaiting a decision on this console
008806*    are listed on the screen.
008808 1000-LOAD-APPROVALS.
008810     OPEN INPUT POINT-RATES-FILE
008812     IF PC-RATES-FILE-OK
008814         READ POINT-RATES-FILE
008816             AT END
008818                 CONTINUE
008820             NOT AT END
008822                 IF PR-ADJUST-LIMIT IS NUMERIC AND
008824                    PR-ADJUST-LIMIT > ZERO
008826                     MOVE PR-ADJUST-LIMIT TO PC-ADJUST-LIMIT
008828                 END-IF
008830         END-READ
008832         CLOSE POINT-RATES-FILE
008834     END-IF
008836     MOVE SPACES TO APPROVAL-REQUEST-RECORD
008838     MOVE PC-CONSOLE-NAME TO AW-CONSOLE
008840     MOVE 'L' TO PC-QUEUE-FUNCTION
008842     CALL "APPRQUE" USING PC-QUEUE-FUNCTION
008844                          APPROVAL-REQUEST-RECORD
008846                          PC-QUEUE-LIST
008848                          PC-QUEUE-OK.
008850 1000-EXIT.
008852     EXIT.

008900 2000-POST-ENTRY.
008920     IF PC-ACTION = 'S' OR PC-ACTION = 'X'
008940         PERFORM 5000-MOVE-ORDER THRU 5000-EXIT
008960         GO TO 2000-EXIT
008980     END-IF
009000     EVALUATE TRUE
009100         WHEN PC-PLAYER-ID = SPACES
009200             MOVE 'Player id is required -- nothing posted.'
009300                 TO PC-EXIT-MESSAGE
009400             GO TO 2000-EXIT
009420         WHEN PC-ACTION = 'R' AND PC-ITEM-ID = SPACES
009440             MOVE 'Prize item is required -- nothing posted.'
009460                 TO PC-EXIT-MESSAGE
009480             GO TO 2000-EXIT
009500         WHEN PC-ACTION = 'A' AND PC-POINTS = ZERO
009600             MOVE 'Points must be nonzero -- nothing posted.'
009700                 TO PC-EXIT-MESSAGE
009800             GO TO 2000-EXIT
009900         WHEN PC-ACTION NOT = 'R' AND PC-ACTION NOT = 'A'
010000             MOVE 'Action must be R, A, S or X -- nothing posted.'
010100                 TO PC-EXIT-MESSAGE
010200             GO TO 2000-EXIT
010300         WHEN PC-ACTION = 'A' AND
010900             CONTINUE
011000     END-EVALUATE
011100     IF PC-ACTION = 'R'
011105         PERFORM 2500-CHECK-PRIZE THRU 2500-EXIT
011110         IF PC-EXIT-MESSAGE = SPACES
011115             PERFORM 4500-CHECK-COUNTRY THRU 4500-EXIT
011120         END-IF
011125         IF PC-EXIT-MESSAGE NOT = SPACES
011130             GO TO 2000-EXIT
011135         END-IF
011140     END-IF
011145     IF PC-ACTION = 'A' AND PC-POINTS > PC-ADJUST-LIMIT
011150         PERFORM 2700-PARK-ADJUSTMENT THRU 2700-EXIT
011155         GO TO 2000-EXIT
011160     END-IF
011165     IF PC-ACTION = 'R'
011200         COMPUTE PC-SIGNED-POINTS = ZERO - PC-POINTS
011300     ELSE
011400         IF PC-SIGN = '-'
011700             MOVE PC-POINTS TO PC-SIGNED-POINTS
011800         END-IF
011900     END-IF
011910     PERFORM 3000-UPDATE-BALANCE THRU 3000-EXIT
011920     IF PC-ACTION = 'R' AND PC-BALANCE-POSTED
011930         PERFORM 3600-WRITE-ORDER THRU 3600-EXIT
011940         IF NOT PC-ORDER-WRITTEN
011950             PERFORM 3700-BACK-OUT-REDEEM THRU 3700-EXIT
011960             GO TO 2000-EXIT
011970         END-IF
011980         PERFORM 3500-TAKE-STOCK THRU 3500-EXIT
011990         MOVE SPACES TO PC-EXIT-MESSAGE
012000         STRING 'Redeemed -- order ' PC-ORDER-ID ' placed.'
012010             DELIMITED BY SIZE INTO PC-EXIT-MESSAGE
012020     END-IF.
012100 2000-EXIT.
012101     EXIT.

012102*    The prize has to be on the catalog, inside its claim
012103*    window and on the shelf.  Its price is what posts, whatever
012104*    was keyed in the points field, and the order id minted here
012105*    becomes the ledger reason.
012106 2500-CHECK-PRIZE.
012107     MOVE SPACES TO PC-EXIT-MESSAGE
012108     ACCEPT PC-SYS-DATE FROM DATE YYYYMMDD
012109     ACCEPT PC-SYS-TIME FROM TIME
012110     OPEN INPUT PRIZE-CATALOG-FILE
012111     IF NOT PC-CATALOG-FILE-OK
012112         MOVE 'Cannot open PRIZECAT -- nothing posted.'
012113             TO PC-EXIT-MESSAGE
012114         GO TO 2500-EXIT
012115     END-IF
012116     MOVE PC-ITEM-ID TO PZ-ITEM-ID
012117     READ PRIZE-CATALOG-FILE
012118         INVALID KEY
012119             MOVE 'No such prize on file -- nothing posted.'
012120                 TO PC-EXIT-MESSAGE
012121     END-READ
012122     CLOSE PRIZE-CATALOG-FILE
012123     IF PC-EXIT-MESSAGE NOT = SPACES
012124         GO TO 2500-EXIT
012125     END-IF
012126     EVALUATE TRUE
012127         WHEN PC-SYS-DATE < PZ-ACTIVE-FROM OR
012128              PC-SYS-DATE > PZ-ACTIVE-TO
012129             MOVE 'Prize is outside its claim window.'
012130                 TO PC-EXIT-MESSAGE
012131         WHEN PZ-STOCK-ON-HAND = ZERO
012132             MOVE 'Prize is out of stock -- nothing posted.'
012133                 TO PC-EXIT-MESSAGE
012134         WHEN OTHER
012135             MOVE PZ-POINTS-PRICE TO PC-POINTS
012136             PERFORM 3400-MINT-ORDER-ID THRU 3400-EXIT
012137             MOVE PC-ORDER-ID TO PC-REASON
012138     END-EVALUATE.
012139 2500-EXIT.
012140     EXIT.

012141*    Too big for one operator: park it with everything needed
012142*    to post it later, and journal that it was asked for.
012143 2700-PARK-ADJUSTMENT.
012144     MOVE SPACES TO APPROVAL-REQUEST-RECORD
012145     MOVE ZERO TO AW-REQUEST-ID
012146     MOVE PC-CONSOLE-NAME TO AW-CONSOLE
012147     MOVE 'ADJUST' TO AW-ACTION
012148     MOVE PC-OPERATOR-ID TO AW-MAKER
012149     MOVE PC-PLAYER-ID TO AW-PTS-PLAYER-ID
012150     MOVE PC-POINTS TO AW-PTS-POINTS
012151     MOVE PC-SIGN TO AW-PTS-SIGN
012152     MOVE PC-REASON TO AW-PTS-REASON
012153     STRING 'adjust ' PC-SIGN PC-POINTS ' ' PC-PLAYER-ID
012154         DELIMITED BY SIZE INTO AW-SUMMARY
012155     MOVE 'P' TO PC-QUEUE-FUNCTION
012156     CALL "APPRQUE" USING PC-QUEUE-FUNCTION
012157                          APPROVAL-REQUEST-RECORD
012158                          PC-QUEUE-LIST
012159                          PC-QUEUE-OK
012160     IF PC-QUEUE-OK NOT = 'Y'
012161         MOVE 'Approval queue unavailable -- nothing posted.'
012162             TO PC-EXIT-MESSAGE
012163         GO TO 2700-EXIT
012164     END-IF
012165     MOVE 'PARK' TO PC-JRNL-ACTION
012166     MOVE SPACES TO PC-JRNL-BEFORE
012167     STRING 'request ' AW-REQUEST-ID ' reason ' PC-REASON
012168         DELIMITED BY SIZE INTO PC-JRNL-BEFORE
012169     MOVE AW-SUMMARY TO PC-JRNL-AFTER
012170     CALL "CONJRNL" USING PC-CONSOLE-NAME
012171                           PC-OPERATOR-ID
012172                           PC-JRNL-ACTION
012173                           PC-JRNL-BEFORE
012174                           PC-JRNL-AFTER
012175     MOVE SPACES TO PC-EXIT-MESSAGE
012176     STRING 'Over the limit -- request ' AW-REQUEST-ID
012177            ' awaits a second operator.'
012178         DELIMITED BY SIZE INTO PC-EXIT-MESSAGE.
012179 2700-EXIT.
012200     EXIT.

012300*    The balance record must already exist -- a player with no
012400*    earns has nothing to redeem or adjust -- and a redemption
012500*    may not take it below zero.
012600 3000-UPDATE-BALANCE.
012650     MOVE 'N' TO PC-POSTED-SWITCH
012700     OPEN I-O POINTS-BALANCE-FILE
012800     IF NOT PC-BALANCE-FILE-OK
012900         MOVE 'Cannot open PTSBAL -- nothing posted.'
014620     MOVE POINTS-BALANCE-RECORD TO PC-JRNL-BEFORE
014700     ADD PC-SIGNED-POINTS TO PB-BALANCE
014800     REWRITE POINTS-BALANCE-RECORD
014801     IF NOT PC-BALANCE-FILE-OK
014802         MOVE 'Cannot update PTSBAL -- nothing posted.'
014803             TO PC-EXIT-MESSAGE
014804         CLOSE POINTS-BALANCE-FILE
014805         GO TO 3000-EXIT
014806     END-IF
014810     MOVE SPACES TO PC-JRNL-AFTER
014820     MOVE POINTS-BALANCE-RECORD TO PC-JRNL-AFTER
014825     EVALUATE PC-ACTION
014830         WHEN 'R'
014835             MOVE 'REDEEM' TO PC-JRNL-ACTION
014840         WHEN 'X'
014845             MOVE 'REFUND' TO PC-JRNL-ACTION
014850         WHEN OTHER
014855             MOVE 'ADJUST' TO PC-JRNL-ACTION
014860     END-EVALUATE
014865     SET PC-BALANCE-POSTED TO TRUE
014900     CLOSE POINTS-BALANCE-FILE
015000     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT
015010     CALL "CONJRNL" USING PC-CONSOLE-NAME
015014                           PC-JRNL-AFTER
015100     MOVE 'Posted -- ledger entry written.' TO PC-EXIT-MESSAGE.
015200 3000-EXIT.
015201     EXIT.

015202*    Month, day and the clock to the hundredth, stepped on past
015203*    any id already on PRIZE-ORDER.
015204 3400-MINT-ORDER-ID.
015205     MOVE PC-SYS-DATE (5:4) TO PC-ORDER-MMDD
015206     MOVE PC-SYS-TIME TO PC-ORDER-CLOCK
015207     MOVE SPACES TO PC-ORDER-ID
015208     OPEN INPUT PRIZE-ORDER-FILE
015209     IF NOT PC-ORDER-FILE-OK
015210         MOVE PC-ORDER-KEY TO PC-ORDER-ID
015211         GO TO 3400-EXIT
015212     END-IF
015213     PERFORM 3410-PROBE-ORDER-ID THRU 3410-EXIT
015214             UNTIL PC-ORDER-ID NOT = SPACES
015215     CLOSE PRIZE-ORDER-FILE.
015216 3400-EXIT.
015217     EXIT.

015218 3410-PROBE-ORDER-ID.
015219     MOVE PC-ORDER-KEY TO PO-ORDER-ID
015220     READ PRIZE-ORDER-FILE
015221         INVALID KEY
015222             MOVE PC-ORDER-KEY TO PC-ORDER-ID
015223         NOT INVALID KEY
015224             ADD 1 TO PC-ORDER-CLOCK
015225     END-READ.
015226 3410-EXIT.
015227     EXIT.

015228*    The shelf count comes down only once the points have
015229*    posted and the order is on file.  One community manager at
015230*    a time is the working assumption here, same as DISPCON.
015231 3500-TAKE-STOCK.
015232     OPEN I-O PRIZE-CATALOG-FILE
015233     IF NOT PC-CATALOG-FILE-OK
015234         GO TO 3500-EXIT
015235     END-IF
015236     MOVE PC-ITEM-ID TO PZ-ITEM-ID
015237     READ PRIZE-CATALOG-FILE
015238         INVALID KEY
015239             CLOSE PRIZE-CATALOG-FILE
015240             GO TO 3500-EXIT
015241     END-READ
015242     IF PZ-STOCK-ON-HAND > ZERO
015243         SUBTRACT 1 FROM PZ-STOCK-ON-HAND
015244     END-IF
015245     REWRITE PRIZE-CATALOG-RECORD
015246     CLOSE PRIZE-CATALOG-FILE.
015247 3500-EXIT.
015248     EXIT.

015249*    The first order ever placed finds no file yet -- create it
015250*    and reopen, the same dance DISPCON does for its cases.
015251 3600-WRITE-ORDER.
015252     MOVE 'N' TO PC-ORDER-WRITTEN-SWITCH
015253     OPEN I-O PRIZE-ORDER-FILE
015254     IF NOT PC-ORDER-FILE-OK
015255         OPEN OUTPUT PRIZE-ORDER-FILE
015256         CLOSE PRIZE-ORDER-FILE
015257         OPEN I-O PRIZE-ORDER-FILE
015258     END-IF
015259     IF NOT PC-ORDER-FILE-OK
015260         GO TO 3600-EXIT
015261     END-IF
015262     MOVE PC-ORDER-ID TO PO-ORDER-ID
015263     MOVE PC-PLAYER-ID TO PO-PLAYER-ID
015264     MOVE PC-ITEM-ID TO PO-ITEM-ID
015265     MOVE PC-POINTS TO PO-POINTS
015266     SET PO-ORDERED TO TRUE
015267     MOVE PC-SYS-DATE TO PO-ORDER-DATE
015268     MOVE PC-SYS-TIME TO PO-ORDER-TIME
015269     MOVE PC-SYS-DATE TO PO-STATUS-DATE
015270     MOVE PC-OPERATOR-ID TO PO-OPERATOR
015271     WRITE PRIZE-ORDER-RECORD
015272         INVALID KEY
015273             CONTINUE
015274         NOT INVALID KEY
015275             SET PC-ORDER-WRITTEN TO TRUE
015276     END-WRITE
015277     CLOSE PRIZE-ORDER-FILE.
015278 3600-EXIT.
015279     EXIT.

015280*    The points went out but no order came of them: put them
015281*    back with an ADJUST under the same order id, so the player
015282*    is whole and the ledger still cross-foots.
015283 3700-BACK-OUT-REDEEM.
015284     MOVE 'X' TO PC-ACTION
015285     MOVE PC-POINTS TO PC-SIGNED-POINTS
015286     PERFORM 3000-UPDATE-BALANCE THRU 3000-EXIT
015287     IF PC-BALANCE-POSTED
015288         MOVE 'Order could not be recorded -- points put back.'
015289             TO PC-EXIT-MESSAGE
015290     ELSE
015291         MOVE 'Order not recorded, points not back -- see ops.'
015292             TO PC-EXIT-MESSAGE
015293     END-IF.
015294 3700-EXIT.
015300     EXIT.

015400*    The journal half of the posting, in the same open-extend
017500 4000-EXIT.
017600     EXIT.

017700*    A redemption goes by the country the player's plays come
017800*    from -- the latest one WORKER has on PLAYER-COUNTRY.  No
017900*    country on file, or a country not on the table, may
018000*    redeem; only an explicit N refuses.  A refusal is logged
018100*    for ELIGRPT with the prize and its price.
018200 4500-CHECK-COUNTRY.
018300     MOVE SPACES TO PC-COUNTRY
018400     OPEN INPUT PLAYER-COUNTRY-FILE
018500     IF PC-PLAYCTRY-FILE-OK
018600         MOVE PC-PLAYER-ID TO EY-PLAYER-ID
018700         READ PLAYER-COUNTRY-FILE
018800             INVALID KEY
018900                 CONTINUE
019000             NOT INVALID KEY
019100                 MOVE EY-COUNTRY TO PC-COUNTRY
019200         END-READ
019300         CLOSE PLAYER-COUNTRY-FILE
019400     END-IF
019500     IF PC-COUNTRY = SPACES
019600         GO TO 4500-EXIT
019700     END-IF
019800     MOVE 'Y' TO PC-REDEEM-ALLOWED
019900     OPEN INPUT COUNTRY-ELIGIBILITY-FILE
020000     IF NOT PC-CTRYELIG-FILE-OK
020100         GO TO 4500-EXIT
020200     END-IF
020300     MOVE 'N' TO PC-CTRYELIG-EOF-SWITCH
020400     PERFORM 4510-CHECK-ONE-COUNTRY THRU 4510-EXIT
020500             UNTIL PC-CTRYELIG-AT-EOF
020600     CLOSE COUNTRY-ELIGIBILITY-FILE
020700     IF NOT PC-REDEEM-BLOCKED
020800         GO TO 4500-EXIT
020900     END-IF
021000     MOVE PC-SYS-DATE TO EG-DATE
021100     MOVE PC-SYS-TIME TO EG-TIME
021200     MOVE PC-COUNTRY TO EG-COUNTRY
021300     MOVE 'R' TO EG-ACTION
021400     MOVE PC-PLAYER-ID TO EG-PLAYER-ID
021500     MOVE PC-POINTS TO EG-POINTS
021600     MOVE PC-ITEM-ID TO EG-DETAIL
021700     OPEN EXTEND ELIGIBILITY-LOG-FILE
021800     IF NOT PC-ELIGLOG-FILE-OK
021900         OPEN OUTPUT ELIGIBILITY-LOG-FILE
022000     END-IF
022100     WRITE ELIGIBILITY-LOG-RECORD
022200     CLOSE ELIGIBILITY-LOG-FILE
022300     MOVE SPACES TO PC-EXIT-MESSAGE
022400     STRING 'Redemption not allowed in ' PC-COUNTRY
022500            ' -- nothing posted.'
022600         DELIMITED BY SIZE INTO PC-EXIT-MESSAGE.
022700 4500-EXIT.
022800     EXIT.

022900 4510-CHECK-ONE-COUNTRY.
023000     READ COUNTRY-ELIGIBILITY-FILE
023100         AT END
023200             MOVE 'Y' TO PC-CTRYELIG-EOF-SWITCH
023300         NOT AT END
023400             IF CE-COUNTRY = PC-COUNTRY
023500                 MOVE CE-REDEEM-ALLOWED TO PC-REDEEM-ALLOWED
023600                 MOVE 'Y' TO PC-CTRYELIG-EOF-SWITCH
023700             END-IF
023800     END-READ.
023900 4510-EXIT.
024000     EXIT.

024100*    ----------------------------------------------------------
024200*    Fulfillment.  Only an order still waiting can move: S
024300*    marks it shipped; X cancels it, refunds its points to the
024400*    player who redeemed them with an ADJUST entry under the
024500*    order id, and puts the prize back on the shelf.  The order
024600*    is marked cancelled only once the refund has posted.
024700*    ----------------------------------------------------------
024800 5000-MOVE-ORDER.
024900     IF PC-ORDER-ID = SPACES
025000         MOVE 'Order id is required -- nothing changed.'
025100             TO PC-EXIT-MESSAGE
025200         GO TO 5000-EXIT
025300     END-IF
025400     OPEN I-O PRIZE-ORDER-FILE
025500     IF NOT PC-ORDER-FILE-OK
025600         MOVE 'Cannot open PRIZEORD -- nothing changed.'
025700             TO PC-EXIT-MESSAGE
025800         GO TO 5000-EXIT
025900     END-IF
026000     MOVE PC-ORDER-ID TO PO-ORDER-ID
026100     READ PRIZE-ORDER-FILE
026200         INVALID KEY
026300             MOVE 'No such order -- nothing changed.'
026400                 TO PC-EXIT-MESSAGE
026500             CLOSE PRIZE-ORDER-FILE
026600             GO TO 5000-EXIT
026700     END-READ
026800     IF NOT PO-ORDERED
026900         MOVE 'Order is already shipped or cancelled.'
027000             TO PC-EXIT-MESSAGE
027100         CLOSE PRIZE-ORDER-FILE
027200         GO TO 5000-EXIT
027300     END-IF
027400     IF PC-ACTION = 'X'
027500         PERFORM 5100-REFUND-ORDER THRU 5100-EXIT
027600         IF NOT PC-BALANCE-POSTED
027700             CLOSE PRIZE-ORDER-FILE
027800             GO TO 5000-EXIT
027900         END-IF
028000     END-IF
028100     MOVE SPACES TO PC-JRNL-BEFORE
028200     MOVE PRIZE-ORDER-RECORD TO PC-JRNL-BEFORE
028300     ACCEPT PC-SYS-DATE FROM DATE YYYYMMDD
028400     MOVE PC-SYS-DATE TO PO-STATUS-DATE
028500     MOVE PC-OPERATOR-ID TO PO-OPERATOR
028600     IF PC-ACTION = 'S'
028700         SET PO-SHIPPED TO TRUE
028800         MOVE 'SHIP' TO PC-JRNL-ACTION
028900     ELSE
029000         SET PO-CANCELLED TO TRUE
029100         MOVE 'CANCEL' TO PC-JRNL-ACTION
029200     END-IF
029300     REWRITE PRIZE-ORDER-RECORD
029400     IF NOT PC-ORDER-FILE-OK
029500         MOVE 'Cannot update PRIZEORD -- see ops.'
029550             TO PC-EXIT-MESSAGE
029600         CLOSE PRIZE-ORDER-FILE
029700         GO TO 5000-EXIT
029800     END-IF
029900     CLOSE PRIZE-ORDER-FILE
030000     MOVE SPACES TO PC-JRNL-AFTER
030100     MOVE PRIZE-ORDER-RECORD TO PC-JRNL-AFTER
030200     CALL "CONJRNL" USING PC-CONSOLE-NAME
030300                           PC-OPERATOR-ID
030400                           PC-JRNL-ACTION
030500                           PC-JRNL-BEFORE
030600                           PC-JRNL-AFTER
030700     IF PC-ACTION = 'S'
030800         MOVE 'Order marked shipped.' TO PC-EXIT-MESSAGE
030900     ELSE
031000         MOVE 'Order cancelled -- points refunded.'
031100             TO PC-EXIT-MESSAGE
031200     END-IF.
031300 5000-EXIT.
031400     EXIT.

031500*    The refund goes through the same balance and ledger path
031600*    as any posting, so PTSVRFY still cross-foots; the cancel
031700*    action keeps it off the overdraft check.  The order record
031800*    is left as read, for 5000 to rewrite.
031900 5100-REFUND-ORDER.
032000     MOVE PO-PLAYER-ID TO PC-PLAYER-ID
032100     MOVE PO-ITEM-ID TO PC-ITEM-ID
032200     MOVE PO-POINTS TO PC-SIGNED-POINTS
032300     MOVE PO-ORDER-ID TO PC-REASON
032400     PERFORM 3000-UPDATE-BALANCE THRU 3000-EXIT
032500     IF NOT PC-BALANCE-POSTED
032600         GO TO 5100-EXIT
032700     END-IF
032800     OPEN I-O PRIZE-CATALOG-FILE
032900     IF PC-CATALOG-FILE-OK
033000         MOVE PC-ITEM-ID TO PZ-ITEM-ID
033100         READ PRIZE-CATALOG-FILE
033200             INVALID KEY
033300                 CONTINUE
033400             NOT INVALID KEY
033500                 ADD 1 TO PZ-STOCK-ON-HAND
033600                 REWRITE PRIZE-CATALOG-RECORD
033700         END-READ
033800         CLOSE PRIZE-CATALOG-FILE
033900     END-IF.
034000 5100-EXIT.
034100     EXIT.

034200******************************************************************
034300*  The checker's half.  Only a request parked from this console
034400*  and still awaiting a decision can be decided, and never
034500*  approved by the operator who parked it.
034600******************************************************************
034700 6000-DECIDE-REQUEST.
034800     MOVE SPACES TO APPROVAL-REQUEST-RECORD
034900     MOVE PC-APPROVAL-ID TO AW-REQUEST-ID
035000     MOVE 'G' TO PC-QUEUE-FUNCTION
035100     CALL "APPRQUE" USING PC-QUEUE-FUNCTION
035200                          APPROVAL-REQUEST-RECORD
035300                          PC-QUEUE-LIST
035400                          PC-QUEUE-OK
035500     IF PC-QUEUE-OK NOT = 'Y' OR AW-CONSOLE NOT = PC-CONSOLE-NAME
035600         MOVE 'No such request for this console.'
035700             TO PC-EXIT-MESSAGE
035800         GO TO 6000-EXIT
035900     END-IF
036000     IF NOT AW-AWAITING
036100         MOVE 'That request has already been decided.'
036200             TO PC-EXIT-MESSAGE
036300         GO TO 6000-EXIT
036400     END-IF
036500     EVALUATE TRUE
036600         WHEN PC-DECISION = 'R'
036700             SET AW-REJECTED TO TRUE
036800             MOVE 'REJECT' TO PC-JRNL-ACTION
036900             PERFORM 6200-CLOSE-REQUEST THRU 6200-EXIT
037000         WHEN PC-DECISION NOT = 'A'
037100             MOVE 'Decision must be A or R.' TO PC-EXIT-MESSAGE
037200         WHEN AW-MAKER = PC-OPERATOR-ID
037300             MOVE 'You cannot approve your own change.'
037400                 TO PC-EXIT-MESSAGE
037500         WHEN OTHER
037600             PERFORM 6100-APPROVE-REQUEST THRU 6100-EXIT
037700     END-EVALUATE.
037800 6000-EXIT.
037900     EXIT.

038000*    The request is closed on the queue first, so a queue that
038100*    cannot be updated never leaves a posted change still
038200*    awaiting approval; then the parked adjustment posts through
038300*    the ordinary balance and ledger path, under the approving
038400*    operator.
038500 6100-APPROVE-REQUEST.
038600     SET AW-APPROVED TO TRUE
038700     MOVE 'APPROVE' TO PC-JRNL-ACTION
038800     PERFORM 6200-CLOSE-REQUEST THRU 6200-EXIT
038900     IF PC-QUEUE-OK NOT = 'Y'
039000         GO TO 6100-EXIT
039100     END-IF
039200     MOVE 'A' TO PC-ACTION
039300     MOVE AW-PTS-PLAYER-ID TO PC-PLAYER-ID
039400     MOVE AW-PTS-POINTS TO PC-POINTS
039500     MOVE AW-PTS-SIGN TO PC-SIGN
039600     MOVE AW-PTS-REASON TO PC-REASON
039700     IF PC-SIGN = '-'
039800         COMPUTE PC-SIGNED-POINTS = ZERO - PC-POINTS
039900     ELSE
040000         MOVE PC-POINTS TO PC-SIGNED-POINTS
040100     END-IF
040200     PERFORM 3000-UPDATE-BALANCE THRU 3000-EXIT
040300     IF NOT PC-BALANCE-POSTED
040400         MOVE SPACES TO PC-EXIT-MESSAGE
040500         STRING 'Request ' AW-REQUEST-ID
040600                ' approved but not posted -- see ops.'
040700             DELIMITED BY SIZE INTO PC-EXIT-MESSAGE
040800         GO TO 6100-EXIT
040900     END-IF
041000     MOVE SPACES TO PC-EXIT-MESSAGE
041100     STRING 'Request ' AW-REQUEST-ID ' approved and posted.'
041200         DELIMITED BY SIZE INTO PC-EXIT-MESSAGE.
041300 6100-EXIT.
041400     EXIT.

041500 6200-CLOSE-REQUEST.
041600     MOVE PC-OPERATOR-ID TO AW-CHECKER
041700     MOVE 'U' TO PC-QUEUE-FUNCTION
041800     CALL "APPRQUE" USING PC-QUEUE-FUNCTION
041900                          APPROVAL-REQUEST-RECORD
042000                          PC-QUEUE-LIST
042100                          PC-QUEUE-OK
042200     IF PC-QUEUE-OK NOT = 'Y'
042300         MOVE 'Approval queue unavailable -- nothing decided.'
042400             TO PC-EXIT-MESSAGE
042500         GO TO 6200-EXIT
042600     END-IF
042700     MOVE SPACES TO PC-JRNL-BEFORE
042800     STRING 'request ' AW-REQUEST-ID ' by ' AW-MAKER
042900         DELIMITED BY SIZE INTO PC-JRNL-BEFORE
043000     MOVE AW-SUMMARY TO PC-JRNL-AFTER
043100     CALL "CONJRNL" USING PC-CONSOLE-NAME
043200                           PC-OPERATOR-ID
043300                           PC-JRNL-ACTION
043400                           PC-JRNL-BEFORE
043500                           PC-JRNL-AFTER
043600     MOVE SPACES TO PC-EXIT-MESSAGE
043700     STRING 'Request ' AW-REQUEST-ID ' rejected.'
043800         DELIMITED BY SIZE INTO PC-EXIT-MESSAGE.
043900 6200-EXIT.
044000     EXIT.

044100 9999-EXIT.
044200     STOP RUN.
