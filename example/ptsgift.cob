000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTSGIFT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PTSGIFT
000900*
001000*  Player-to-player points gift, served over the same HTTP calls
001100*  MYSTATS uses.  The giver is whoever the cobweb_player cookie
001200*  says; the "to" form field names the friend and the "points"
001300*  field how many.  The gift posts as a matched pair on the
001400*  POINTS-LEDGER -- a GIFOUT entry off the giver and a GIFTIN
001500*  entry to the friend, both carrying the same gift id as
001600*  PD-REASON -- and both POINTS-BALANCE records move in the same
001700*  open of the file, so PTSVRFY can prove every pair nets to zero
001800*  and the ledger still cross-foots the balances.  It replaces
001900*  the two hand-keyed PTSCON adjustments the community managers
002000*  used to post for the same thing.
002100*
002200*  A gift is refused when:
002300*    - there is no player cookie, no friend named, no points, or
002400*      the friend is the giver                              (400)
002500*    - the friend has no profile on PLAYERPF                (404)
002600*    - either side's latest REVIEW-FLAG record is flagged, the
002700*      giver's balance would go below zero, the gift would take
002800*      the giver past the day's limits, or the friend's country
002900*      may not be credited points (ELIGCHK)                 (403)
003000*    - PTSBAL or PTSLEDGR cannot be updated                 (503)
003100*  The daily limits are PR-GIFT-DAY-POINTS and PR-GIFT-DAY-COUNT
003200*  off POINT-RATES, counted from the giver's GIFOUT entries
003300*  already on the ledger today; zero or spaces leaves the
003400*  defaults of 500 points in 3 gifts.  Nothing is written when a
003500*  gift is refused.
003600*
003700*  The giver is debited before the friend is credited, and the
003800*  ledger pair is written only once both balances have moved; a
003900*  step that fails puts back what went before it.  The gift id
004000*  is G, the node's WKRNODE instance id, the time to the
004100*  hundredth and a two-digit count of the day's gifts, so two
004200*  nodes, or two gifts in the same hundredth, cannot share one.
004300*
004400*  Modification history
004500*  ---------------------------------------------------------------
004600*  2026-10-15  jm  Original program.
004700*  2026-10-15  jm  Debit the giver first, check every PTSBAL and
004800*                  PTSLEDGR status and put a failed gift back;
004900*                  instance id and day count in the gift id;
005000*                  friend's country held to the earn rule.
005033*  2026-10-15  jm  A gift refused for the friend's country is
005066*                  not logged as a withheld earn.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PB-PLAYER-ID
005900         FILE STATUS IS GF-BALANCE-FILE-STATUS.
006000     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GF-LEDGER-FILE-STATUS.
006300     SELECT POINT-RATES-FILE ASSIGN TO "PTSRATES"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS GF-RATES-FILE-STATUS.
006600     SELECT REVIEW-FLAG-FILE ASSIGN TO "REVIEWFL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS GF-REVIEW-FILE-STATUS.
006900     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PP-PLAYER-ID
007300         FILE STATUS IS GF-PROFILE-FILE-STATUS.
007400     SELECT WORKER-NODE-FILE ASSIGN TO "WKRNODE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS GF-NODE-FILE-STATUS.

007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  POINTS-BALANCE-FILE.
008000 COPY "ptsbal.cpy".

008100 FD  POINTS-LEDGER-FILE.
008200 COPY "ptsledgr.cpy".

008300 FD  POINT-RATES-FILE.
008400 COPY "ptsrates.cpy".

008500 FD  REVIEW-FLAG-FILE.
008600 COPY "reviewfl.cpy".

008700 FD  PLAYER-PROFILE-FILE.
008800 COPY "playerpf.cpy".

008900 FD  WORKER-NODE-FILE.
009000 COPY "wkrinst.cpy".

009100 WORKING-STORAGE SECTION.
009200     77 GF-BALANCE-FILE-STATUS   PIC X(02) VALUE '00'.
009300        88 GF-BALANCE-FILE-OK              VALUE '00'.
009400     77 GF-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
009500        88 GF-LEDGER-FILE-OK               VALUE '00'.
009600     77 GF-RATES-FILE-STATUS     PIC X(02) VALUE '00'.
009700        88 GF-RATES-FILE-OK                VALUE '00'.
009800     77 GF-REVIEW-FILE-STATUS    PIC X(02) VALUE '00'.
009900        88 GF-REVIEW-FILE-OK               VALUE '00'.
010000     77 GF-PROFILE-FILE-STATUS   PIC X(02) VALUE '00'.
010100        88 GF-PROFILE-FILE-OK              VALUE '00'.
010200     77 GF-NODE-FILE-STATUS      PIC X(02) VALUE '00'.
010300        88 GF-NODE-FILE-OK                 VALUE '00'.
010400     77 GF-LEDGER-EOF-SWITCH     PIC X(01) VALUE 'N'.
010500        88 GF-LEDGER-AT-EOF                VALUE 'Y'.
010600     77 GF-REVIEW-EOF-SWITCH     PIC X(01) VALUE 'N'.
010700        88 GF-REVIEW-AT-EOF                VALUE 'Y'.
010800     77 GF-GIVER-FLAG            PIC X(01) VALUE SPACE.
010900        88 GF-GIVER-FLAGGED                VALUE 'F'.
011000     77 GF-FRIEND-FLAG           PIC X(01) VALUE SPACE.
011100        88 GF-FRIEND-FLAGGED               VALUE 'F'.
011200     77 GF-FRIEND-NEW-REC        PIC X(01) VALUE 'N'.
011300        88 GF-FRIEND-IS-NEW                VALUE 'Y'.
011400     77 GF-DEBIT-SWITCH          PIC X(01) VALUE 'N'.
011500        88 GF-GIVER-DEBITED                VALUE 'Y'.
011600     77 GF-CREDIT-SWITCH         PIC X(01) VALUE 'N'.
011700        88 GF-FRIEND-CREDITED              VALUE 'Y'.
011800     77 GF-BACKOUT-SWITCH        PIC X(01) VALUE 'N'.
011900        88 GF-BACKOUT-FAILED               VALUE 'Y'.

012000     01 GF-HDR-CONTENT-TYPE      PIC X(12) VALUE 'Content-Type'.
012100     01 GF-CONTENT-TYPE          PIC X(16) VALUE
012200        'application/json'.
012300     01 GF-HDR-COOKIE            PIC X(06) VALUE 'Cookie'.
012400     01 GF-STATUS-BAD-REQUEST    PIC A(3) VALUE '400'.
012500     01 GF-STATUS-FORBIDDEN      PIC A(3) VALUE '403'.
012600     01 GF-STATUS-NOT-FOUND      PIC A(3) VALUE '404'.
012700     01 GF-STATUS-UNAVAILABLE    PIC A(3) VALUE '503'.
012800     01 GF-ERROR-BODY            PIC X(60) VALUE SPACES.
012900     01 ARG-NAME-TO              PIC X(02) VALUE 'to'.
013000     01 ARG-NAME-POINTS          PIC X(06) VALUE 'points'.

013100*    Same cookie parse MYSTATS and WORKER's 1560-READ-COOKIES do.
013200     01 GF-COOKIE-HEADER         PIC X(200) VALUE SPACES.
013300     01 GF-COOKIE-POS            PIC 9(03) COMP VALUE ZERO.
013400     01 GF-COOKIE-START          PIC 9(03) COMP VALUE ZERO.
013500     01 GF-COOKIE-WORK           PIC X(60) VALUE SPACES.
013600     01 GF-COOKIE-TOKEN          PIC X(60) VALUE SPACES.
013700     01 GF-GIVER-ID              PIC X(20) VALUE SPACES.
013800     01 GF-FRIEND-ID             PIC X(20) VALUE SPACES.
013900     01 GF-GIFT-POINTS           PIC 9(07) VALUE ZERO.

014000*    The day's limits, defaulted the way REFPAY defaults the
014100*    referral terms, and what the giver has given so far today.
014200     77 GF-DAY-POINTS-LIMIT      PIC 9(07) VALUE 500.
014300     77 GF-DAY-COUNT-LIMIT       PIC 9(03) VALUE 3.
014400     77 GF-GIVEN-POINTS          PIC 9(09) COMP VALUE ZERO.
014500     77 GF-GIVEN-COUNT           PIC 9(05) COMP VALUE ZERO.
014600     77 GF-DAY-GIFTS             PIC 9(05) COMP VALUE ZERO.

014700     01 GF-SYS-DATE              PIC 9(08) VALUE ZERO.
014800     01 GF-SYS-TIME              PIC 9(08) VALUE ZERO.
014900     01 GF-GIFT-ID               PIC X(12) VALUE SPACES.
015000     01 GF-INSTANCE-ID           PIC X(01) VALUE '1'.
015100     01 GF-ID-SEQUENCE           PIC 9(02) VALUE ZERO.
015200     01 GF-ID-QUOTIENT           PIC 9(05) COMP VALUE ZERO.
015300     01 GF-ELIG-ALLOWED          PIC X(01) VALUE 'Y'.
015400     01 GF-ELIG-COUNTRY          PIC X(02) VALUE SPACES.
015450     01 GF-ELIG-LOG              PIC X(01) VALUE 'N'.
015500     01 GF-GIVER-BALANCE         PIC S9(09) VALUE ZERO.
015600     01 GF-NUM-DISPLAY           PIC ZZZZZZZZ9.
015700     01 GF-BAL-DISPLAY           PIC -ZZZZZZZZ9.
015800     01 GF-JSON-BUFFER           PIC X(400) VALUE SPACES.
015900     01 GF-JSON-PTR              PIC 9(05) COMP VALUE ZERO.

016000 PROCEDURE DIVISION.

016100 0000-MAINLINE.
016200     CALL "set_http_header" USING GF-HDR-CONTENT-TYPE
016300                                   GF-CONTENT-TYPE
016400     PERFORM 1000-READ-REQUEST THRU 1000-EXIT
016500     IF GF-ERROR-BODY NOT = SPACES
016600         CALL "set_http_status" USING GF-STATUS-BAD-REQUEST
016700         GO TO 8000-SEND-ERROR
016800     END-IF
016900     PERFORM 2000-CHECK-FRIEND THRU 2000-EXIT
017000     IF GF-ERROR-BODY NOT = SPACES
017100         CALL "set_http_status" USING GF-STATUS-NOT-FOUND
017200         GO TO 8000-SEND-ERROR
017300     END-IF
017400     PERFORM 3000-CHECK-REVIEW-FLAGS THRU 3000-EXIT
017500     IF GF-ERROR-BODY = SPACES
017600         PERFORM 4000-CHECK-DAY-LIMITS THRU 4000-EXIT
017700     END-IF
017800     IF GF-ERROR-BODY = SPACES
017900         PERFORM 4500-MINT-GIFT-ID THRU 4500-EXIT
018000         PERFORM 4600-CHECK-COUNTRY THRU 4600-EXIT
018100     END-IF
018200     IF GF-ERROR-BODY NOT = SPACES
018300         CALL "set_http_status" USING GF-STATUS-FORBIDDEN
018400         GO TO 8000-SEND-ERROR
018500     END-IF
018600     PERFORM 5000-MOVE-BALANCES THRU 5000-EXIT
018700     IF GF-ERROR-BODY NOT = SPACES
018800         GO TO 8000-SEND-ERROR
018900     END-IF
019000     PERFORM 6000-WRITE-LEDGER-PAIR THRU 6000-EXIT
019100     IF GF-ERROR-BODY NOT = SPACES
019200         GO TO 8000-SEND-ERROR
019300     END-IF
019400     PERFORM 7000-BUILD-BODY THRU 7000-EXIT
019500     GO TO 9999-EXIT.

019600*    Who is giving, to whom, and how much.  A missing field leaves
019700*    the error text set for the mainline's 400.
019800 1000-READ-REQUEST.
019900     CALL "get_http_header" USING GF-HDR-COOKIE
020000                                   GF-COOKIE-HEADER
020100     IF GF-COOKIE-HEADER NOT = SPACES
020200         MOVE ZERO TO GF-COOKIE-POS
020300         INSPECT GF-COOKIE-HEADER TALLYING GF-COOKIE-POS
020400             FOR CHARACTERS BEFORE INITIAL 'cobweb_player='
020500         IF GF-COOKIE-POS <= 146
020600             COMPUTE GF-COOKIE-START = GF-COOKIE-POS + 15
020700             MOVE GF-COOKIE-HEADER (GF-COOKIE-START:40)
020800                 TO GF-COOKIE-WORK
020900             MOVE SPACES TO GF-COOKIE-TOKEN
021000             UNSTRING GF-COOKIE-WORK DELIMITED BY ';'
021100                 INTO GF-COOKIE-TOKEN
021200             MOVE GF-COOKIE-TOKEN (1:20) TO GF-GIVER-ID
021300         END-IF
021400     END-IF
021500     IF GF-GIVER-ID = SPACES
021600         MOVE '{"error":"no player cookie"}' TO GF-ERROR-BODY
021700         GO TO 1000-EXIT
021800     END-IF
021900     CALL "get_http_form_str" USING ARG-NAME-TO
022000                                     GF-FRIEND-ID
022100     IF GF-FRIEND-ID = SPACES
022200         MOVE '{"error":"no friend named"}' TO GF-ERROR-BODY
022300         GO TO 1000-EXIT
022400     END-IF
022500     IF GF-FRIEND-ID = GF-GIVER-ID
022600         MOVE '{"error":"cannot gift to yourself"}'
022700             TO GF-ERROR-BODY
022800         GO TO 1000-EXIT
022900     END-IF
023000     CALL "get_http_form" USING ARG-NAME-POINTS
023100         RETURNING GF-GIFT-POINTS
023200     IF GF-GIFT-POINTS NOT NUMERIC OR GF-GIFT-POINTS = ZERO
023300         MOVE '{"error":"points must be a positive number"}'
023400             TO GF-ERROR-BODY
023500     END-IF.
023600 1000-EXIT.
023700     EXIT.

023800*    Points only go to a player who has actually played -- a
023900*    gift to a mistyped id would strand them on no one.
024000 2000-CHECK-FRIEND.
024100     OPEN INPUT PLAYER-PROFILE-FILE
024200     IF NOT GF-PROFILE-FILE-OK
024300         MOVE '{"error":"no profile for that friend"}'
024400             TO GF-ERROR-BODY
024500         GO TO 2000-EXIT
024600     END-IF
024700     MOVE GF-FRIEND-ID TO PP-PLAYER-ID
024800     READ PLAYER-PROFILE-FILE
024900         INVALID KEY
025000             MOVE '{"error":"no profile for that friend"}'
025100                 TO GF-ERROR-BODY
025200     END-READ
025300     CLOSE PLAYER-PROFILE-FILE.
025400 2000-EXIT.
025500     EXIT.

025600*    A cleared flag stays on file, so the latest record for each
025700*    side decides -- the same last-one-wins read LEADERBD makes.
025800 3000-CHECK-REVIEW-FLAGS.
025900     OPEN INPUT REVIEW-FLAG-FILE
026000     IF NOT GF-REVIEW-FILE-OK
026100         GO TO 3000-EXIT
026200     END-IF
026300     PERFORM 3100-READ-ONE-FLAG THRU 3100-EXIT
026400             UNTIL GF-REVIEW-AT-EOF
026500     CLOSE REVIEW-FLAG-FILE
026600     IF GF-GIVER-FLAGGED
026700         MOVE '{"error":"your account is under review"}'
026800             TO GF-ERROR-BODY
026900         GO TO 3000-EXIT
027000     END-IF
027100     IF GF-FRIEND-FLAGGED
027200         MOVE '{"error":"that account is under review"}'
027300             TO GF-ERROR-BODY
027400     END-IF.
027500 3000-EXIT.
027600     EXIT.

027700 3100-READ-ONE-FLAG.
027800     READ REVIEW-FLAG-FILE
027900         AT END
028000             MOVE 'Y' TO GF-REVIEW-EOF-SWITCH
028100         NOT AT END
028200             IF RV-PLAYER-ID = GF-GIVER-ID
028300                 MOVE RV-STATUS TO GF-GIVER-FLAG
028400             END-IF
028500             IF RV-PLAYER-ID = GF-FRIEND-ID
028600                 MOVE RV-STATUS TO GF-FRIEND-FLAG
028700             END-IF
028800     END-READ.
028900 3100-EXIT.
029000     EXIT.

029100*    The day's limits off POINT-RATES, then what the giver has
029200*    already given today off the ledger's GIFOUT entries.  Every
029300*    player's GIFOUT today is counted too, for the gift id.
029400 4000-CHECK-DAY-LIMITS.
029500     ACCEPT GF-SYS-DATE FROM DATE YYYYMMDD
029600     OPEN INPUT POINT-RATES-FILE
029700     IF GF-RATES-FILE-OK
029800         READ POINT-RATES-FILE
029900             NOT AT END
030000                 IF PR-GIFT-DAY-POINTS NUMERIC AND
030100                    PR-GIFT-DAY-POINTS > ZERO
030200                     MOVE PR-GIFT-DAY-POINTS
030300                         TO GF-DAY-POINTS-LIMIT
030400                 END-IF
030500                 IF PR-GIFT-DAY-COUNT NUMERIC AND
030600                    PR-GIFT-DAY-COUNT > ZERO
030700                     MOVE PR-GIFT-DAY-COUNT TO GF-DAY-COUNT-LIMIT
030800                 END-IF
030900         END-READ
031000         CLOSE POINT-RATES-FILE
031100     END-IF
031200     OPEN INPUT POINTS-LEDGER-FILE
031300     IF NOT GF-LEDGER-FILE-OK
031400         MOVE 'Y' TO GF-LEDGER-EOF-SWITCH
031500     END-IF
031600     PERFORM 4100-READ-ONE-ENTRY THRU 4100-EXIT
031700             UNTIL GF-LEDGER-AT-EOF
031800     IF GF-LEDGER-FILE-OK OR GF-LEDGER-FILE-STATUS = '10'
031900         CLOSE POINTS-LEDGER-FILE
032000     END-IF
032100     IF GF-GIVEN-COUNT >= GF-DAY-COUNT-LIMIT
032200         MOVE '{"error":"daily gift count reached"}'
032300             TO GF-ERROR-BODY
032400         GO TO 4000-EXIT
032500     END-IF
032600     IF GF-GIVEN-POINTS + GF-GIFT-POINTS > GF-DAY-POINTS-LIMIT
032700         MOVE '{"error":"gift is over the daily points limit"}'
032800             TO GF-ERROR-BODY
032900     END-IF.
033000 4000-EXIT.
033100     EXIT.

033200 4100-READ-ONE-ENTRY.
033300     READ POINTS-LEDGER-FILE
033400         AT END
033500             MOVE 'Y' TO GF-LEDGER-EOF-SWITCH
033600         NOT AT END
033700             IF PD-DATE = GF-SYS-DATE AND PD-GIFT-OUT-ENTRY
033800                 ADD 1 TO GF-DAY-GIFTS
033900             END-IF
034000             IF PD-DATE = GF-SYS-DATE AND PD-GIFT-OUT-ENTRY AND
034100                PD-PLAYER-ID = GF-GIVER-ID
034200                 ADD 1 TO GF-GIVEN-COUNT
034300                 SUBTRACT PD-POINTS FROM GF-GIVEN-POINTS
034400             END-IF
034500     END-READ.
034600 4100-EXIT.
034700     EXIT.

034800*    G, the instance id off this node's WKRNODE record (no file
034900*    is instance 1, as in WORKER's 1090), HHMMSShh, and the day's
035000*    gift count so far plus one, taken to two digits.
035100 4500-MINT-GIFT-ID.
035200     OPEN INPUT WORKER-NODE-FILE
035300     IF GF-NODE-FILE-OK
035400         READ WORKER-NODE-FILE
035500             AT END
035600                 CONTINUE
035700             NOT AT END
035800                 IF WI-VALID-INSTANCE
035900                     MOVE WI-INSTANCE-ID TO GF-INSTANCE-ID
036000                 END-IF
036100         END-READ
036200         CLOSE WORKER-NODE-FILE
036300     END-IF
036400     ADD 1 TO GF-DAY-GIFTS
036500     DIVIDE GF-DAY-GIFTS BY 100 GIVING GF-ID-QUOTIENT
036600         REMAINDER GF-ID-SEQUENCE
036700     ACCEPT GF-SYS-TIME FROM TIME
036800     MOVE SPACES TO GF-GIFT-ID
036900     STRING 'G' GF-INSTANCE-ID GF-SYS-TIME GF-ID-SEQUENCE
037000         DELIMITED BY SIZE INTO GF-GIFT-ID.
037100 4500-EXIT.
037200     EXIT.

037260*    The friend's side of a gift is an earn like any other, so a
037320*    country that may not be credited points refuses the gift.
037380*    The refusal is the player's answer and nothing was ever
037440*    owed, so it is not logged as a withheld earn.
037500 4600-CHECK-COUNTRY.
037600     CALL "ELIGCHK" USING GF-FRIEND-ID
037700                          GF-GIFT-POINTS
037800                          GF-GIFT-ID
037900                          GF-ELIG-ALLOWED
038000                          GF-ELIG-COUNTRY
038050                          GF-ELIG-LOG
038100     IF GF-ELIG-ALLOWED = 'N'
038200         MOVE '{"error":"that player may not receive points"}'
038300             TO GF-ERROR-BODY
038400     END-IF.
038500 4600-EXIT.
038600     EXIT.

038700*    Both balances move inside one open of PTSBAL.  The giver is
038800*    read, held against an overdraft and debited first; only then
038900*    is the friend read (or started, the way WORKER starts a first
039000*    earn's) and credited.  A credit that fails puts the debit
039100*    back.
039200 5000-MOVE-BALANCES.
039300     OPEN I-O POINTS-BALANCE-FILE
039400     IF NOT GF-BALANCE-FILE-OK
039500         CALL "set_http_status" USING GF-STATUS-UNAVAILABLE
039600         MOVE '{"error":"points are unavailable"}'
039700             TO GF-ERROR-BODY
039800         GO TO 5000-EXIT
039900     END-IF
040000     MOVE GF-GIVER-ID TO PB-PLAYER-ID
040100     READ POINTS-BALANCE-FILE
040200         INVALID KEY
040300             MOVE ZERO TO PB-BALANCE
040400     END-READ
040500     IF NOT GF-BALANCE-FILE-OK AND
040600        GF-BALANCE-FILE-STATUS NOT = '23'
040700         GO TO 5000-FAILED
040800     END-IF
040900     IF PB-BALANCE < GF-GIFT-POINTS
041000         CALL "set_http_status" USING GF-STATUS-FORBIDDEN
041100         MOVE '{"error":"not enough points"}' TO GF-ERROR-BODY
041200         CLOSE POINTS-BALANCE-FILE
041300         GO TO 5000-EXIT
041400     END-IF
041500     SUBTRACT GF-GIFT-POINTS FROM PB-BALANCE
041600     MOVE PB-BALANCE TO GF-GIVER-BALANCE
041700     REWRITE POINTS-BALANCE-RECORD
041800     IF NOT GF-BALANCE-FILE-OK
041900         GO TO 5000-FAILED
042000     END-IF
042100     SET GF-GIVER-DEBITED TO TRUE
042200     MOVE 'N' TO GF-FRIEND-NEW-REC
042300     MOVE GF-FRIEND-ID TO PB-PLAYER-ID
042400     READ POINTS-BALANCE-FILE
042500         INVALID KEY
042600             SET GF-FRIEND-IS-NEW TO TRUE
042700             MOVE GF-FRIEND-ID TO PB-PLAYER-ID
042800             MOVE ZERO TO PB-BALANCE
042900     END-READ
043000     IF NOT GF-BALANCE-FILE-OK AND NOT GF-FRIEND-IS-NEW
043100         GO TO 5000-FAILED
043200     END-IF
043300     ADD GF-GIFT-POINTS TO PB-BALANCE
043400     IF GF-FRIEND-IS-NEW
043500         WRITE POINTS-BALANCE-RECORD
043600     ELSE
043700         REWRITE POINTS-BALANCE-RECORD
043800     END-IF
043900     IF NOT GF-BALANCE-FILE-OK
044000         GO TO 5000-FAILED
044100     END-IF
044200     SET GF-FRIEND-CREDITED TO TRUE
044300     CLOSE POINTS-BALANCE-FILE
044400     GO TO 5000-EXIT.
044500 5000-FAILED.
044600     PERFORM 5900-BACK-OUT-GIFT THRU 5900-EXIT
044700     CLOSE POINTS-BALANCE-FILE
044800     CALL "set_http_status" USING GF-STATUS-UNAVAILABLE
044900     IF GF-BACKOUT-FAILED
045000         MOVE '{"error":"gift failed, points not put back"}'
045100             TO GF-ERROR-BODY
045200     ELSE
045300         MOVE '{"error":"points are unavailable"}'
045400             TO GF-ERROR-BODY
045500     END-IF.
045600 5000-EXIT.
045700     EXIT.

045800*    Takes back whatever 5000 moved, the friend's credit first and
045900*    then the giver's debit, with PTSBAL already open I-O.  A put-
046000*    back that fails is left for support -- PTSVRFY will show it.
046100 5900-BACK-OUT-GIFT.
046200     IF GF-FRIEND-CREDITED
046300         MOVE GF-FRIEND-ID TO PB-PLAYER-ID
046400         READ POINTS-BALANCE-FILE
046500             INVALID KEY
046600                 SET GF-BACKOUT-FAILED TO TRUE
046700                 GO TO 5900-EXIT
046800         END-READ
046900         SUBTRACT GF-GIFT-POINTS FROM PB-BALANCE
047000         REWRITE POINTS-BALANCE-RECORD
047100         IF NOT GF-BALANCE-FILE-OK
047200             SET GF-BACKOUT-FAILED TO TRUE
047300             GO TO 5900-EXIT
047400         END-IF
047500         MOVE 'N' TO GF-CREDIT-SWITCH
047600     END-IF
047700     IF GF-GIVER-DEBITED
047800         MOVE GF-GIVER-ID TO PB-PLAYER-ID
047900         READ POINTS-BALANCE-FILE
048000             INVALID KEY
048100                 SET GF-BACKOUT-FAILED TO TRUE
048200                 GO TO 5900-EXIT
048300         END-READ
048400         ADD GF-GIFT-POINTS TO PB-BALANCE
048500         REWRITE POINTS-BALANCE-RECORD
048600         IF NOT GF-BALANCE-FILE-OK
048700             SET GF-BACKOUT-FAILED TO TRUE
048800             GO TO 5900-EXIT
048900         END-IF
049000         MOVE 'N' TO GF-DEBIT-SWITCH
049100     END-IF.
049200 5900-EXIT.
049300     EXIT.

049400*    The two halves of the pair share the date and the gift id,
049500*    which is what PTSVRFY matches them on.  If the ledger cannot
049600*    be opened, or the GIFOUT half will not write, both balances
049700*    are put back so nothing has moved.  A GIFTIN half that will
049800*    not write after its GIFOUT did is left as PTSVRFY's break.
049900 6000-WRITE-LEDGER-PAIR.
050000     OPEN EXTEND POINTS-LEDGER-FILE
050100     IF NOT GF-LEDGER-FILE-OK
050200         OPEN OUTPUT POINTS-LEDGER-FILE
050300     END-IF
050400     IF NOT GF-LEDGER-FILE-OK
050500         GO TO 6000-FAILED
050600     END-IF
050700     MOVE GF-SYS-DATE TO PD-DATE
050800     MOVE GF-SYS-TIME TO PD-TIME
050900     MOVE GF-GIVER-ID TO PD-PLAYER-ID
051000     SET PD-GIFT-OUT-ENTRY TO TRUE
051100     MOVE GF-GIFT-ID TO PD-REASON
051200     COMPUTE PD-POINTS = ZERO - GF-GIFT-POINTS
051300     WRITE POINTS-LEDGER-RECORD
051400     IF NOT GF-LEDGER-FILE-OK
051500         CLOSE POINTS-LEDGER-FILE
051600         GO TO 6000-FAILED
051700     END-IF
051800     MOVE GF-FRIEND-ID TO PD-PLAYER-ID
051900     SET PD-GIFT-IN-ENTRY TO TRUE
052000     MOVE GF-GIFT-POINTS TO PD-POINTS
052100     WRITE POINTS-LEDGER-RECORD
052200     IF NOT GF-LEDGER-FILE-OK
052300         CALL "set_http_status" USING GF-STATUS-UNAVAILABLE
052400         MOVE '{"error":"gift moved but not fully logged"}'
052500             TO GF-ERROR-BODY
052600     END-IF
052700     CLOSE POINTS-LEDGER-FILE
052800     GO TO 6000-EXIT.
052900 6000-FAILED.
053000     CALL "set_http_status" USING GF-STATUS-UNAVAILABLE
053100     OPEN I-O POINTS-BALANCE-FILE
053200     IF GF-BALANCE-FILE-OK
053300         PERFORM 5900-BACK-OUT-GIFT THRU 5900-EXIT
053400         CLOSE POINTS-BALANCE-FILE
053500     ELSE
053600         SET GF-BACKOUT-FAILED TO TRUE
053700     END-IF
053800     IF GF-BACKOUT-FAILED
053900         MOVE '{"error":"gift not logged, points not put back"}'
054000             TO GF-ERROR-BODY
054100     ELSE
054200         MOVE '{"error":"points are unavailable"}'
054300             TO GF-ERROR-BODY
054400     END-IF.
054500 6000-EXIT.
054600     EXIT.

054700 7000-BUILD-BODY.
054800     MOVE GF-GIFT-POINTS TO GF-NUM-DISPLAY
054900     MOVE GF-GIVER-BALANCE TO GF-BAL-DISPLAY
055000     MOVE SPACES TO GF-JSON-BUFFER
055100     MOVE 1 TO GF-JSON-PTR
055200     STRING '{"gift":"'          DELIMITED BY SIZE
055300            FUNCTION TRIM(GF-GIFT-ID) DELIMITED BY SIZE
055400            '","from":"'         DELIMITED BY SIZE
055500            FUNCTION TRIM(GF-GIVER-ID) DELIMITED BY SIZE
055600            '","to":"'           DELIMITED BY SIZE
055700            FUNCTION TRIM(GF-FRIEND-ID) DELIMITED BY SIZE
055800            '","points":"'       DELIMITED BY SIZE
055900            FUNCTION TRIM(GF-NUM-DISPLAY) DELIMITED BY SIZE
056000            '","balance":"'      DELIMITED BY SIZE
056100            FUNCTION TRIM(GF-BAL-DISPLAY) DELIMITED BY SIZE
056200            '"}'                 DELIMITED BY SIZE
056300         INTO GF-JSON-BUFFER WITH POINTER GF-JSON-PTR
056400     CALL "set_http_body" USING GF-JSON-BUFFER.
056500 7000-EXIT.
056600     EXIT.

056700 8000-SEND-ERROR.
056800     CALL "set_http_body" USING GF-ERROR-BODY
056900     GO TO 9999-EXIT.

057000 9999-EXIT.
057100     STOP RUN.
