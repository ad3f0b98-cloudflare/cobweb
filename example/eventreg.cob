000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVENTREG.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  EVENTREG
000900*
001000*  Entry to a points buy-in event, served over the same HTTP
001100*  calls MYSTATS and PTSGIFT use.  The player is whoever the
001200*  cobweb_player cookie says; the "event" form field names the
001300*  event.  The event's EV-ENTRY-FEE comes off the player's
001400*  POINTS-BALANCE and goes onto the event's pool account -- the
001500*  balance record keyed '*POOL ' and the event id -- as a BUYIN
001600*  pair on the POINTS-LEDGER, both balances moving in the one
001700*  open of the file, so PTSVRFY still cross-foots to the point.
001800*  The entry itself goes on EVENT-ENTRY, which is what WORKER
001900*  checks before it takes the event's tag on a play and what
002000*  EVENTPAY refunds from if the event is cancelled.
002100*
002200*  An entry is refused when:
002300*    - there is no player cookie or no event named        (400)
002400*    - the event is not on EVENTDEF                       (404)
002500*    - the event is free, cancelled or already closed, or the
002600*      player's balance will not cover the fee            (403)
002700*    - the player has already entered                     (409)
002800*    - PTSBAL, PTSLEDGR or EVENTENT cannot be updated     (503)
002900*  Nothing is written when an entry is refused.
003000*
003100*  The player is debited before the pool is credited, and the
003200*  BUYIN pair and the EVENT-ENTRY row are written only once both
003300*  balances have moved.  A balance or BUYIN line that fails puts
003400*  back what went before it; an entry row that will not write
003500*  after its BUYIN pair did is reversed with a second BUYIN pair
003600*  of the opposite sign.  REFUND is left to EVENTPAY, which pays
003700*  no entrant twice who already has one for the event.
003800*
003900*  Modification history
004000*  ---------------------------------------------------------------
004100*  2026-10-15  jm  Original program.
004200*  2026-10-15  jm  Debit the player first, check every PTSBAL,
004300*                  PTSLEDGR and EVENTENT status and put a failed
004400*                  entry back.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT EVENT-DEFINITION-FILE ASSIGN TO "EVENTDEF"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS ET-EVENT-FILE-STATUS.
005200     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTENT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS ET-ENTRY-FILE-STATUS.
005500     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PB-PLAYER-ID
005900         FILE STATUS IS ET-BALANCE-FILE-STATUS.
006000     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS ET-LEDGER-FILE-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  EVENT-DEFINITION-FILE.
006600 COPY "eventdef.cpy".

006700 FD  EVENT-ENTRY-FILE.
006800 COPY "eventent.cpy".

006900 FD  POINTS-BALANCE-FILE.
007000 COPY "ptsbal.cpy".

007100 FD  POINTS-LEDGER-FILE.
007200 COPY "ptsledgr.cpy".

007300 WORKING-STORAGE SECTION.
007400     77 ET-EVENT-FILE-STATUS     PIC X(02) VALUE '00'.
007500        88 ET-EVENT-FILE-OK                VALUE '00'.
007600     77 ET-ENTRY-FILE-STATUS     PIC X(02) VALUE '00'.
007700        88 ET-ENTRY-FILE-OK                VALUE '00'.
007800     77 ET-BALANCE-FILE-STATUS   PIC X(02) VALUE '00'.
007900        88 ET-BALANCE-FILE-OK              VALUE '00'.
008000     77 ET-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
008100        88 ET-LEDGER-FILE-OK               VALUE '00'.
008200     77 ET-EVENT-EOF-SWITCH      PIC X(01) VALUE 'N'.
008300        88 ET-EVENT-AT-EOF                 VALUE 'Y'.
008400     77 ET-ENTRY-EOF-SWITCH      PIC X(01) VALUE 'N'.
008500        88 ET-ENTRY-AT-EOF                 VALUE 'Y'.
008600     77 ET-EVENT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
008700        88 ET-EVENT-FOUND                  VALUE 'Y'.
008800     77 ET-ENTERED-SWITCH        PIC X(01) VALUE 'N'.
008900        88 ET-ALREADY-ENTERED              VALUE 'Y'.
009000     77 ET-POOL-NEW-REC          PIC X(01) VALUE 'N'.
009100        88 ET-POOL-IS-NEW                  VALUE 'Y'.
009200     77 ET-DEBIT-SWITCH          PIC X(01) VALUE 'N'.
009300        88 ET-PLAYER-DEBITED               VALUE 'Y'.
009400     77 ET-CREDIT-SWITCH         PIC X(01) VALUE 'N'.
009500        88 ET-POOL-CREDITED                VALUE 'Y'.
009600     77 ET-BACKOUT-SWITCH        PIC X(01) VALUE 'N'.
009700        88 ET-BACKOUT-FAILED               VALUE 'Y'.

009800     01 ET-HDR-CONTENT-TYPE      PIC X(12) VALUE 'Content-Type'.
009900     01 ET-CONTENT-TYPE          PIC X(16) VALUE
010000        'application/json'.
010100     01 ET-HDR-COOKIE            PIC X(06) VALUE 'Cookie'.
010200     01 ET-STATUS-BAD-REQUEST    PIC A(3) VALUE '400'.
010300     01 ET-STATUS-FORBIDDEN      PIC A(3) VALUE '403'.
010400     01 ET-STATUS-NOT-FOUND      PIC A(3) VALUE '404'.
010500     01 ET-STATUS-CONFLICT       PIC A(3) VALUE '409'.
010600     01 ET-STATUS-UNAVAILABLE    PIC A(3) VALUE '503'.
010700     01 ET-ERROR-BODY            PIC X(60) VALUE SPACES.
010800     01 ARG-NAME-EVENT           PIC X(05) VALUE 'event'.

010900*    Same cookie parse MYSTATS and WORKER's 1560-READ-COOKIES do.
011000     01 ET-COOKIE-HEADER         PIC X(200) VALUE SPACES.
011100     01 ET-COOKIE-POS            PIC 9(03) COMP VALUE ZERO.
011200     01 ET-COOKIE-START          PIC 9(03) COMP VALUE ZERO.
011300     01 ET-COOKIE-WORK           PIC X(60) VALUE SPACES.
011400     01 ET-COOKIE-TOKEN          PIC X(60) VALUE SPACES.
011500     01 ET-PLAYER-ID             PIC X(20) VALUE SPACES.
011600     01 ET-EVENT-ID              PIC X(08) VALUE SPACES.

011700     01 ET-POOL-ID.
011800        05 FILLER                PIC X(06) VALUE '*POOL '.
011900        05 ET-POOL-EVENT         PIC X(08) VALUE SPACES.
012000        05 FILLER                PIC X(06) VALUE SPACES.
012100     01 ET-ENTRY-FEE             PIC 9(07) VALUE ZERO.
012200     01 ET-END-DATE              PIC 9(08) VALUE ZERO.
012300     01 ET-CANCEL-FLAG           PIC X(01) VALUE SPACE.
012400     01 ET-SYS-DATE              PIC 9(08) VALUE ZERO.
012500     01 ET-SYS-TIME              PIC 9(08) VALUE ZERO.
012600     01 ET-PLAYER-BALANCE        PIC S9(09) VALUE ZERO.
012700     01 ET-NUM-DISPLAY           PIC ZZZZZZZZ9.
012800     01 ET-BAL-DISPLAY           PIC -ZZZZZZZZ9.
012900     01 ET-JSON-BUFFER           PIC X(400) VALUE SPACES.
013000     01 ET-JSON-PTR              PIC 9(05) COMP VALUE ZERO.

013100 PROCEDURE DIVISION.

013200 0000-MAINLINE.
013300     CALL "set_http_header" USING ET-HDR-CONTENT-TYPE
013400                                   ET-CONTENT-TYPE
013500     PERFORM 1000-READ-REQUEST THRU 1000-EXIT
013600     IF ET-ERROR-BODY NOT = SPACES
013700         CALL "set_http_status" USING ET-STATUS-BAD-REQUEST
013800         GO TO 8000-SEND-ERROR
013900     END-IF
014000     PERFORM 2000-FIND-EVENT THRU 2000-EXIT
014100     IF NOT ET-EVENT-FOUND
014200         CALL "set_http_status" USING ET-STATUS-NOT-FOUND
014300         MOVE '{"error":"no such event"}' TO ET-ERROR-BODY
014400         GO TO 8000-SEND-ERROR
014500     END-IF
014600     PERFORM 2100-CHECK-EVENT-OPEN THRU 2100-EXIT
014700     IF ET-ERROR-BODY NOT = SPACES
014800         CALL "set_http_status" USING ET-STATUS-FORBIDDEN
014900         GO TO 8000-SEND-ERROR
015000     END-IF
015100     PERFORM 3000-CHECK-ENTERED THRU 3000-EXIT
015200     IF ET-ALREADY-ENTERED
015300         CALL "set_http_status" USING ET-STATUS-CONFLICT
015400         MOVE '{"error":"already entered"}' TO ET-ERROR-BODY
015500         GO TO 8000-SEND-ERROR
015600     END-IF
015700     PERFORM 4000-MOVE-BALANCES THRU 4000-EXIT
015800     IF ET-ERROR-BODY NOT = SPACES
015900         GO TO 8000-SEND-ERROR
016000     END-IF
016100     PERFORM 5000-WRITE-LEDGER-PAIR THRU 5000-EXIT
016200     IF ET-ERROR-BODY NOT = SPACES
016300         GO TO 8000-SEND-ERROR
016400     END-IF
016500     PERFORM 6000-WRITE-ENTRY THRU 6000-EXIT
016600     IF ET-ERROR-BODY NOT = SPACES
016700         GO TO 8000-SEND-ERROR
016800     END-IF
016900     PERFORM 7000-BUILD-BODY THRU 7000-EXIT
017000     GO TO 9999-EXIT.

017100*    Who is entering, and which event.  A missing field leaves
017200*    the error text set for the mainline's 400.
017300 1000-READ-REQUEST.
017400     CALL "get_http_header" USING ET-HDR-COOKIE
017500                                   ET-COOKIE-HEADER
017600     IF ET-COOKIE-HEADER NOT = SPACES
017700         MOVE ZERO TO ET-COOKIE-POS
017800         INSPECT ET-COOKIE-HEADER TALLYING ET-COOKIE-POS
017900             FOR CHARACTERS BEFORE INITIAL 'cobweb_player='
018000         IF ET-COOKIE-POS <= 146
018100             COMPUTE ET-COOKIE-START = ET-COOKIE-POS + 15
018200             MOVE ET-COOKIE-HEADER (ET-COOKIE-START:40)
018300                 TO ET-COOKIE-WORK
018400             MOVE SPACES TO ET-COOKIE-TOKEN
018500             UNSTRING ET-COOKIE-WORK DELIMITED BY ';'
018600                 INTO ET-COOKIE-TOKEN
018700             MOVE ET-COOKIE-TOKEN (1:20) TO ET-PLAYER-ID
018800         END-IF
018900     END-IF
019000     IF ET-PLAYER-ID = SPACES
019100         MOVE '{"error":"no player cookie"}' TO ET-ERROR-BODY
019200         GO TO 1000-EXIT
019300     END-IF
019400     CALL "get_http_form_str" USING ARG-NAME-EVENT
019500                                     ET-EVENT-ID
019600     IF ET-EVENT-ID = SPACES
019700         MOVE '{"error":"event id is required"}' TO ET-ERROR-BODY
019800     END-IF.
019900 1000-EXIT.
020000     EXIT.

020100 2000-FIND-EVENT.
020200     OPEN INPUT EVENT-DEFINITION-FILE
020300     IF NOT ET-EVENT-FILE-OK
020400         GO TO 2000-EXIT
020500     END-IF
020600     PERFORM 2010-READ-ONE-EVENT THRU 2010-EXIT
020700             UNTIL ET-EVENT-AT-EOF OR ET-EVENT-FOUND
020800     CLOSE EVENT-DEFINITION-FILE.
020900 2000-EXIT.
021000     EXIT.

021100 2010-READ-ONE-EVENT.
021200     READ EVENT-DEFINITION-FILE
021300         AT END
021400             MOVE 'Y' TO ET-EVENT-EOF-SWITCH
021500         NOT AT END
021600             IF EV-EVENT-ID = ET-EVENT-ID
021700                 MOVE 'Y' TO ET-EVENT-FOUND-SWITCH
021800                 MOVE EV-END-DATE TO ET-END-DATE
021900                 MOVE EV-STATUS TO ET-CANCEL-FLAG
022000                 IF EV-ENTRY-FEE NUMERIC
022100                     MOVE EV-ENTRY-FEE TO ET-ENTRY-FEE
022200                 END-IF
022300             END-IF
022400     END-READ.
022500 2010-EXIT.
022600     EXIT.

022700*    Entry stays open until the event closes, so a player can
022800*    still buy in on the last night.
022900 2100-CHECK-EVENT-OPEN.
023000     ACCEPT ET-SYS-DATE FROM DATE YYYYMMDD
023100     EVALUATE TRUE
023200         WHEN ET-ENTRY-FEE = ZERO
023300             MOVE '{"error":"event is free -- no entry needed"}'
023400                 TO ET-ERROR-BODY
023500         WHEN ET-CANCEL-FLAG = 'X'
023600             MOVE '{"error":"event is cancelled"}'
023700                 TO ET-ERROR-BODY
023800         WHEN ET-SYS-DATE > ET-END-DATE
023900             MOVE '{"error":"event has closed"}' TO ET-ERROR-BODY
024000     END-EVALUATE.
024100 2100-EXIT.
024200     EXIT.

024300 3000-CHECK-ENTERED.
024400     OPEN INPUT EVENT-ENTRY-FILE
024500     IF NOT ET-ENTRY-FILE-OK
024600         GO TO 3000-EXIT
024700     END-IF
024800     PERFORM 3010-READ-ONE-ENTRY THRU 3010-EXIT
024900             UNTIL ET-ENTRY-AT-EOF OR ET-ALREADY-ENTERED
025000     CLOSE EVENT-ENTRY-FILE.
025100 3000-EXIT.
025200     EXIT.

025300 3010-READ-ONE-ENTRY.
025400     READ EVENT-ENTRY-FILE
025500         AT END
025600             MOVE 'Y' TO ET-ENTRY-EOF-SWITCH
025700         NOT AT END
025800             IF EN-EVENT-ID = ET-EVENT-ID AND
025900                EN-PLAYER-ID = ET-PLAYER-ID
026000                 MOVE 'Y' TO ET-ENTERED-SWITCH
026100             END-IF
026200     END-READ.
026300 3010-EXIT.
026400     EXIT.

026500*    The player's balance is read, held against the fee and
026600*    debited first; only then is the pool's read (or started on
026700*    the event's first entry) and credited -- the same one-open
026800*    discipline PTSGIFT keeps.  A credit that fails puts the debit
026900*    back.
027000 4000-MOVE-BALANCES.
027100     OPEN I-O POINTS-BALANCE-FILE
027200     IF NOT ET-BALANCE-FILE-OK
027300         CALL "set_http_status" USING ET-STATUS-UNAVAILABLE
027400         MOVE '{"error":"points are unavailable"}'
027500             TO ET-ERROR-BODY
027600         GO TO 4000-EXIT
027700     END-IF
027800     MOVE ET-PLAYER-ID TO PB-PLAYER-ID
027900     READ POINTS-BALANCE-FILE
028000         INVALID KEY
028100             MOVE ZERO TO PB-BALANCE
028200     END-READ
028300     IF NOT ET-BALANCE-FILE-OK AND
028400        ET-BALANCE-FILE-STATUS NOT = '23'
028500         GO TO 4000-FAILED
028600     END-IF
028700     IF PB-BALANCE < ET-ENTRY-FEE
028800         CALL "set_http_status" USING ET-STATUS-FORBIDDEN
028900         MOVE '{"error":"not enough points for the entry fee"}'
029000             TO ET-ERROR-BODY
029100         CLOSE POINTS-BALANCE-FILE
029200         GO TO 4000-EXIT
029300     END-IF
029400     SUBTRACT ET-ENTRY-FEE FROM PB-BALANCE
029500     MOVE PB-BALANCE TO ET-PLAYER-BALANCE
029600     REWRITE POINTS-BALANCE-RECORD
029700     IF NOT ET-BALANCE-FILE-OK
029800         GO TO 4000-FAILED
029900     END-IF
030000     SET ET-PLAYER-DEBITED TO TRUE
030100     MOVE ET-EVENT-ID TO ET-POOL-EVENT
030200     MOVE 'N' TO ET-POOL-NEW-REC
030300     MOVE ET-POOL-ID TO PB-PLAYER-ID
030400     READ POINTS-BALANCE-FILE
030500         INVALID KEY
030600             SET ET-POOL-IS-NEW TO TRUE
030700             MOVE ET-POOL-ID TO PB-PLAYER-ID
030800             MOVE ZERO TO PB-BALANCE
030900     END-READ
031000     IF NOT ET-BALANCE-FILE-OK AND NOT ET-POOL-IS-NEW
031100         GO TO 4000-FAILED
031200     END-IF
031300     ADD ET-ENTRY-FEE TO PB-BALANCE
031400     IF ET-POOL-IS-NEW
031500         WRITE POINTS-BALANCE-RECORD
031600     ELSE
031700         REWRITE POINTS-BALANCE-RECORD
031800     END-IF
031900     IF NOT ET-BALANCE-FILE-OK
032000         GO TO 4000-FAILED
032100     END-IF
032200     SET ET-POOL-CREDITED TO TRUE
032300     CLOSE POINTS-BALANCE-FILE
032400     GO TO 4000-EXIT.
032500 4000-FAILED.
032600     PERFORM 4900-BACK-OUT-FEE THRU 4900-EXIT
032700     CLOSE POINTS-BALANCE-FILE
032800     CALL "set_http_status" USING ET-STATUS-UNAVAILABLE
032900     IF ET-BACKOUT-FAILED
033000         MOVE '{"error":"entry failed, points not put back"}'
033100             TO ET-ERROR-BODY
033200     ELSE
033300         MOVE '{"error":"points are unavailable"}'
033400             TO ET-ERROR-BODY
033500     END-IF.
033600 4000-EXIT.
033700     EXIT.

033800*    Takes back whatever 4000 moved, the pool's credit first and
033900*    then the player's debit, with PTSBAL already open I-O.  A
034000*    put-back that fails is left for support -- PTSVRFY shows it.
034100 4900-BACK-OUT-FEE.
034200     IF ET-POOL-CREDITED
034300         MOVE ET-POOL-ID TO PB-PLAYER-ID
034400         READ POINTS-BALANCE-FILE
034500             INVALID KEY
034600                 SET ET-BACKOUT-FAILED TO TRUE
034700                 GO TO 4900-EXIT
034800         END-READ
034900         SUBTRACT ET-ENTRY-FEE FROM PB-BALANCE
035000         REWRITE POINTS-BALANCE-RECORD
035100         IF NOT ET-BALANCE-FILE-OK
035200             SET ET-BACKOUT-FAILED TO TRUE
035300             GO TO 4900-EXIT
035400         END-IF
035500         MOVE 'N' TO ET-CREDIT-SWITCH
035600     END-IF
035700     IF ET-PLAYER-DEBITED
035800         MOVE ET-PLAYER-ID TO PB-PLAYER-ID
035900         READ POINTS-BALANCE-FILE
036000             INVALID KEY
036100                 SET ET-BACKOUT-FAILED TO TRUE
036200                 GO TO 4900-EXIT
036300         END-READ
036400         ADD ET-ENTRY-FEE TO PB-BALANCE
036500         MOVE PB-BALANCE TO ET-PLAYER-BALANCE
036600         REWRITE POINTS-BALANCE-RECORD
036700         IF NOT ET-BALANCE-FILE-OK
036800             SET ET-BACKOUT-FAILED TO TRUE
036900             GO TO 4900-EXIT
037000         END-IF
037100         MOVE 'N' TO ET-DEBIT-SWITCH
037200     END-IF.
037300 4900-EXIT.
037400     EXIT.

037500*    Reopens PTSBAL to put both balances back when the ledger or
037600*    the entry row cannot be written after 4000 succeeded.
037700 4950-REOPEN-AND-BACK-OUT.
037800     OPEN I-O POINTS-BALANCE-FILE
037900     IF ET-BALANCE-FILE-OK
038000         PERFORM 4900-BACK-OUT-FEE THRU 4900-EXIT
038100         CLOSE POINTS-BALANCE-FILE
038200     ELSE
038300         SET ET-BACKOUT-FAILED TO TRUE
038400     END-IF.
038500 4950-EXIT.
038600     EXIT.

038700*    If the ledger cannot be opened, or the player's BUYIN line
038800*    will not write, both balances are put back so nothing has
038900*    moved.  A pool line that will not write after the player's
039000*    did is left as PTSVRFY's break and the entry is not taken.
039100 5000-WRITE-LEDGER-PAIR.
039200     ACCEPT ET-SYS-TIME FROM TIME
039300     OPEN EXTEND POINTS-LEDGER-FILE
039400     IF NOT ET-LEDGER-FILE-OK
039500         OPEN OUTPUT POINTS-LEDGER-FILE
039600     END-IF
039700     IF NOT ET-LEDGER-FILE-OK
039800         GO TO 5000-FAILED
039900     END-IF
040000     MOVE ET-SYS-DATE TO PD-DATE
040100     MOVE ET-SYS-TIME TO PD-TIME
040200     SET PD-BUYIN-ENTRY TO TRUE
040300     MOVE ET-EVENT-ID TO PD-REASON
040400     MOVE ET-PLAYER-ID TO PD-PLAYER-ID
040500     COMPUTE PD-POINTS = ZERO - ET-ENTRY-FEE
040600     WRITE POINTS-LEDGER-RECORD
040700     IF NOT ET-LEDGER-FILE-OK
040800         CLOSE POINTS-LEDGER-FILE
040900         GO TO 5000-FAILED
041000     END-IF
041100     MOVE ET-POOL-ID TO PD-PLAYER-ID
041200     MOVE ET-ENTRY-FEE TO PD-POINTS
041300     WRITE POINTS-LEDGER-RECORD
041400     IF NOT ET-LEDGER-FILE-OK
041500         CALL "set_http_status" USING ET-STATUS-UNAVAILABLE
041600         MOVE '{"error":"entry fee not fully logged"}'
041700             TO ET-ERROR-BODY
041800     END-IF
041900     CLOSE POINTS-LEDGER-FILE
042000     GO TO 5000-EXIT.
042100 5000-FAILED.
042200     CALL "set_http_status" USING ET-STATUS-UNAVAILABLE
042300     PERFORM 4950-REOPEN-AND-BACK-OUT THRU 4950-EXIT
042400     IF ET-BACKOUT-FAILED
042500         MOVE '{"error":"entry not logged, points not put back"}'
042600             TO ET-ERROR-BODY
042700     ELSE
042800         MOVE '{"error":"points are unavailable"}'
042900             TO ET-ERROR-BODY
043000     END-IF.
043100 5000-EXIT.
043200     EXIT.

043300*    An entry row that will not write leaves a fee paid for an
043400*    event the player is not in, so both balances are put back
043500*    and the BUYIN pair reversed by one of the opposite sign.
043600 6000-WRITE-ENTRY.
043700     MOVE ET-EVENT-ID TO EN-EVENT-ID
043800     MOVE ET-PLAYER-ID TO EN-PLAYER-ID
043900     MOVE ET-SYS-DATE TO EN-DATE
044000     MOVE ET-SYS-TIME TO EN-TIME
044100     MOVE ET-ENTRY-FEE TO EN-FEE-PAID
044200     OPEN EXTEND EVENT-ENTRY-FILE
044300     IF NOT ET-ENTRY-FILE-OK
044400         OPEN OUTPUT EVENT-ENTRY-FILE
044500     END-IF
044600     IF NOT ET-ENTRY-FILE-OK
044700         GO TO 6000-FAILED
044800     END-IF
044900     WRITE EVENT-ENTRY-RECORD
045000     IF NOT ET-ENTRY-FILE-OK
045100         CLOSE EVENT-ENTRY-FILE
045200         GO TO 6000-FAILED
045300     END-IF
045400     CLOSE EVENT-ENTRY-FILE
045500     GO TO 6000-EXIT.
045600 6000-FAILED.
045700     CALL "set_http_status" USING ET-STATUS-UNAVAILABLE
045800     PERFORM 4950-REOPEN-AND-BACK-OUT THRU 4950-EXIT
045900     IF ET-BACKOUT-FAILED
046000         MOVE '{"error":"entry not taken, points not put back"}'
046100             TO ET-ERROR-BODY
046200         GO TO 6000-EXIT
046300     END-IF
046400     MOVE '{"error":"entry not taken, reversal not logged"}'
046500         TO ET-ERROR-BODY
046600     OPEN EXTEND POINTS-LEDGER-FILE
046700     IF NOT ET-LEDGER-FILE-OK
046800         GO TO 6000-EXIT
046900     END-IF
047000     MOVE ET-SYS-DATE TO PD-DATE
047100     MOVE ET-SYS-TIME TO PD-TIME
047200     SET PD-BUYIN-ENTRY TO TRUE
047300     MOVE ET-EVENT-ID TO PD-REASON
047400     MOVE ET-PLAYER-ID TO PD-PLAYER-ID
047500     MOVE ET-ENTRY-FEE TO PD-POINTS
047600     WRITE POINTS-LEDGER-RECORD
047700     IF ET-LEDGER-FILE-OK
047800         MOVE ET-POOL-ID TO PD-PLAYER-ID
047900         COMPUTE PD-POINTS = ZERO - ET-ENTRY-FEE
048000         WRITE POINTS-LEDGER-RECORD
048100     END-IF
048200     IF ET-LEDGER-FILE-OK
048300         MOVE '{"error":"entry could not be taken"}'
048400             TO ET-ERROR-BODY
048500     END-IF
048600     CLOSE POINTS-LEDGER-FILE.
048700 6000-EXIT.
048800     EXIT.

048900 7000-BUILD-BODY.
049000     MOVE ET-ENTRY-FEE TO ET-NUM-DISPLAY
049100     MOVE ET-PLAYER-BALANCE TO ET-BAL-DISPLAY
049200     MOVE SPACES TO ET-JSON-BUFFER
049300     MOVE 1 TO ET-JSON-PTR
049400     STRING '{"event":"'         DELIMITED BY SIZE
049500            FUNCTION TRIM(ET-EVENT-ID) DELIMITED BY SIZE
049600            '","player":"'       DELIMITED BY SIZE
049700            FUNCTION TRIM(ET-PLAYER-ID) DELIMITED BY SIZE
049800            '","fee":"'          DELIMITED BY SIZE
049900            FUNCTION TRIM(ET-NUM-DISPLAY) DELIMITED BY SIZE
050000            '","balance":"'      DELIMITED BY SIZE
050100            FUNCTION TRIM(ET-BAL-DISPLAY) DELIMITED BY SIZE
050200            '"}'                 DELIMITED BY SIZE
050300         INTO ET-JSON-BUFFER WITH POINTER ET-JSON-PTR
050400     CALL "set_http_body" USING ET-JSON-BUFFER.
050500 7000-EXIT.
050600     EXIT.

050700 8000-SEND-ERROR.
050800     CALL "set_http_body" USING ET-ERROR-BODY
050900     GO TO 9999-EXIT.

051000 9999-EXIT.
051100     STOP RUN.
