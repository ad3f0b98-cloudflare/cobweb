000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MYUSAGE.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MYUSAGE
000900*
001000*  Partner self-service usage endpoint, served over the same
001100*  HTTP calls as WORKER and MYSTATS.  The partner presents its
001200*  registry id on "partner" and its shared secret on
001300*  "partnerkey" -- the same proof WORKER's 2276-AUTHENTICATE-
001400*  PARTNER demands of a play -- and gets back JSON: the month-
001500*  to-date PARTNER-USAGE count, the PARTNER-CONTRACT allotment,
001600*  the percent burned and a day-by-day breakdown for the month
001700*  off PARTNER-LOG.  The same numbers PARTUSRP prints every
001800*  morning, without an account manager reading them back over
001900*  email.  A pure read apart from the rejection trail.
002000*
002100*  No "partner" field gets 400.  A failed proof gets 401 and is
002200*  recorded on PARTNER-REJECT with the same NOKEY / BADKEY /
002300*  UNKNOWN reasons WORKER uses, so PARTAUTH's nightly report
002400*  shows somebody probing this endpoint just as it shows them
002500*  probing plays.  A partner with no contract has no allotment
002600*  and the body carries no percent.  Every value goes out as a
002700*  quoted string, the convention WORKER's JSON bodies follow.
002800*
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-10-15  jm  Original program.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARTNER-REGISTRY-FILE ASSIGN TO "PARTREG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS MU-PARTREG-FILE-STATUS.
003900     SELECT PARTNER-REJECT-FILE ASSIGN TO "PARTREJ"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS MU-PARTREJ-FILE-STATUS.
004200     SELECT PARTNER-CONTRACT-FILE ASSIGN TO "PARTCONT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS MU-CONTRACT-FILE-STATUS.
004500     SELECT PARTNER-USAGE-FILE ASSIGN TO "PARTUSE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PU-USAGE-KEY
004900         FILE STATUS IS MU-USAGE-FILE-STATUS.
005000     SELECT PARTNER-LOG-FILE ASSIGN TO "PARTLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS MU-PARTLOG-FILE-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PARTNER-REGISTRY-FILE.
005600 COPY "partreg.cpy".

005700 FD  PARTNER-REJECT-FILE.
005800 COPY "partrej.cpy".

005900 FD  PARTNER-CONTRACT-FILE.
006000 COPY "partcont.cpy".

006100 FD  PARTNER-USAGE-FILE.
006200 COPY "partuse.cpy".

006300 FD  PARTNER-LOG-FILE.
006400 COPY "partlog.cpy".

006500 WORKING-STORAGE SECTION.
006600     77 MU-PARTREG-FILE-STATUS   PIC X(02) VALUE '00'.
006700        88 MU-PARTREG-FILE-OK              VALUE '00'.
006800     77 MU-PARTREJ-FILE-STATUS   PIC X(02) VALUE '00'.
006900        88 MU-PARTREJ-FILE-OK              VALUE '00'.
007000     77 MU-CONTRACT-FILE-STATUS  PIC X(02) VALUE '00'.
007100        88 MU-CONTRACT-FILE-OK             VALUE '00'.
007200     77 MU-USAGE-FILE-STATUS     PIC X(02) VALUE '00'.
007300        88 MU-USAGE-FILE-OK                VALUE '00'.
007400     77 MU-PARTLOG-FILE-STATUS   PIC X(02) VALUE '00'.
007500        88 MU-PARTLOG-FILE-OK              VALUE '00'.
007600     77 MU-EOF-SWITCH            PIC X(01) VALUE 'N'.
007700        88 MU-AT-EOF                       VALUE 'Y'.
007800     77 MU-PARTNER-AUTH-SW       PIC X(01) VALUE 'U'.
007900        88 MU-PARTNER-AUTHENTIC            VALUE 'A'.
008000        88 MU-PARTNER-BAD-KEY              VALUE 'B'.
008100        88 MU-PARTNER-UNKNOWN              VALUE 'U'.
008110     77 MU-CONTRACT-FOUND-SW     PIC X(01) VALUE 'N'.
008120        88 MU-CONTRACT-FOUND               VALUE 'Y'.

008200     01 MU-HDR-CONTENT-TYPE      PIC X(12) VALUE 'Content-Type'.
008300     01 MU-CONTENT-TYPE          PIC X(16) VALUE
008400        'application/json'.
008500     01 MU-HDR-CLIENT-IP         PIC X(16) VALUE
008600        'CF-Connecting-IP'.
008700     01 MU-STATUS-BAD-REQUEST    PIC A(3) VALUE '400'.
008800     01 MU-STATUS-UNAUTHORIZED   PIC A(3) VALUE '401'.
008900     01 MU-ERROR-BODY            PIC X(40) VALUE SPACES.
009000     01 ARG-NAME-PARTNER         PIC X(07) VALUE 'partner'.
009100     01 ARG-NAME-PARTNERKEY      PIC X(10) VALUE 'partnerkey'.

009200     01 MU-PARTNER-ID            PIC X(08) VALUE SPACES.
009300     01 MU-PARTNER-KEY           PIC X(16) VALUE SPACES.
009400     01 MU-CLIENT-IP             PIC X(40) VALUE SPACES.
009500     01 MU-PARTREJ-REASON        PIC X(08) VALUE SPACES.
009600     01 MU-SYS-DATE              PIC 9(08) VALUE ZERO.
009700     01 MU-SYS-DATE-PARTS REDEFINES MU-SYS-DATE.
009800        05 MU-SYS-MONTH          PIC 9(06).
009900        05 MU-SYS-DAY            PIC 9(02).
010000     01 MU-SYS-TIME              PIC 9(08) VALUE ZERO.
010100     01 MU-MONTH-USED            PIC 9(09) VALUE ZERO.
010200     01 MU-ALLOTMENT             PIC 9(09) VALUE ZERO.
010300     01 MU-PCT-WORK              PIC S9(05)V9(01) VALUE ZERO.
010400     01 MU-PCT-DISPLAY           PIC ZZZZ9.9.
010500     01 MU-LOG-DAY               PIC 9(02) VALUE ZERO.

010600*    Plays per day of the month so far, off PARTNER-LOG.
010700     77 MU-DAY-IDX               PIC 9(02) COMP VALUE ZERO.
010800     01 MU-DAY-TABLE.
010900        05 MU-DAY-PLAYS          PIC 9(09) COMP OCCURS 31 TIMES.

011000     01 MU-NUM-DISPLAY           PIC ZZZZZZZZ9.
011100     01 MU-JSON-BUFFER           PIC X(4000) VALUE SPACES.
011200     01 MU-JSON-PTR              PIC 9(05) COMP VALUE ZERO.

011300 PROCEDURE DIVISION.

011400 0000-MAINLINE.
011500     CALL "set_http_header" USING MU-HDR-CONTENT-TYPE
011600                                   MU-CONTENT-TYPE
011700     CALL "get_http_form_str" USING ARG-NAME-PARTNER
011800                                     MU-PARTNER-ID
011900     IF MU-PARTNER-ID = SPACES
012000         CALL "set_http_status" USING MU-STATUS-BAD-REQUEST
012100         MOVE '{"error":"no partner id"}' TO MU-ERROR-BODY
012200         CALL "set_http_body" USING MU-ERROR-BODY
012300         GO TO 9999-EXIT
012400     END-IF
012500     CALL "get_http_form_str" USING ARG-NAME-PARTNERKEY
012600                                     MU-PARTNER-KEY
012700     PERFORM 1000-AUTHENTICATE-PARTNER THRU 1000-EXIT
012800     IF NOT MU-PARTNER-AUTHENTIC
012900         PERFORM 1200-RECORD-REJECTION THRU 1200-EXIT
013000         CALL "set_http_status" USING MU-STATUS-UNAUTHORIZED
013100         MOVE '{"error":"partner not authenticated"}'
013200             TO MU-ERROR-BODY
013300         CALL "set_http_body" USING MU-ERROR-BODY
013400         GO TO 9999-EXIT
013500     END-IF
013600     ACCEPT MU-SYS-DATE FROM DATE YYYYMMDD
013700     PERFORM 2000-READ-CONTRACT THRU 2000-EXIT
013800     PERFORM 3000-READ-MONTH-USAGE THRU 3000-EXIT
013900     PERFORM 4000-GATHER-DAYS THRU 4000-EXIT
014000     PERFORM 5000-BUILD-BODY THRU 5000-EXIT
014100     GO TO 9999-EXIT.

014200*    The registry is the only authority, exactly as in WORKER:
014300*    an id it doesn't carry can't authenticate, and a missing
014400*    registry file means no partner can.
014500 1000-AUTHENTICATE-PARTNER.
014600     MOVE 'U' TO MU-PARTNER-AUTH-SW
014700     MOVE 'N' TO MU-EOF-SWITCH
014800     OPEN INPUT PARTNER-REGISTRY-FILE
014900     IF NOT MU-PARTREG-FILE-OK
015000         GO TO 1000-EXIT
015100     END-IF
015200     PERFORM 1100-CHECK-ONE-PARTNER THRU 1100-EXIT
015300             UNTIL MU-AT-EOF
015400                OR MU-PARTNER-AUTHENTIC OR MU-PARTNER-BAD-KEY
015500     CLOSE PARTNER-REGISTRY-FILE.
015600 1000-EXIT.
015700     EXIT.

015800 1100-CHECK-ONE-PARTNER.
015900     READ PARTNER-REGISTRY-FILE
016000         AT END
016100             MOVE 'Y' TO MU-EOF-SWITCH
016200         NOT AT END
016300             IF PG-PARTNER-ID = MU-PARTNER-ID
016400                 IF PG-SECRET = MU-PARTNER-KEY AND
016500                    PG-SECRET NOT = SPACES
016600                     MOVE 'A' TO MU-PARTNER-AUTH-SW
016700                 ELSE
016800                     MOVE 'B' TO MU-PARTNER-AUTH-SW
016900                 END-IF
017000             END-IF
017100     END-READ.
017200 1100-EXIT.
017300     EXIT.

017400*    Same record, same reasons and same open-extend idiom as
017500*    WORKER's 2277-RECORD-REJECTION.
017600 1200-RECORD-REJECTION.
017700     EVALUATE TRUE
017800         WHEN MU-PARTNER-KEY = SPACES
017900             MOVE 'NOKEY' TO MU-PARTREJ-REASON
018000         WHEN MU-PARTNER-UNKNOWN
018100             MOVE 'UNKNOWN' TO MU-PARTREJ-REASON
018200         WHEN OTHER
018300             MOVE 'BADKEY' TO MU-PARTREJ-REASON
018400     END-EVALUATE
018500     CALL "get_http_header" USING MU-HDR-CLIENT-IP
018600                                   MU-CLIENT-IP
018700     ACCEPT MU-SYS-DATE FROM DATE YYYYMMDD
018800     ACCEPT MU-SYS-TIME FROM TIME
018900     MOVE MU-SYS-DATE TO PJ-DATE
019000     MOVE MU-SYS-TIME TO PJ-TIME
019100     MOVE MU-PARTNER-ID TO PJ-CLAIMED-PARTNER
019200     MOVE MU-CLIENT-IP TO PJ-CLIENT-IP
019300     MOVE MU-PARTREJ-REASON TO PJ-REASON
019400     OPEN EXTEND PARTNER-REJECT-FILE
019500     IF NOT MU-PARTREJ-FILE-OK
019600         OPEN OUTPUT PARTNER-REJECT-FILE
019700     END-IF
019800     WRITE PARTNER-REJECT-RECORD
019900     CLOSE PARTNER-REJECT-FILE.
020000 1200-EXIT.
020100     EXIT.

020200*    The partner's first contract record is the one in force,
020300*    the same reading WORKER's 2279-CHECK-PARTNER-QUOTA gives.
020400 2000-READ-CONTRACT.
020500     MOVE 'N' TO MU-EOF-SWITCH
020550     MOVE 'N' TO MU-CONTRACT-FOUND-SW
020600     OPEN INPUT PARTNER-CONTRACT-FILE
020700     IF NOT MU-CONTRACT-FILE-OK
020800         GO TO 2000-EXIT
020900     END-IF
021000     PERFORM 2100-SCAN-ONE-CONTRACT THRU 2100-EXIT
021100             UNTIL MU-AT-EOF OR MU-CONTRACT-FOUND
021200     CLOSE PARTNER-CONTRACT-FILE.
021300 2000-EXIT.
021400     EXIT.

021500 2100-SCAN-ONE-CONTRACT.
021600     READ PARTNER-CONTRACT-FILE
021700         AT END
021800             MOVE 'Y' TO MU-EOF-SWITCH
021900         NOT AT END
022000             IF PX-PARTNER-ID = MU-PARTNER-ID
022050                 MOVE 'Y' TO MU-CONTRACT-FOUND-SW
022100                 MOVE PX-MONTHLY-PLAYS TO MU-ALLOTMENT
022200             END-IF
022300     END-READ.
022400 2100-EXIT.
022500     EXIT.

022600*    The keyed count WORKER enforces the allotment against --
022700*    the headline number has to be the one the 429 answers to.
022800 3000-READ-MONTH-USAGE.
022900     OPEN INPUT PARTNER-USAGE-FILE
023000     IF NOT MU-USAGE-FILE-OK
023100         GO TO 3000-EXIT
023200     END-IF
023300     MOVE MU-PARTNER-ID TO PU-PARTNER-ID
023400     MOVE MU-SYS-MONTH TO PU-MONTH
023500     READ PARTNER-USAGE-FILE
023600         INVALID KEY
023700             CONTINUE
023800         NOT INVALID KEY
023900             MOVE PU-PLAY-COUNT TO MU-MONTH-USED
024000     END-READ
024100     CLOSE PARTNER-USAGE-FILE.
024200 3000-EXIT.
024300     EXIT.

024400 4000-GATHER-DAYS.
024500     INITIALIZE MU-DAY-TABLE
024600     MOVE 'N' TO MU-EOF-SWITCH
024700     OPEN INPUT PARTNER-LOG-FILE
024800     IF NOT MU-PARTLOG-FILE-OK
024900         GO TO 4000-EXIT
025000     END-IF
025100     PERFORM 4100-TALLY-ONE-PLAY THRU 4100-EXIT
025200             UNTIL MU-AT-EOF
025300     CLOSE PARTNER-LOG-FILE.
025400 4000-EXIT.
025500     EXIT.

025600 4100-TALLY-ONE-PLAY.
025700     READ PARTNER-LOG-FILE
025800         AT END
025900             MOVE 'Y' TO MU-EOF-SWITCH
026000         NOT AT END
026100             IF PT-PARTNER-ID = MU-PARTNER-ID AND
026200                PT-DATE (1:6) = MU-SYS-MONTH
026300                 MOVE PT-DATE (7:2) TO MU-LOG-DAY
026400                 IF MU-LOG-DAY >= 1 AND MU-LOG-DAY <= 31
026500                     ADD 1 TO MU-DAY-PLAYS(MU-LOG-DAY)
026600                 END-IF
026700             END-IF
026800     END-READ.
026900 4100-EXIT.
027000     EXIT.

027100*    Built up field by field with a running pointer, the same
027200*    way MYSTATS builds its body.  Every day of the month so
027300*    far goes out, quiet days included, so a partner's chart
027400*    has no gaps to explain.
027500 5000-BUILD-BODY.
027600     MOVE SPACES TO MU-JSON-BUFFER
027700     MOVE 1 TO MU-JSON-PTR
027800     STRING '{"partner":"'       DELIMITED BY SIZE
027900            FUNCTION TRIM(MU-PARTNER-ID) DELIMITED BY SIZE
028000            '","month":"'        DELIMITED BY SIZE
028100            MU-SYS-MONTH         DELIMITED BY SIZE
028200            '"'                  DELIMITED BY SIZE
028300         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
028400     MOVE MU-MONTH-USED TO MU-NUM-DISPLAY
028500     STRING ',"used":' DELIMITED BY SIZE
028600         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
028700     PERFORM 5110-EMIT-VALUE THRU 5110-EXIT
028800     MOVE MU-ALLOTMENT TO MU-NUM-DISPLAY
028900     STRING ',"allotment":' DELIMITED BY SIZE
029000         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
029100     PERFORM 5110-EMIT-VALUE THRU 5110-EXIT
029200     IF MU-ALLOTMENT > ZERO
029300         COMPUTE MU-PCT-WORK ROUNDED =
029400             (MU-MONTH-USED * 100) / MU-ALLOTMENT
029500         MOVE MU-PCT-WORK TO MU-PCT-DISPLAY
029600         STRING ',"burned":"' DELIMITED BY SIZE
029700                FUNCTION TRIM(MU-PCT-DISPLAY) DELIMITED BY SIZE
029800                '"' DELIMITED BY SIZE
029900             INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
030000     END-IF
030100     PERFORM 5200-EMIT-DAYS THRU 5200-EXIT
030200     STRING '}' DELIMITED BY SIZE
030300         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
030400     CALL "set_http_body" USING MU-JSON-BUFFER.
030500 5000-EXIT.
030600     EXIT.

030700 5110-EMIT-VALUE.
030800     STRING '"' FUNCTION TRIM(MU-NUM-DISPLAY) '"'
030900         DELIMITED BY SIZE
031000         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR.
031100 5110-EXIT.
031200     EXIT.

031300 5200-EMIT-DAYS.
031400     STRING ',"days":[' DELIMITED BY SIZE
031500         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
031600     PERFORM 5210-EMIT-ONE-DAY THRU 5210-EXIT
031700             VARYING MU-DAY-IDX FROM 1 BY 1
031800             UNTIL MU-DAY-IDX > MU-SYS-DAY
031900     STRING ']' DELIMITED BY SIZE
032000         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR.
032100 5200-EXIT.
032200     EXIT.

032300 5210-EMIT-ONE-DAY.
032400     IF MU-DAY-IDX > 1
032500         STRING ',' DELIMITED BY SIZE
032600             INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
032700     END-IF
032800     MOVE MU-DAY-IDX TO MU-LOG-DAY
032900     STRING '{"date":"' MU-SYS-MONTH MU-LOG-DAY '","plays":'
033000         DELIMITED BY SIZE
033100         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR
033200     MOVE MU-DAY-PLAYS(MU-DAY-IDX) TO MU-NUM-DISPLAY
033300     PERFORM 5110-EMIT-VALUE THRU 5110-EXIT
033400     STRING '}' DELIMITED BY SIZE
033500         INTO MU-JSON-BUFFER WITH POINTER MU-JSON-PTR.
033600 5210-EXIT.
033700     EXIT.

033800 9999-EXIT.
033900     STOP RUN.
