000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARTINV.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PARTINV
000900*
001000*  Month-end batch job, run by PERIODCL after BILLVRFY has
001100*  proved the month's usage feed.  Prices each partner's month
001200*  off its PARTNER-RATE rate card: the flat fee, the plays
001300*  inside the PARTNER-CONTRACT allotment at the play price, and
001400*  the plays past it at the overage price.  A partner with no
001500*  contract has no allotment and every play prices at the play
001600*  price.  Plays come off the keyed PARTNER-USAGE counts, the
001700*  same numbers WORKER enforced the allotment against all
001800*  month, so the invoice and the 429s can never disagree.
001900*
002000*  Leaves the invoice register PARTINV.TXT for the account
002100*  managers and the controlled AR interface file PARTINV.DAT
002200*  -- header, one detail per invoice line, trailer with the
002300*  record count and hash total -- the same handshake as
002400*  BILLEXT.DAT, so receivables needs no re-keying.  A partner
002500*  with plays but no rate card can't be priced: it is listed
002600*  as an exception and raises a WARN on the common ALERT file
002700*  so somebody keys the rates before the invoice goes late.
002710*  A non-zero SLA-CREDIT that PARTSLA left for the partner
002720*  and month goes on the invoice as a negative SLACREDT line;
002730*  the latest record for the pair is the one honored.
002800*
002900*  Invoke as:  partinv YYYYMM     (the month being invoiced)
003000*         or:  partinv            (the month before the
003100*                                  business date's month)
003200*  Exits with RETURN-CODE 0.
003300*
003400*  Modification history
003500*  ---------------------------------------------------------------
003600*  2026-10-15  jm  Original program.
003610*  2026-10-15  jm  Credit back missed service levels off the
003620*                  SLA-CREDIT file PARTSLA writes.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARTNER-REGISTRY-FILE ASSIGN TO "PARTREG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS IV-REGISTRY-FILE-STATUS.
004400     SELECT PARTNER-CONTRACT-FILE ASSIGN TO "PARTCONT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS IV-CONTRACT-FILE-STATUS.
004700     SELECT PARTNER-RATE-FILE ASSIGN TO "PARTRATE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS IV-RATE-FILE-STATUS.
005000     SELECT PARTNER-USAGE-FILE ASSIGN TO "PARTUSE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PU-USAGE-KEY
005400         FILE STATUS IS IV-USAGE-FILE-STATUS.
005500     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS IV-BUSDATE-FILE-STATUS.
005800     SELECT ALERT-FILE ASSIGN TO "ALERTS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS IV-ALERT-FILE-STATUS.
006010     SELECT SLA-CREDIT-FILE ASSIGN TO "SLACREDT"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS IV-CREDIT-FILE-STATUS.
006100     SELECT AR-INTERFACE-FILE ASSIGN TO "PARTINV.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS IV-INTERFACE-FILE-STATUS.
006400     SELECT INVOICE-REPORT-FILE ASSIGN TO "PARTINV.TXT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS IV-REPORT-FILE-STATUS.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PARTNER-REGISTRY-FILE.
007000 COPY "partreg.cpy".

007100 FD  PARTNER-CONTRACT-FILE.
007200 COPY "partcont.cpy".

007300 FD  PARTNER-RATE-FILE.
007400 COPY "partrate.cpy".

007410 FD  SLA-CREDIT-FILE.
007420 COPY "slacrdt.cpy".

007500 FD  PARTNER-USAGE-FILE.
007600 COPY "partuse.cpy".

007700 FD  BUSINESS-DATE-FILE.
007800 COPY "busdate.cpy".

007900 FD  ALERT-FILE.
008000 COPY "alertrec.cpy".

008100 FD  AR-INTERFACE-FILE.
008200 COPY "arfeed.cpy".

008300 FD  INVOICE-REPORT-FILE.
008400 01  INVOICE-REPORT-LINE         PIC X(80).

008500 WORKING-STORAGE SECTION.
008600     77 IV-REGISTRY-FILE-STATUS  PIC X(02) VALUE '00'.
008700        88 IV-REGISTRY-FILE-OK             VALUE '00'.
008800     77 IV-CONTRACT-FILE-STATUS  PIC X(02) VALUE '00'.
008900        88 IV-CONTRACT-FILE-OK             VALUE '00'.
009000     77 IV-RATE-FILE-STATUS      PIC X(02) VALUE '00'.
009100        88 IV-RATE-FILE-OK                 VALUE '00'.
009110     77 IV-CREDIT-FILE-STATUS    PIC X(02) VALUE '00'.
009120        88 IV-CREDIT-FILE-OK               VALUE '00'.
009200     77 IV-USAGE-FILE-STATUS     PIC X(02) VALUE '00'.
009300        88 IV-USAGE-FILE-OK                VALUE '00'.
009400     77 IV-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
009500        88 IV-BUSDATE-FILE-OK              VALUE '00'.
009600     77 IV-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
009700        88 IV-ALERT-FILE-OK                VALUE '00'.
009800     77 IV-INTERFACE-FILE-STATUS PIC X(02) VALUE '00'.
009900     77 IV-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
010000     77 IV-EOF-SWITCH            PIC X(01) VALUE 'N'.
010100        88 IV-AT-EOF                       VALUE 'Y'.
010200     77 IV-FOUND-SWITCH          PIC X(01) VALUE 'N'.
010300        88 IV-ENTRY-FOUND                  VALUE 'Y'.
010400     77 IV-USAGE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010500        88 IV-USAGE-FILE-OPEN              VALUE 'Y'.

010600     01 IV-COMMAND-LINE          PIC X(20) VALUE SPACES.
010700     01 IV-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010800     01 IV-PERIOD                PIC 9(06) VALUE ZERO.
010900     01 IV-PERIOD-PARTS REDEFINES IV-PERIOD.
011000        05 IV-PERIOD-YEAR        PIC 9(04).
011100        05 IV-PERIOD-MONTH       PIC 9(02).
011200     77 IV-ALERT-TIME            PIC 9(08) VALUE ZERO.
011300     77 IV-SEEK-ID               PIC X(08) VALUE SPACES.
011400     77 IV-PARTNER-COUNT         PIC 9(03) COMP VALUE ZERO.
011500     77 IV-PARTNER-IDX           PIC 9(03) COMP VALUE ZERO.
011600     77 IV-INVOICE-COUNT         PIC 9(05) COMP VALUE ZERO.
011700     77 IV-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
011800     77 IV-DETAIL-COUNT          PIC 9(09) VALUE ZERO.
011900     77 IV-HASH-TOTAL            PIC S9(13)V99 VALUE ZERO.
012000     77 IV-INSIDE-PLAYS          PIC 9(09) VALUE ZERO.
012100     77 IV-OVER-PLAYS            PIC 9(09) VALUE ZERO.
012200     77 IV-LINE-QUANTITY         PIC 9(09) VALUE ZERO.
012300     77 IV-LINE-AMOUNT           PIC S9(09)V99 VALUE ZERO.
012400     77 IV-INVOICE-TOTAL         PIC S9(09)V99 VALUE ZERO.
012500     77 IV-INVOICE-NUMBER        PIC X(14) VALUE SPACES.
012600     77 IV-LINE-TYPE             PIC X(08) VALUE SPACES.

012700*    ----------------------------------------------------------
012800*    Every partner known to the registry, the rate card, the
012900*    contracts or the month's usage.  The shop embeds on a
013000*    handful of sites; fifty leaves room, same as BILLEXT.
013100*    IV-PTR-RATED is 'Y' once a rate card record is seen,
013110*    IV-PTR-CONTRACTED once a contract record is.
013200*    ----------------------------------------------------------
013300     01 IV-PARTNER-TABLE.
013400        05 IV-PTR-ENTRY OCCURS 50 TIMES.
013500           10 IV-PTR-ID          PIC X(08).
013600           10 IV-PTR-NAME        PIC X(30).
013700           10 IV-PTR-RATED       PIC X(01).
013710           10 IV-PTR-CONTRACTED  PIC X(01).
013800           10 IV-PTR-FLAT-FEE    PIC 9(07)V99.
013900           10 IV-PTR-PLAY-PRICE  PIC 9(03)V9(04).
014000           10 IV-PTR-OVER-PRICE  PIC 9(03)V9(04).
014100           10 IV-PTR-ALLOTMENT   PIC 9(09).
014200           10 IV-PTR-PLAYS       PIC 9(09).
014210           10 IV-PTR-SLA-CREDIT  PIC 9(07)V99.

014300     01 IV-HEADING-1             PIC X(80) VALUE
014400        'PARTINV - PARTNER INVOICE REGISTER'.
014500     01 IV-HEADING-2             PIC X(80).
014600     01 IV-BLANK-LINE            PIC X(80) VALUE SPACES.
014700     01 IV-COLUMN-HEADING.
014800        05 FILLER                PIC X(47) VALUE
014810           '  INVOICE         PARTNER  LINE        QUANTITY'.
014900        05 FILLER                PIC X(33) VALUE
014910           '           AMOUNT'.
015000     01 IV-NAME-LINE.
015100        05 FILLER                PIC X(02) VALUE SPACES.
015200        05 IV-NAM-INVOICE        PIC X(14).
015300        05 FILLER                PIC X(02) VALUE SPACES.
015400        05 IV-NAM-PARTNER        PIC X(08).
015500        05 FILLER                PIC X(01) VALUE SPACE.
015600        05 IV-NAM-NAME           PIC X(30).
015700        05 FILLER                PIC X(23) VALUE SPACES.
015800     01 IV-DETAIL-LINE.
015900        05 FILLER                PIC X(27) VALUE SPACES.
016000        05 IV-DTL-LINE-TYPE      PIC X(08).
016100        05 FILLER                PIC X(01) VALUE SPACE.
016200        05 IV-DTL-QUANTITY       PIC ZZZ,ZZZ,ZZ9.
016300        05 FILLER                PIC X(02) VALUE SPACES.
016400        05 IV-DTL-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
016500        05 FILLER                PIC X(16) VALUE SPACES.
016600     01 IV-TOTAL-LINE.
016700        05 FILLER                PIC X(27) VALUE SPACES.
016800        05 IV-TOT-LABEL          PIC X(20).
016900        05 IV-TOT-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
017000        05 FILLER                PIC X(14) VALUE SPACES.
017100     01 IV-STATUS-LINE.
017200        05 FILLER                PIC X(02) VALUE SPACES.
017300        05 IV-STATUS-TEXT        PIC X(78).

017400 PROCEDURE DIVISION.

017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017700     PERFORM 2000-LOAD-PARTNERS THRU 2000-EXIT
017800     PERFORM 3000-WRITE-INVOICES THRU 3000-EXIT
017900     PERFORM 4000-TERMINATE THRU 4000-EXIT
018000     DISPLAY "PARTINV: period " IV-PERIOD ", "
018100             IV-INVOICE-COUNT " invoice(s), "
018200             IV-EXCEPTION-COUNT " exception(s)"
018300     GO TO 9999-EXIT.

018400 1000-INITIALIZE.
018500     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
018600     ACCEPT IV-COMMAND-LINE FROM COMMAND-LINE
018700     IF IV-COMMAND-LINE (1:6) IS NUMERIC
018800         MOVE IV-COMMAND-LINE (1:6) TO IV-PERIOD
018900     ELSE
019000         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
019100     END-IF
019200     OPEN OUTPUT INVOICE-REPORT-FILE
019300     MOVE SPACES TO IV-HEADING-2
019400     STRING 'Period: ' IV-PERIOD '   run ' IV-BUSINESS-DATE
019500         DELIMITED BY SIZE INTO IV-HEADING-2
019600     WRITE INVOICE-REPORT-LINE FROM IV-HEADING-1
019700     WRITE INVOICE-REPORT-LINE FROM IV-HEADING-2
019800     WRITE INVOICE-REPORT-LINE FROM IV-BLANK-LINE
019900     WRITE INVOICE-REPORT-LINE FROM IV-COLUMN-HEADING
020000     OPEN OUTPUT AR-INTERFACE-FILE
020100     MOVE SPACES TO AR-INTERFACE-RECORD
020200     SET AX-HEADER-RECORD TO TRUE
020300     MOVE 'COBWEBAR' TO AX-HDR-FEED-ID
020400     MOVE IV-BUSINESS-DATE TO AX-HDR-RUN-DATE
020500     MOVE IV-PERIOD TO AX-HDR-PERIOD
020600     WRITE AR-INTERFACE-RECORD.
020700 1000-EXIT.
020800     EXIT.

020900*    Same BUSINESS-DATE idiom as the rest of the suite: the
021000*    window's day, with the clock as a fallback for hand runs.
021100 1020-GET-BUSINESS-DATE.
021200     OPEN INPUT BUSINESS-DATE-FILE
021300     IF IV-BUSDATE-FILE-OK
021400         READ BUSINESS-DATE-FILE
021500             AT END
021600                 ACCEPT IV-BUSINESS-DATE FROM DATE YYYYMMDD
021700             NOT AT END
021800                 MOVE BD-BUSINESS-DATE TO IV-BUSINESS-DATE
021900         END-READ
022000         CLOSE BUSINESS-DATE-FILE
022100     ELSE
022200         ACCEPT IV-BUSINESS-DATE FROM DATE YYYYMMDD
022300     END-IF.
022400 1020-EXIT.
022500     EXIT.

022600*    With no period named, the month just closed: the month
022700*    before the business date's, same default as PERIODCL.
022800 1030-DEFAULT-PERIOD.
022900     MOVE IV-BUSINESS-DATE (1:6) TO IV-PERIOD
023000     IF IV-PERIOD-MONTH = 1
023100         SUBTRACT 1 FROM IV-PERIOD-YEAR
023200         MOVE 12 TO IV-PERIOD-MONTH
023300     ELSE
023400         SUBTRACT 1 FROM IV-PERIOD-MONTH
023500     END-IF.
023600 1030-EXIT.
023700     EXIT.

023800*    Registry for the names, then the contracts -- the first
023900*    record for a partner is the allotment WORKER enforced, so
024000*    it is the one billed -- and the rate card, where the
024050*    latest record overwrites the earlier ones.  Last, each
024100*    partner's keyed usage count for the period, and any
024110*    service-level credit PARTSLA settled for it.
024200 2000-LOAD-PARTNERS.
024300     MOVE 'N' TO IV-EOF-SWITCH
024400     OPEN INPUT PARTNER-REGISTRY-FILE
024500     IF IV-REGISTRY-FILE-OK
024600         PERFORM 2100-LOAD-ONE-REGISTRY THRU 2100-EXIT
024700                 UNTIL IV-AT-EOF
024800         CLOSE PARTNER-REGISTRY-FILE
024900     END-IF
025000     MOVE 'N' TO IV-EOF-SWITCH
025100     OPEN INPUT PARTNER-CONTRACT-FILE
025200     IF IV-CONTRACT-FILE-OK
025300         PERFORM 2200-LOAD-ONE-CONTRACT THRU 2200-EXIT
025400                 UNTIL IV-AT-EOF
025500         CLOSE PARTNER-CONTRACT-FILE
025600     END-IF
025700     MOVE 'N' TO IV-EOF-SWITCH
025800     OPEN INPUT PARTNER-RATE-FILE
025900     IF IV-RATE-FILE-OK
026000         PERFORM 2300-LOAD-ONE-RATE THRU 2300-EXIT
026100                 UNTIL IV-AT-EOF
026200         CLOSE PARTNER-RATE-FILE
026300     END-IF
026310     MOVE 'N' TO IV-EOF-SWITCH
026320     OPEN INPUT SLA-CREDIT-FILE
026330     IF IV-CREDIT-FILE-OK
026340         PERFORM 2350-LOAD-ONE-CREDIT THRU 2350-EXIT
026350                 UNTIL IV-AT-EOF
026360         CLOSE SLA-CREDIT-FILE
026370     END-IF
026400     OPEN INPUT PARTNER-USAGE-FILE
026500     IF IV-USAGE-FILE-OK
026600         MOVE 'Y' TO IV-USAGE-OPEN-SWITCH
026700         PERFORM 2400-READ-ONE-USAGE THRU 2400-EXIT
026800                 VARYING IV-PARTNER-IDX FROM 1 BY 1
026900                 UNTIL IV-PARTNER-IDX > IV-PARTNER-COUNT
027000         CLOSE PARTNER-USAGE-FILE
027100     END-IF.
027200 2000-EXIT.
027300     EXIT.

027400 2100-LOAD-ONE-REGISTRY.
027500     READ PARTNER-REGISTRY-FILE
027600         AT END
027700             MOVE 'Y' TO IV-EOF-SWITCH
027800         NOT AT END
027900             MOVE PG-PARTNER-ID TO IV-SEEK-ID
028000             PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
028100             IF IV-ENTRY-FOUND
028200                 MOVE PG-NAME TO IV-PTR-NAME(IV-PARTNER-IDX)
028300             END-IF
028400     END-READ.
028500 2100-EXIT.
028600     EXIT.

028700 2200-LOAD-ONE-CONTRACT.
028800     READ PARTNER-CONTRACT-FILE
028900         AT END
029000             MOVE 'Y' TO IV-EOF-SWITCH
029100         NOT AT END
029200             MOVE PX-PARTNER-ID TO IV-SEEK-ID
029300             PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
029400             IF IV-ENTRY-FOUND AND
029410                IV-PTR-CONTRACTED(IV-PARTNER-IDX) NOT = 'Y'
029420                 MOVE 'Y' TO IV-PTR-CONTRACTED(IV-PARTNER-IDX)
029500                 MOVE PX-MONTHLY-PLAYS
029600                     TO IV-PTR-ALLOTMENT(IV-PARTNER-IDX)
029700             END-IF
029800     END-READ.
029900 2200-EXIT.
030000     EXIT.

030100 2300-LOAD-ONE-RATE.
030200     READ PARTNER-RATE-FILE
030300         AT END
030400             MOVE 'Y' TO IV-EOF-SWITCH
030500         NOT AT END
030600             MOVE RA-PARTNER-ID TO IV-SEEK-ID
030700             PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
030800             IF IV-ENTRY-FOUND
030900                 MOVE 'Y' TO IV-PTR-RATED(IV-PARTNER-IDX)
031000                 MOVE RA-FLAT-FEE
031100                     TO IV-PTR-FLAT-FEE(IV-PARTNER-IDX)
031200                 MOVE RA-PLAY-PRICE
031300                     TO IV-PTR-PLAY-PRICE(IV-PARTNER-IDX)
031400                 MOVE RA-OVERAGE-PRICE
031500                     TO IV-PTR-OVER-PRICE(IV-PARTNER-IDX)
031600             END-IF
031700     END-READ.
031800 2300-EXIT.
031900     EXIT.

031910*    A rerun of PARTSLA appends; the last record for the
031920*    period stands, zero included.
031930 2350-LOAD-ONE-CREDIT.
031940     READ SLA-CREDIT-FILE
031950         AT END
031960             MOVE 'Y' TO IV-EOF-SWITCH
031970         NOT AT END
031980             IF SC-PERIOD = IV-PERIOD
031981                 MOVE SC-PARTNER-ID TO IV-SEEK-ID
031982                 PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
031983                 IF IV-ENTRY-FOUND
031984                     MOVE SC-CREDIT-AMOUNT
031985                         TO IV-PTR-SLA-CREDIT(IV-PARTNER-IDX)
031986                 END-IF
031987             END-IF
031988     END-READ.
031990 2350-EXIT.
031995     EXIT.

032000 2400-READ-ONE-USAGE.
032100     MOVE IV-PTR-ID(IV-PARTNER-IDX) TO PU-PARTNER-ID
032200     MOVE IV-PERIOD TO PU-MONTH
032300     READ PARTNER-USAGE-FILE
032400         INVALID KEY
032500             CONTINUE
032600         NOT INVALID KEY
032700             MOVE PU-PLAY-COUNT TO IV-PTR-PLAYS(IV-PARTNER-IDX)
032800     END-READ.
032900 2400-EXIT.
033000     EXIT.

033100*    Finds IV-SEEK-ID in the table, adding it when new; leaves
033200*    IV-PARTNER-IDX on the entry.  A full table drops the
033300*    partner, the same as BILLEXT.
033400 2500-FIND-PARTNER.
033500     MOVE 'N' TO IV-FOUND-SWITCH
033600     PERFORM 2510-MATCH-ONE-PARTNER THRU 2510-EXIT
033700             VARYING IV-PARTNER-IDX FROM 1 BY 1
033800             UNTIL IV-PARTNER-IDX > IV-PARTNER-COUNT
033900                OR IV-ENTRY-FOUND
034000     IF IV-ENTRY-FOUND
034100         SUBTRACT 1 FROM IV-PARTNER-IDX
034200         GO TO 2500-EXIT
034300     END-IF
034400     IF IV-PARTNER-COUNT >= 50
034500         GO TO 2500-EXIT
034600     END-IF
034700     ADD 1 TO IV-PARTNER-COUNT
034800     MOVE IV-PARTNER-COUNT TO IV-PARTNER-IDX
034900     MOVE IV-SEEK-ID TO IV-PTR-ID(IV-PARTNER-IDX)
035000     MOVE SPACES TO IV-PTR-NAME(IV-PARTNER-IDX)
035100     MOVE 'N' TO IV-PTR-RATED(IV-PARTNER-IDX)
035110     MOVE 'N' TO IV-PTR-CONTRACTED(IV-PARTNER-IDX)
035200     MOVE ZERO TO IV-PTR-FLAT-FEE(IV-PARTNER-IDX)
035300     MOVE ZERO TO IV-PTR-PLAY-PRICE(IV-PARTNER-IDX)
035400     MOVE ZERO TO IV-PTR-OVER-PRICE(IV-PARTNER-IDX)
035500     MOVE ZERO TO IV-PTR-ALLOTMENT(IV-PARTNER-IDX)
035600     MOVE ZERO TO IV-PTR-PLAYS(IV-PARTNER-IDX)
035610     MOVE ZERO TO IV-PTR-SLA-CREDIT(IV-PARTNER-IDX)
035700     MOVE 'Y' TO IV-FOUND-SWITCH.
035800 2500-EXIT.
035900     EXIT.

036000 2510-MATCH-ONE-PARTNER.
036100     IF IV-PTR-ID(IV-PARTNER-IDX) = IV-SEEK-ID
036200         MOVE 'Y' TO IV-FOUND-SWITCH
036300     END-IF.
036400 2510-EXIT.
036500     EXIT.

036600 3000-WRITE-INVOICES.
036700     PERFORM 3100-INVOICE-ONE-PARTNER THRU 3100-EXIT
036800             VARYING IV-PARTNER-IDX FROM 1 BY 1
036900             UNTIL IV-PARTNER-IDX > IV-PARTNER-COUNT.
037000 3000-EXIT.
037100     EXIT.

037200*    A rated partner is invoiced every month, plays or not --
037300*    the flat fee is owed regardless.  An unrated one with no
037400*    plays owes nothing; with plays it is an exception.
037500 3100-INVOICE-ONE-PARTNER.
037600     IF IV-PTR-RATED(IV-PARTNER-IDX) NOT = 'Y'
037700         IF IV-PTR-PLAYS(IV-PARTNER-IDX) > ZERO
037800             PERFORM 3900-REPORT-UNRATED THRU 3900-EXIT
037900         END-IF
038000         GO TO 3100-EXIT
038100     END-IF
038200     ADD 1 TO IV-INVOICE-COUNT
038300     MOVE ZERO TO IV-INVOICE-TOTAL
038400     MOVE SPACES TO IV-INVOICE-NUMBER
038500     STRING IV-PTR-ID(IV-PARTNER-IDX) IV-PERIOD
038600         DELIMITED BY SIZE INTO IV-INVOICE-NUMBER
038700     MOVE IV-INVOICE-NUMBER TO IV-NAM-INVOICE
038800     MOVE IV-PTR-ID(IV-PARTNER-IDX) TO IV-NAM-PARTNER
038900     MOVE IV-PTR-NAME(IV-PARTNER-IDX) TO IV-NAM-NAME
039000     WRITE INVOICE-REPORT-LINE FROM IV-BLANK-LINE
039100     WRITE INVOICE-REPORT-LINE FROM IV-NAME-LINE
039200*    Split the plays at the allotment; no contract, no split.
039300     MOVE IV-PTR-PLAYS(IV-PARTNER-IDX) TO IV-INSIDE-PLAYS
039400     MOVE ZERO TO IV-OVER-PLAYS
039500     IF IV-PTR-ALLOTMENT(IV-PARTNER-IDX) > ZERO AND
039600        IV-PTR-PLAYS(IV-PARTNER-IDX) >
039700            IV-PTR-ALLOTMENT(IV-PARTNER-IDX)
039800         MOVE IV-PTR-ALLOTMENT(IV-PARTNER-IDX) TO IV-INSIDE-PLAYS
039900         COMPUTE IV-OVER-PLAYS = IV-PTR-PLAYS(IV-PARTNER-IDX)
040000             - IV-PTR-ALLOTMENT(IV-PARTNER-IDX)
040100     END-IF
040200     IF IV-PTR-FLAT-FEE(IV-PARTNER-IDX) > ZERO
040300         MOVE 'FLATFEE' TO IV-LINE-TYPE
040400         MOVE 1 TO IV-LINE-QUANTITY
040500         MOVE IV-PTR-FLAT-FEE(IV-PARTNER-IDX) TO IV-LINE-AMOUNT
040600         PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT
040700     END-IF
040800     IF IV-INSIDE-PLAYS > ZERO
040900         MOVE 'PLAYS' TO IV-LINE-TYPE
041000         MOVE IV-INSIDE-PLAYS TO IV-LINE-QUANTITY
041100         COMPUTE IV-LINE-AMOUNT ROUNDED = IV-INSIDE-PLAYS
041200             * IV-PTR-PLAY-PRICE(IV-PARTNER-IDX)
041300         PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT
041400     END-IF
041500     IF IV-OVER-PLAYS > ZERO
041600         MOVE 'OVERAGE' TO IV-LINE-TYPE
041700         MOVE IV-OVER-PLAYS TO IV-LINE-QUANTITY
041800         COMPUTE IV-LINE-AMOUNT ROUNDED = IV-OVER-PLAYS
041900             * IV-PTR-OVER-PRICE(IV-PARTNER-IDX)
042000         PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT
042100     END-IF
042110     IF IV-PTR-SLA-CREDIT(IV-PARTNER-IDX) > ZERO
042120         MOVE 'SLACREDT' TO IV-LINE-TYPE
042130         MOVE 1 TO IV-LINE-QUANTITY
042140         COMPUTE IV-LINE-AMOUNT =
042150             ZERO - IV-PTR-SLA-CREDIT(IV-PARTNER-IDX)
042160         PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT
042170     END-IF
042200     MOVE 'Invoice total' TO IV-TOT-LABEL
042300     MOVE IV-INVOICE-TOTAL TO IV-TOT-AMOUNT
042400     WRITE INVOICE-REPORT-LINE FROM IV-TOTAL-LINE.
042500 3100-EXIT.
042600     EXIT.

042700*    One priced line to both the register and the AR feed; the
042800*    hash total is the sum of the amounts the feed carries.
042900 3500-WRITE-ONE-LINE.
043000     MOVE IV-LINE-TYPE TO IV-DTL-LINE-TYPE
043100     MOVE IV-LINE-QUANTITY TO IV-DTL-QUANTITY
043200     MOVE IV-LINE-AMOUNT TO IV-DTL-AMOUNT
043300     WRITE INVOICE-REPORT-LINE FROM IV-DETAIL-LINE
043400     MOVE SPACES TO AR-INTERFACE-RECORD
043500     SET AX-DETAIL-RECORD TO TRUE
043600     MOVE IV-INVOICE-NUMBER TO AX-DTL-INVOICE
043700     MOVE IV-PTR-ID(IV-PARTNER-IDX) TO AX-DTL-PARTNER
043800     MOVE IV-LINE-TYPE TO AX-DTL-LINE-TYPE
043900     MOVE IV-LINE-QUANTITY TO AX-DTL-QUANTITY
044000     MOVE IV-LINE-AMOUNT TO AX-DTL-AMOUNT
044100     WRITE AR-INTERFACE-RECORD
044200     ADD 1 TO IV-DETAIL-COUNT
044300     ADD IV-LINE-AMOUNT TO IV-HASH-TOTAL
044400     ADD IV-LINE-AMOUNT TO IV-INVOICE-TOTAL.
044500 3500-EXIT.
044600     EXIT.

044700*    Plays nobody can price: listed on the register, and a WARN
044800*    keyed on the partner so ALERTER pages each one separately.
044900 3900-REPORT-UNRATED.
045000     ADD 1 TO IV-EXCEPTION-COUNT
045100     MOVE SPACES TO IV-STATUS-TEXT
045200     STRING 'EXCEPTION: partner ' IV-PTR-ID(IV-PARTNER-IDX)
045300            ' has plays but no rate card -- not invoiced'
045400         DELIMITED BY SIZE INTO IV-STATUS-TEXT
045500     WRITE INVOICE-REPORT-LINE FROM IV-BLANK-LINE
045600     WRITE INVOICE-REPORT-LINE FROM IV-STATUS-LINE
045700     ACCEPT IV-ALERT-TIME FROM TIME
045800     MOVE IV-BUSINESS-DATE TO AR-DATE
045900     MOVE IV-ALERT-TIME TO AR-TIME
046000     SET AR-SEV-WARNING TO TRUE
046100     MOVE 'PARTINV' TO AR-PROGRAM
046200     MOVE SPACES TO AR-ALERT-KEY
046300     STRING 'NORATE-' IV-PTR-ID(IV-PARTNER-IDX)
046400         DELIMITED BY SIZE INTO AR-ALERT-KEY
046500     MOVE SPACES TO AR-MESSAGE
046600     STRING 'partner ' IV-PTR-ID(IV-PARTNER-IDX)
046700            ' played in ' IV-PERIOD ' with no rate card'
046800         DELIMITED BY SIZE INTO AR-MESSAGE
046900     OPEN EXTEND ALERT-FILE
047000     IF NOT IV-ALERT-FILE-OK
047100         OPEN OUTPUT ALERT-FILE
047200     END-IF
047300     WRITE ALERT-RECORD
047400     CLOSE ALERT-FILE.
047500 3900-EXIT.
047600     EXIT.

047700 4000-TERMINATE.
047800     MOVE SPACES TO AR-INTERFACE-RECORD
047900     SET AX-TRAILER-RECORD TO TRUE
048000     MOVE IV-DETAIL-COUNT TO AX-TRL-RECORD-COUNT
048100     MOVE IV-HASH-TOTAL TO AX-TRL-HASH-TOTAL
048200     WRITE AR-INTERFACE-RECORD
048300     CLOSE AR-INTERFACE-FILE
048400     WRITE INVOICE-REPORT-LINE FROM IV-BLANK-LINE
048500     IF IV-INVOICE-COUNT = ZERO
048600         MOVE 'no rated partners on file' TO IV-STATUS-TEXT
048700         WRITE INVOICE-REPORT-LINE FROM IV-STATUS-LINE
048800     END-IF
048900     MOVE 'Total invoiced' TO IV-TOT-LABEL
049000     MOVE IV-HASH-TOTAL TO IV-TOT-AMOUNT
049100     WRITE INVOICE-REPORT-LINE FROM IV-TOTAL-LINE
049200     CLOSE INVOICE-REPORT-FILE
049300     MOVE 0 TO RETURN-CODE.
049400 4000-EXIT.
049500     EXIT.

049600 9999-EXIT.
049700     STOP RUN.
