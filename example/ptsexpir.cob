000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTSEXPIR.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PTSEXPIR
000900*
001000*  Nightly batch job.  Applies the points expiry rule off the
001100*  POINT-RATES record: an EARN entry's points expire
001200*  PR-EXPIRY-MONTHS months after the business date it posted,
001300*  oldest first.  Everything a player has spent -- redemptions,
001400*  negative adjustments, earlier expiries, net of any refunds --
001500*  is taken to have come out of their oldest earns, so what is
001600*  due to expire tonight is their earns through the cutoff date
001700*  less everything spent, never more than the balance.  That is
001800*  posted as an EXPIRE entry on POINTS-LEDGER and taken off
001900*  POINTS-BALANCE in the same pass, so PTSVRFY still cross-foots
002000*  behind it.  Because the sum is always net of earlier EXPIRE
002100*  entries, a rerun of the same night expires nothing twice.
002200*
002300*  The same pass looks thirty days ahead: a consented player
002400*  whose earns from the day that will cross the cutoff thirty
002500*  days from now are still unspent gets one warning on the
002600*  outbound MESSAGE-QUEUE, in PLAYSTMT's notice idiom.
002700*
002800*  A zero or blank PR-EXPIRY-MONTHS means points never expire;
002900*  the job says so on its report and ends clean.
003000*
003100*  Invoke as:  ptsexpir
003200*  Exits with RETURN-CODE 0.
003300*
003400*  Modification history
003500*  ---------------------------------------------------------------
003600*  2026-10-15  jm  Original program.
003650*  2026-10-15  jm  Skip contacts MAILFBK has marked undeliverable.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS XP-LEDGER-FILE-STATUS.
004400     SELECT EXPIRY-SORT-FILE ASSIGN TO "SRTEXPR".
004500     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PB-PLAYER-ID
004900         FILE STATUS IS XP-BALANCE-FILE-STATUS.
005000     SELECT POINT-RATES-FILE ASSIGN TO "PTSRATES"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS XP-RATES-FILE-STATUS.
005300     SELECT PLAYER-CONTACT-FILE ASSIGN TO "CONTACT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CT-PLAYER-ID
005700         FILE STATUS IS XP-CONTACT-FILE-STATUS.
005800     SELECT MESSAGE-QUEUE-FILE ASSIGN TO "MSGQUEUE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS XP-MSGQ-FILE-STATUS.
006100     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS XP-BUSDATE-FILE-STATUS.
006400     SELECT EXPIRY-REPORT-FILE ASSIGN TO "PTSEXPIR.TXT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS XP-REPORT-FILE-STATUS.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  POINTS-LEDGER-FILE.
007000 COPY "ptsledgr.cpy".

007100 SD  EXPIRY-SORT-FILE.
007200 01  XP-SORT-RECORD.
007300     05  XP-SORT-PLAYER          PIC X(20).
007400     05  XP-SORT-DATE            PIC 9(08).
007500     05  XP-SORT-TYPE            PIC X(06).
007600     05  XP-SORT-POINTS          PIC S9(07).

007700 FD  POINTS-BALANCE-FILE.
007800 COPY "ptsbal.cpy".

007900 FD  POINT-RATES-FILE.
008000 COPY "ptsrates.cpy".

008100 FD  PLAYER-CONTACT-FILE.
008200 COPY "contact.cpy".

008300 FD  MESSAGE-QUEUE-FILE.
008400 COPY "msgqueue.cpy".

008500 FD  BUSINESS-DATE-FILE.
008600 COPY "busdate.cpy".

008700 FD  EXPIRY-REPORT-FILE.
008800 01  EXPIRY-REPORT-LINE          PIC X(80).

008900 WORKING-STORAGE SECTION.
009000     77 XP-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
009100        88 XP-LEDGER-FILE-OK               VALUE '00'.
009200     77 XP-BALANCE-FILE-STATUS   PIC X(02) VALUE '00'.
009300        88 XP-BALANCE-FILE-OK              VALUE '00'.
009400     77 XP-RATES-FILE-STATUS     PIC X(02) VALUE '00'.
009500        88 XP-RATES-FILE-OK                VALUE '00'.
009600     77 XP-CONTACT-FILE-STATUS   PIC X(02) VALUE '00'.
009700        88 XP-CONTACT-FILE-OK              VALUE '00'.
009800     77 XP-MSGQ-FILE-STATUS      PIC X(02) VALUE '00'.
009900        88 XP-MSGQ-FILE-OK                 VALUE '00'.
010000     77 XP-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
010100        88 XP-BUSDATE-FILE-OK              VALUE '00'.
010200     77 XP-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
010300     77 XP-LEDGER-EOF-SWITCH     PIC X(01) VALUE 'N'.
010400        88 XP-LEDGER-AT-EOF                VALUE 'Y'.
010500     77 XP-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
010600        88 XP-SORT-AT-EOF                  VALUE 'Y'.
010700     77 XP-BALANCE-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010800        88 XP-BALANCE-FILE-OPEN            VALUE 'Y'.
010900     77 XP-CONTACT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011000        88 XP-CONTACT-FILE-OPEN            VALUE 'Y'.

011100     01 XP-RUN-DATE              PIC 9(08) VALUE ZERO.
011150     01 XP-RUN-DATE-PARTS REDEFINES XP-RUN-DATE.
011160        05 XP-RUN-YEAR           PIC 9(04).
011170        05 XP-RUN-MONTH          PIC 9(02).
011180        05 XP-RUN-DAY            PIC 9(02).
011200     77 XP-RUN-INTEGER           PIC S9(09) COMP VALUE ZERO.
011300     77 XP-SYS-TIME              PIC 9(08) VALUE ZERO.
011400     77 XP-EXPIRY-MONTHS         PIC 9(03) VALUE ZERO.
011500     77 XP-MONTH-COUNT           PIC S9(07) COMP VALUE ZERO.
011600     77 XP-CUTOFF-YEAR           PIC 9(04) VALUE ZERO.
011700     77 XP-CUTOFF-MONTH          PIC 9(02) VALUE ZERO.
011800     77 XP-CUTOFF-DAY            PIC 9(02) VALUE ZERO.
011900     77 XP-LAST-DAY              PIC 9(02) VALUE ZERO.
012000     77 XP-NEXT-FIRST            PIC 9(08) VALUE ZERO.
012100     77 XP-WORK-DATE             PIC 9(08) VALUE ZERO.
012200     77 XP-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
012300     77 XP-CUTOFF-INTEGER        PIC S9(09) COMP VALUE ZERO.
012400     77 XP-WARN-DATE             PIC 9(08) VALUE ZERO.
012500     77 XP-WARN-PRIOR-DATE       PIC 9(08) VALUE ZERO.
012600     77 XP-WARN-EXPIRES          PIC 9(08) VALUE ZERO.

012700*    Per-player accumulators, reset at each player break.
012800     77 XP-CURRENT-PLAYER        PIC X(20) VALUE SPACES.
012900     77 XP-OLD-EARN              PIC S9(09) COMP VALUE ZERO.
013000     77 XP-WARN-EARN             PIC S9(09) COMP VALUE ZERO.
013100     77 XP-PRIOR-EARN            PIC S9(09) COMP VALUE ZERO.
013200     77 XP-OTHER-NET             PIC S9(09) COMP VALUE ZERO.
013300     77 XP-PLAYER-NET            PIC S9(09) COMP VALUE ZERO.
013400     77 XP-SPENT                 PIC S9(09) COMP VALUE ZERO.
013500     77 XP-DUE                   PIC S9(09) COMP VALUE ZERO.
013600     77 XP-WARN-THROUGH          PIC S9(09) COMP VALUE ZERO.
013700     77 XP-WARN-BEFORE           PIC S9(09) COMP VALUE ZERO.
013800     77 XP-WARN-POINTS           PIC S9(09) COMP VALUE ZERO.
013900     77 XP-DISPLAY-POINTS        PIC 9(07) VALUE ZERO.

014000     77 XP-PLAYERS-EXPIRED       PIC 9(07) VALUE ZERO.
014100     77 XP-POINTS-EXPIRED        PIC 9(09) VALUE ZERO.
014200     77 XP-WARNINGS-QUEUED       PIC 9(07) VALUE ZERO.
014300     77 XP-UNPOSTED-COUNT        PIC 9(07) VALUE ZERO.

014400     01 XP-HEADING-1             PIC X(80) VALUE
014500        'PTSEXPIR - POINTS EXPIRY'.
014600     01 XP-HEADING-2             PIC X(80).
014700     01 XP-BLANK-LINE            PIC X(80) VALUE SPACES.
014800     01 XP-COLUMN-HEADING        PIC X(80) VALUE
014900        '  PLAYER                  EXPIRED  NOTE'.
015000     01 XP-DETAIL-LINE.
015100        05 FILLER                PIC X(02) VALUE SPACES.
015200        05 XP-DTL-PLAYER         PIC X(20).
015300        05 FILLER                PIC X(01) VALUE SPACE.
015400        05 XP-DTL-POINTS         PIC Z,ZZZ,ZZ9.
015500        05 FILLER                PIC X(02) VALUE SPACES.
015600        05 XP-DTL-NOTE           PIC X(46).
015700     01 XP-STATUS-LINE.
015800        05 FILLER                PIC X(02) VALUE SPACES.
015900        05 XP-STATUS-TEXT        PIC X(78).

016000 PROCEDURE DIVISION.

016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016300     IF XP-EXPIRY-MONTHS = ZERO
016400         MOVE 'No expiry rule on PTSRATES -- points never expire.'
016500             TO XP-STATUS-TEXT
016600         WRITE EXPIRY-REPORT-LINE FROM XP-STATUS-LINE
016700         CLOSE EXPIRY-REPORT-FILE
016800         MOVE 0 TO RETURN-CODE
016900         GO TO 9999-EXIT
017000     END-IF
017100     PERFORM 1200-OPEN-SIDE-FILES THRU 1200-EXIT
017200     SORT EXPIRY-SORT-FILE
017300         ON ASCENDING KEY XP-SORT-PLAYER
017400         INPUT PROCEDURE IS 2000-RELEASE-LEDGER
017500         OUTPUT PROCEDURE IS 3000-APPLY-EXPIRY
017600     PERFORM 4000-TERMINATE THRU 4000-EXIT
017700     GO TO 9999-EXIT.

017800 1000-INITIALIZE.
017900     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
018000     COMPUTE XP-RUN-INTEGER =
018050         FUNCTION INTEGER-OF-DATE(XP-RUN-DATE)
018100     PERFORM 1030-LOAD-EXPIRY-RULE THRU 1030-EXIT
018200     OPEN OUTPUT EXPIRY-REPORT-FILE
018300     MOVE SPACES TO XP-HEADING-2
018400     STRING 'Business date: ' XP-RUN-DATE DELIMITED BY SIZE
018500         INTO XP-HEADING-2
018600     WRITE EXPIRY-REPORT-LINE FROM XP-HEADING-1
018700     WRITE EXPIRY-REPORT-LINE FROM XP-HEADING-2
018800     WRITE EXPIRY-REPORT-LINE FROM XP-BLANK-LINE
018900     IF XP-EXPIRY-MONTHS = ZERO
019000         GO TO 1000-EXIT
019100     END-IF
019200     PERFORM 1040-COMPUTE-CUTOFF THRU 1040-EXIT
019300     MOVE SPACES TO XP-STATUS-TEXT
019400     STRING 'Expiry after ' XP-EXPIRY-MONTHS
019500            ' months -- earns through ' XP-CUTOFF-DATE
019600            ' expire tonight'
019700         DELIMITED BY SIZE INTO XP-STATUS-TEXT
019800     WRITE EXPIRY-REPORT-LINE FROM XP-STATUS-LINE
019900     WRITE EXPIRY-REPORT-LINE FROM XP-BLANK-LINE
020000     WRITE EXPIRY-REPORT-LINE FROM XP-COLUMN-HEADING.
020100 1000-EXIT.
020200     EXIT.

020300*    Same BUSINESS-DATE idiom as the rest of the suite: the
020400*    window's day, with the clock as a fallback for hand runs.
020500 1020-GET-BUSINESS-DATE.
020600     OPEN INPUT BUSINESS-DATE-FILE
020700     IF XP-BUSDATE-FILE-OK
020800         READ BUSINESS-DATE-FILE
020900             AT END
021000                 ACCEPT XP-RUN-DATE FROM DATE YYYYMMDD
021100             NOT AT END
021200                 MOVE BD-BUSINESS-DATE TO XP-RUN-DATE
021300         END-READ
021400         CLOSE BUSINESS-DATE-FILE
021500     ELSE
021600         ACCEPT XP-RUN-DATE FROM DATE YYYYMMDD
021700     END-IF.
021800 1020-EXIT.
021900     EXIT.

022000*    A missing file, a record from before the field existed, or
022100*    a zero all mean the same thing: no expiry.
022200 1030-LOAD-EXPIRY-RULE.
022300     MOVE ZERO TO XP-EXPIRY-MONTHS
022400     OPEN INPUT POINT-RATES-FILE
022500     IF NOT XP-RATES-FILE-OK
022600         GO TO 1030-EXIT
022700     END-IF
022800     READ POINT-RATES-FILE
022900         AT END
023000             CONTINUE
023100         NOT AT END
023200             IF PR-EXPIRY-MONTHS IS NUMERIC
023300                 MOVE PR-EXPIRY-MONTHS TO XP-EXPIRY-MONTHS
023400             END-IF
023500     END-READ
023600     CLOSE POINT-RATES-FILE.
023700 1030-EXIT.
023800     EXIT.

023900*    The cutoff is the business date less the expiry months,
024000*    with the day pulled back to the month's last day where the
024100*    earlier month is shorter (31 March less one month is 28 or
024200*    29 February).  The warning looks at the earn day thirty
024300*    days past the cutoff -- the one that crosses it thirty
024400*    days from tonight.
024500 1040-COMPUTE-CUTOFF.
024600     COMPUTE XP-MONTH-COUNT =
024700         (XP-RUN-YEAR * 12) + XP-RUN-MONTH - 1
024800         - XP-EXPIRY-MONTHS
024900     DIVIDE XP-MONTH-COUNT BY 12 GIVING XP-CUTOFF-YEAR
025000         REMAINDER XP-CUTOFF-MONTH
025100     ADD 1 TO XP-CUTOFF-MONTH
025200     IF XP-CUTOFF-MONTH = 12
025300         COMPUTE XP-NEXT-FIRST =
025400             ((XP-CUTOFF-YEAR + 1) * 10000) + 0101
025500     ELSE
025600         COMPUTE XP-NEXT-FIRST = (XP-CUTOFF-YEAR * 10000)
025700             + ((XP-CUTOFF-MONTH + 1) * 100) + 1
025800     END-IF
025900     COMPUTE XP-WORK-DATE = FUNCTION DATE-OF-INTEGER(
026000         FUNCTION INTEGER-OF-DATE(XP-NEXT-FIRST) - 1)
026100     MOVE XP-WORK-DATE (7:2) TO XP-LAST-DAY
026200     MOVE XP-RUN-DAY TO XP-CUTOFF-DAY
026300     IF XP-CUTOFF-DAY > XP-LAST-DAY
026400         MOVE XP-LAST-DAY TO XP-CUTOFF-DAY
026500     END-IF
026600     COMPUTE XP-CUTOFF-DATE = (XP-CUTOFF-YEAR * 10000)
026700         + (XP-CUTOFF-MONTH * 100) + XP-CUTOFF-DAY
026800     COMPUTE XP-CUTOFF-INTEGER =
026900         FUNCTION INTEGER-OF-DATE(XP-CUTOFF-DATE)
027000     COMPUTE XP-WARN-DATE =
027100         FUNCTION DATE-OF-INTEGER(XP-CUTOFF-INTEGER + 30)
027200     COMPUTE XP-WARN-PRIOR-DATE =
027300         FUNCTION DATE-OF-INTEGER(XP-CUTOFF-INTEGER + 29)
027400     COMPUTE XP-WARN-EXPIRES =
027500         FUNCTION DATE-OF-INTEGER(XP-RUN-INTEGER + 30).
027600 1040-EXIT.
027700     EXIT.

027800*    No balance file means nothing can be posted; no contact
027900*    file means nobody has consented to be told.
028000 1200-OPEN-SIDE-FILES.
028100     OPEN I-O POINTS-BALANCE-FILE
028200     IF XP-BALANCE-FILE-OK
028300         MOVE 'Y' TO XP-BALANCE-OPEN-SWITCH
028400     END-IF
028500     OPEN INPUT PLAYER-CONTACT-FILE
028600     IF XP-CONTACT-FILE-OK
028700         MOVE 'Y' TO XP-CONTACT-OPEN-SWITCH
028800     END-IF.
028900 1200-EXIT.
029000     EXIT.

029100 2000-RELEASE-LEDGER.
029200     OPEN INPUT POINTS-LEDGER-FILE
029300     IF NOT XP-LEDGER-FILE-OK
029400         MOVE 'Y' TO XP-LEDGER-EOF-SWITCH
029500     END-IF
029600     PERFORM 2100-RELEASE-ONE-ENTRY THRU 2100-EXIT
029700             UNTIL XP-LEDGER-AT-EOF
029800     IF XP-LEDGER-FILE-OK OR XP-LEDGER-FILE-STATUS = '10'
029900         CLOSE POINTS-LEDGER-FILE
030000     END-IF.
030100 2000-EXIT.
030200     EXIT.

030300 2100-RELEASE-ONE-ENTRY.
030400     READ POINTS-LEDGER-FILE
030500         AT END
030600             MOVE 'Y' TO XP-LEDGER-EOF-SWITCH
030700         NOT AT END
030800             MOVE PD-PLAYER-ID TO XP-SORT-PLAYER
030900             MOVE PD-DATE TO XP-SORT-DATE
031000             MOVE PD-ENTRY-TYPE TO XP-SORT-TYPE
031100             MOVE PD-POINTS TO XP-SORT-POINTS
031200             RELEASE XP-SORT-RECORD
031300     END-READ.
031400 2100-EXIT.
031500     EXIT.

031600*    The ledger is closed by the time the sort hands records
031700*    back, so tonight's EXPIRE entries are appended from here.
031800 3000-APPLY-EXPIRY.
031900     OPEN EXTEND POINTS-LEDGER-FILE
032000     IF NOT XP-LEDGER-FILE-OK
032100         OPEN OUTPUT POINTS-LEDGER-FILE
032200     END-IF
032300     MOVE 'N' TO XP-SORT-EOF-SWITCH
032400     MOVE SPACES TO XP-CURRENT-PLAYER
032500     PERFORM 3100-FOLD-ONE-ENTRY THRU 3100-EXIT
032600             UNTIL XP-SORT-AT-EOF
032700     IF XP-CURRENT-PLAYER NOT = SPACES
032800         PERFORM 3200-SETTLE-PLAYER THRU 3200-EXIT
032900     END-IF
033000     CLOSE POINTS-LEDGER-FILE.
033100 3000-EXIT.
033200     EXIT.

033300 3100-FOLD-ONE-ENTRY.
033400     RETURN EXPIRY-SORT-FILE
033500         AT END
033600             MOVE 'Y' TO XP-SORT-EOF-SWITCH
033700             GO TO 3100-EXIT
033800     END-RETURN
033900     IF XP-SORT-PLAYER NOT = XP-CURRENT-PLAYER
034000         IF XP-CURRENT-PLAYER NOT = SPACES
034100             PERFORM 3200-SETTLE-PLAYER THRU 3200-EXIT
034200         END-IF
034300         MOVE XP-SORT-PLAYER TO XP-CURRENT-PLAYER
034400         MOVE ZERO TO XP-OLD-EARN XP-WARN-EARN XP-PRIOR-EARN
034500                      XP-OTHER-NET XP-PLAYER-NET
034600     END-IF
034700     ADD XP-SORT-POINTS TO XP-PLAYER-NET
034800     IF XP-SORT-TYPE NOT = 'EARN'
034900         ADD XP-SORT-POINTS TO XP-OTHER-NET
035000         GO TO 3100-EXIT
035100     END-IF
035200     IF XP-SORT-DATE <= XP-CUTOFF-DATE
035300         ADD XP-SORT-POINTS TO XP-OLD-EARN
035400     END-IF
035500     IF XP-SORT-DATE <= XP-WARN-PRIOR-DATE
035600         ADD XP-SORT-POINTS TO XP-PRIOR-EARN
035700     END-IF
035800     IF XP-SORT-DATE <= XP-WARN-DATE
035900         ADD XP-SORT-POINTS TO XP-WARN-EARN
036000     END-IF.
036100 3100-EXIT.
036200     EXIT.

036300*    Oldest first: everything spent comes off the oldest earns,
036400*    so what is left of the earns through a date is those earns
036500*    less everything spent.  Positive adjustments and refunds
036600*    only offset spending -- they are never themselves expired.
036700 3200-SETTLE-PLAYER.
036800     MOVE ZERO TO XP-SPENT
036900     IF XP-OTHER-NET < ZERO
037000         COMPUTE XP-SPENT = ZERO - XP-OTHER-NET
037100     END-IF
037200     COMPUTE XP-DUE = XP-OLD-EARN - XP-SPENT
037300     IF XP-DUE > XP-PLAYER-NET
037400         MOVE XP-PLAYER-NET TO XP-DUE
037500     END-IF
037600     IF XP-DUE > ZERO
037700         PERFORM 3300-POST-EXPIRY THRU 3300-EXIT
037800     ELSE
037900         MOVE ZERO TO XP-DUE
038000     END-IF
038100     COMPUTE XP-WARN-THROUGH = XP-WARN-EARN - XP-SPENT
038200     IF XP-WARN-THROUGH < ZERO
038300         MOVE ZERO TO XP-WARN-THROUGH
038400     END-IF
038500     COMPUTE XP-WARN-BEFORE = XP-PRIOR-EARN - XP-SPENT
038600     IF XP-WARN-BEFORE < ZERO
038700         MOVE ZERO TO XP-WARN-BEFORE
038800     END-IF
038900     COMPUTE XP-WARN-POINTS = XP-WARN-THROUGH - XP-WARN-BEFORE
039000     IF XP-WARN-POINTS > XP-PLAYER-NET - XP-DUE
039100         COMPUTE XP-WARN-POINTS = XP-PLAYER-NET - XP-DUE
039200     END-IF
039300     IF XP-WARN-POINTS > ZERO
039400         PERFORM 3400-QUEUE-WARNING THRU 3400-EXIT
039500     END-IF.
039600 3200-EXIT.
039700     EXIT.

039800*    Balance first, then the ledger entry, the same order PTSCON
039900*    posts in -- a player with no balance record is reported
040000*    and left alone for PTSVRFY to flag.
040100 3300-POST-EXPIRY.
040200     MOVE XP-CURRENT-PLAYER TO XP-DTL-PLAYER
040300     MOVE XP-DUE TO XP-DTL-POINTS
040400     IF NOT XP-BALANCE-FILE-OPEN
040500         MOVE 'not posted -- PTSBAL would not open'
040600             TO XP-DTL-NOTE
040700         WRITE EXPIRY-REPORT-LINE FROM XP-DETAIL-LINE
040800         ADD 1 TO XP-UNPOSTED-COUNT
040900         MOVE ZERO TO XP-DUE
041000         GO TO 3300-EXIT
041100     END-IF
041200     MOVE XP-CURRENT-PLAYER TO PB-PLAYER-ID
041300     READ POINTS-BALANCE-FILE
041400         INVALID KEY
041500             MOVE 'not posted -- no balance record'
041600                 TO XP-DTL-NOTE
041700             WRITE EXPIRY-REPORT-LINE FROM XP-DETAIL-LINE
041800             ADD 1 TO XP-UNPOSTED-COUNT
041900             MOVE ZERO TO XP-DUE
042000             GO TO 3300-EXIT
042100     END-READ
042200     SUBTRACT XP-DUE FROM PB-BALANCE
042300     REWRITE POINTS-BALANCE-RECORD
042400     ACCEPT XP-SYS-TIME FROM TIME
042500     MOVE XP-RUN-DATE TO PD-DATE
042600     MOVE XP-SYS-TIME TO PD-TIME
042700     MOVE XP-CURRENT-PLAYER TO PD-PLAYER-ID
042800     MOVE 'EXPIRE' TO PD-ENTRY-TYPE
042900     MOVE SPACES TO PD-REASON
043000     STRING 'THRU' XP-CUTOFF-DATE DELIMITED BY SIZE
043100         INTO PD-REASON
043200     COMPUTE PD-POINTS = ZERO - XP-DUE
043300     WRITE POINTS-LEDGER-RECORD
043400     MOVE SPACES TO XP-DTL-NOTE
043500     WRITE EXPIRY-REPORT-LINE FROM XP-DETAIL-LINE
043600     ADD 1 TO XP-PLAYERS-EXPIRED
043700     ADD XP-DUE TO XP-POINTS-EXPIRED.
043800 3300-EXIT.
043900     EXIT.

044000*    One outbound-queue record per warned player with a
044100*    consented contact, in PLAYSTMT's notice idiom.  No
044200*    consent, no record, no warning.
044300 3400-QUEUE-WARNING.
044400     IF NOT XP-CONTACT-FILE-OPEN
044500         GO TO 3400-EXIT
044600     END-IF
044700     MOVE XP-CURRENT-PLAYER TO CT-PLAYER-ID
044800     READ PLAYER-CONTACT-FILE
044900         INVALID KEY
045000             GO TO 3400-EXIT
045100     END-READ
045200     IF NOT CT-CONSENTED OR CT-UNDELIVERABLE
045300         GO TO 3400-EXIT
045400     END-IF
045500     MOVE XP-WARN-POINTS TO XP-DISPLAY-POINTS
045600     MOVE XP-RUN-DATE TO MG-DATE
045700     ACCEPT XP-SYS-TIME FROM TIME
045800     MOVE XP-SYS-TIME TO MG-TIME
045900     MOVE XP-CURRENT-PLAYER TO MG-PLAYER-ID
046000     MOVE CT-ADDRESS TO MG-ADDRESS
046100     MOVE 'your points are expiring' TO MG-SUBJECT
046200     MOVE SPACES TO MG-BODY
046300     STRING XP-DISPLAY-POINTS ' points expire on '
046400            XP-WARN-EXPIRES ' -- redeem them before then'
046500         DELIMITED BY SIZE INTO MG-BODY
046600     OPEN EXTEND MESSAGE-QUEUE-FILE
046700     IF NOT XP-MSGQ-FILE-OK
046800         OPEN OUTPUT MESSAGE-QUEUE-FILE
046900     END-IF
047000     WRITE OUTBOUND-MESSAGE-RECORD
047100     CLOSE MESSAGE-QUEUE-FILE
047200     ADD 1 TO XP-WARNINGS-QUEUED.
047300 3400-EXIT.
047400     EXIT.

047500 4000-TERMINATE.
047600     WRITE EXPIRY-REPORT-LINE FROM XP-BLANK-LINE
047700     MOVE SPACES TO XP-STATUS-TEXT
047800     STRING 'Players expired: ' XP-PLAYERS-EXPIRED
047900            ', points expired: ' XP-POINTS-EXPIRED
048000         DELIMITED BY SIZE INTO XP-STATUS-TEXT
048100     WRITE EXPIRY-REPORT-LINE FROM XP-STATUS-LINE
048200     MOVE SPACES TO XP-STATUS-TEXT
048300     STRING 'Thirty-day warnings queued: ' XP-WARNINGS-QUEUED
048400         DELIMITED BY SIZE INTO XP-STATUS-TEXT
048500     WRITE EXPIRY-REPORT-LINE FROM XP-STATUS-LINE
048600     IF XP-UNPOSTED-COUNT > ZERO
048700         MOVE SPACES TO XP-STATUS-TEXT
048800         STRING 'Expiries not posted: ' XP-UNPOSTED-COUNT
048900             DELIMITED BY SIZE INTO XP-STATUS-TEXT
049000         WRITE EXPIRY-REPORT-LINE FROM XP-STATUS-LINE
049100     END-IF
049200     IF XP-BALANCE-FILE-OPEN
049300         CLOSE POINTS-BALANCE-FILE
049400     END-IF
049500     IF XP-CONTACT-FILE-OPEN
049600         CLOSE PLAYER-CONTACT-FILE
049700     END-IF
049800     CLOSE EXPIRY-REPORT-FILE
049900     MOVE 0 TO RETURN-CODE.
050000 4000-EXIT.
050100     EXIT.

050200 9999-EXIT.
050300     STOP RUN.
