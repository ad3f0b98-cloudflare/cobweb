000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVENTPAY.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  EVENTPAY
000900*
001000*  Nightly batch job.  Settles the prize pool of every buy-in
001100*  event -- one whose EVENT-DEFINITION carries an entry fee --
001200*  once it is over.  EVENTREG holds each entry fee in a pool
001300*  account on POINTS-BALANCE keyed '*POOL ' and the event id;
001400*  this job empties that account back out:
001500*
001600*    - a cancelled event (EV-STATUS 'X') refunds every entrant
001700*      the fee they paid, off the EVENT-ENTRY file;
001800*    - an event whose end date is on or before the business
001900*      date pays the pool by final standing, EV-PAYOUT-PCT(n)
002000*      percent of the fees the event took to the n'th place.
002100*      Standing is EVENTRPT's -- the Swiss standings off
002200*      SWISSTND where the event was run Swiss-system, otherwise
002300*      wins then fewest losses.  Only players who bought in can
002400*      place.  Players level on the standing share the places
002500*      they cover: their percentages are added together and
002600*      split evenly, and a tie across fifth place takes in
002700*      everyone in it, up to ten players.  The shares are
002800*      truncated to whole points and whatever is left over,
002900*      including the share of a place nobody filled, goes to
003000*      first place.  A payout to a player whose country may
003100*      not be credited points (ELIGCHK) is held in the pool;
003200*    - an event over with no entrant on the standings refunds
003300*      as though it had been cancelled;
003400*    - an event still running is left alone.
003500*
003600*  Every movement is a pair of POINTS-LEDGER entries, the
003700*  player's and the pool's, with the event id as the reason
003800*  (PAYOUT or REFUND), and both balances move in the same
003900*  pass, so PTSVRFY still cross-foots behind it.  A pool that
004000*  is already empty has been settled and the event is not even
004100*  loaded; an entrant who already has a PAYOUT or REFUND line
004200*  for the event is passed over, so a rerun -- after a failed
004300*  night, or once a held payout's country is cleared -- posts
004400*  nothing twice.  A balance or ledger write that fails stops
004500*  the settlement where it is, with the movement on the report.
004525*  A held payout is logged to ELIGIBILITY-LOG on the pass that
004550*  first settles the pool, not again on every rerun that finds
004575*  it still held.
004600*
004700*  Invoke as:  eventpay
004800*  Exits with RETURN-CODE 0, or 1 when the settlement stopped
004900*  on a failed write, more than 20 open buy-in events or 500
005000*  entries, tallies or settled lines were found (nothing is
005100*  settled on the last), or a tie ran past tenth place.
005200*
005300*  Modification history
005400*  ---------------------------------------------------------------
005500*  2026-10-15  jm  Original program.
005600*  2026-10-15  jm  Shares off the fees taken, tied places split,
005700*                  settled events and entrants passed over, table
005800*                  overflow and failed writes end RC 1, payouts
005900*                  held to the country earn rule.
005925*  2026-10-15  jm  A held payout logged as withheld only on the
005950*                  first pass at the pool; the POOL line keeps
005975*                  the settlement note.
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT EVENT-DEFINITION-FILE ASSIGN TO "EVENTDEF"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS EW-EVENT-FILE-STATUS.
006700     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTENT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS EW-ENTRY-FILE-STATUS.
007000     SELECT EVENT-PLAY-FILE ASSIGN TO "EVENTPLY"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS EW-PLAY-FILE-STATUS.
007300     SELECT STANDINGS-SORT-FILE ASSIGN TO "SRTEPAY".
007400     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS PB-PLAYER-ID
007800         FILE STATUS IS EW-BALANCE-FILE-STATUS.
007900     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS EW-LEDGER-FILE-STATUS.
008200     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS EW-BUSDATE-FILE-STATUS.
008500     SELECT PAYOUT-REPORT-FILE ASSIGN TO "EVENTPAY.TXT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS EW-REPORT-FILE-STATUS.

008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  EVENT-DEFINITION-FILE.
009100 COPY "eventdef.cpy".

009200 FD  EVENT-ENTRY-FILE.
009300 COPY "eventent.cpy".

009400 FD  EVENT-PLAY-FILE.
009500 COPY "eventply.cpy".

009600 SD  STANDINGS-SORT-FILE.
009700 01  EW-SORT-RECORD.
009800     05  EW-SORT-EVENT           PIC X(08).
009900     05  EW-SORT-WINS            PIC 9(05).
010000     05  EW-SORT-LOSSES          PIC 9(05).
010100     05  EW-SORT-PLAYER          PIC X(20).

010200 FD  POINTS-BALANCE-FILE.
010300 COPY "ptsbal.cpy".

010400 FD  POINTS-LEDGER-FILE.
010500 COPY "ptsledgr.cpy".

010600 FD  BUSINESS-DATE-FILE.
010700 COPY "busdate.cpy".

010800 FD  PAYOUT-REPORT-FILE.
010900 01  PAYOUT-REPORT-LINE          PIC X(80).

011000 WORKING-STORAGE SECTION.
011100     77 EW-EVENT-FILE-STATUS     PIC X(02) VALUE '00'.
011200        88 EW-EVENT-FILE-OK                VALUE '00'.
011300     77 EW-ENTRY-FILE-STATUS     PIC X(02) VALUE '00'.
011400        88 EW-ENTRY-FILE-OK                VALUE '00'.
011500     77 EW-PLAY-FILE-STATUS      PIC X(02) VALUE '00'.
011600        88 EW-PLAY-FILE-OK                 VALUE '00'.
011700     77 EW-BALANCE-FILE-STATUS   PIC X(02) VALUE '00'.
011800        88 EW-BALANCE-FILE-OK              VALUE '00'.
011900     77 EW-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
012000        88 EW-LEDGER-FILE-OK               VALUE '00'.
012100     77 EW-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
012200        88 EW-BUSDATE-FILE-OK              VALUE '00'.
012300     77 EW-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
012400     77 EW-EVENT-EOF-SWITCH      PIC X(01) VALUE 'N'.
012500        88 EW-EVENT-AT-EOF                 VALUE 'Y'.
012600     77 EW-ENTRY-EOF-SWITCH      PIC X(01) VALUE 'N'.
012700        88 EW-ENTRY-AT-EOF                 VALUE 'Y'.
012800     77 EW-PLAY-EOF-SWITCH       PIC X(01) VALUE 'N'.
012900        88 EW-PLAY-AT-EOF                  VALUE 'Y'.
013000     77 EW-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
013100        88 EW-SORT-AT-EOF                  VALUE 'Y'.
013200     77 EW-LEDGER-EOF-SWITCH     PIC X(01) VALUE 'N'.
013300        88 EW-LEDGER-AT-EOF                VALUE 'Y'.
013400     77 EW-FOUND-SWITCH          PIC X(01) VALUE 'N'.
013500        88 EW-ENTRY-FOUND                  VALUE 'Y'.
013600     77 EW-BALANCE-OPEN-SWITCH   PIC X(01) VALUE 'N'.
013700        88 EW-BALANCE-FILE-OPEN            VALUE 'Y'.
013800     77 EW-POOL-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
013900        88 EW-POOL-LOOKUP-OPEN             VALUE 'Y'.
014000     77 EW-POOL-EMPTY-SWITCH     PIC X(01) VALUE 'N'.
014100        88 EW-POOL-IS-EMPTY                VALUE 'Y'.
014200     77 EW-NEW-BAL-SWITCH        PIC X(01) VALUE 'N'.
014300        88 EW-BALANCE-IS-NEW               VALUE 'Y'.
014400     77 EW-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
014500        88 EW-TABLE-OVERFLOW               VALUE 'Y'.
014600     77 EW-STOP-SWITCH           PIC X(01) VALUE 'N'.
014700        88 EW-SETTLE-STOPPED               VALUE 'Y'.
014800     77 EW-ERROR-SWITCH          PIC X(01) VALUE 'N'.
014900        88 EW-RUN-IN-ERROR                 VALUE 'Y'.
015000     77 EW-GROUP-END-SWITCH      PIC X(01) VALUE 'N'.
015100        88 EW-GROUP-ENDED                  VALUE 'Y'.

015200     77 EW-RUN-DATE              PIC 9(08) VALUE ZERO.
015300     77 EW-SYS-TIME              PIC 9(08) VALUE ZERO.
015400     77 EW-EVENT-COUNT           PIC 9(02) COMP VALUE ZERO.
015500     77 EW-EVENT-IDX             PIC 9(02) COMP VALUE ZERO.
015600     77 EW-ENTRY-COUNT           PIC 9(03) COMP VALUE ZERO.
015700     77 EW-ENTRY-IDX             PIC 9(03) COMP VALUE ZERO.
015800     77 EW-TALLY-COUNT           PIC 9(03) COMP VALUE ZERO.
015900     77 EW-TALLY-IDX             PIC 9(03) COMP VALUE ZERO.
016000     77 EW-SWISS-IDX             PIC 9(03) COMP VALUE ZERO.
016100     77 EW-PLACE-IDX             PIC 9(02) COMP VALUE ZERO.
016200     77 EW-PAID-COUNT            PIC 9(03) COMP VALUE ZERO.
016300     77 EW-PAID-IDX              PIC 9(03) COMP VALUE ZERO.
016400     77 EW-GROUP-FIRST           PIC 9(02) COMP VALUE ZERO.
016500     77 EW-GROUP-LAST            PIC 9(02) COMP VALUE ZERO.
016600     77 EW-GROUP-PCT             PIC 9(04) COMP VALUE ZERO.
016700     77 EW-LOOK-EVENT            PIC X(08) VALUE SPACES.
016800     77 EW-LOOK-PLAYER           PIC X(20) VALUE SPACES.
016900*    Standing of the player being placed: wins and losses off
017000*    the sort, or score and tiebreak off SWISSTND.  Two players
017100*    with the same key are level.
017200     01 EW-LOOK-KEY.
017300        05 EW-LOOK-KEY-1         PIC 9(05)V9.
017400        05 EW-LOOK-KEY-2         PIC 9(05)V9.

017500*    The pool account of the event being settled, and the
017600*    movement being posted against it.
017700     01 EW-POOL-ID.
017800        05 FILLER                PIC X(06) VALUE '*POOL '.
017900        05 EW-POOL-EVENT         PIC X(08) VALUE SPACES.
018000        05 FILLER                PIC X(06) VALUE SPACES.
018100     77 EW-POOL-POINTS           PIC S9(09) COMP VALUE ZERO.
018200     77 EW-POOL-LEFT             PIC S9(09) COMP VALUE ZERO.
018300     77 EW-FEE-TOTAL             PIC S9(09) COMP VALUE ZERO.
018400     77 EW-SHARE-POINTS          PIC S9(09) COMP VALUE ZERO.
018500     77 EW-SHARE-TOTAL           PIC S9(09) COMP VALUE ZERO.
018600     77 EW-MOVE-PLAYER           PIC X(20) VALUE SPACES.
018700     77 EW-MOVE-POINTS           PIC S9(09) COMP VALUE ZERO.
018800     77 EW-MOVE-TYPE             PIC X(06) VALUE SPACES.
018900     77 EW-ELIG-POINTS           PIC 9(07) VALUE ZERO.
019000     77 EW-ELIG-REASON           PIC X(12) VALUE SPACES.
019100     77 EW-ELIG-ALLOWED          PIC X(01) VALUE 'Y'.
019200     77 EW-ELIG-COUNTRY          PIC X(02) VALUE SPACES.
019233     77 EW-ELIG-LOG              PIC X(01) VALUE 'Y'.
019266     77 EW-POOL-NOTE             PIC X(27) VALUE SPACES.

019300     77 EW-EVENTS-PAID           PIC 9(05) VALUE ZERO.
019400     77 EW-EVENTS-REFUNDED       PIC 9(05) VALUE ZERO.
019500     77 EW-POINTS-PAID           PIC 9(09) VALUE ZERO.
019600     77 EW-POINTS-REFUNDED       PIC 9(09) VALUE ZERO.
019700     77 EW-PAYOUTS-HELD          PIC 9(05) VALUE ZERO.
019800     77 EW-POINTS-HELD           PIC 9(09) VALUE ZERO.
019900     77 EW-EVENTS-DROPPED        PIC 9(05) VALUE ZERO.
020000     77 EW-DISPLAY-POINTS        PIC 9(09) VALUE ZERO.

020100*    ----------------------------------------------------------
020200*    The buy-in events still to settle, each with its payout
020300*    split and the entrants found to fill its five paying
020400*    places -- more than five when players are level across
020500*    fifth.  EW-EVT-FILL goes to F once a player below the
020600*    paying places is reached, O when a tie runs past tenth.
020700*    ----------------------------------------------------------
020800     01 EW-EVENT-TABLE.
020900        05 EW-EVENT-ENTRY OCCURS 20 TIMES.
021000           10 EW-EVT-ID          PIC X(08).
021100           10 EW-EVT-END         PIC 9(08).
021200           10 EW-EVT-STATUS      PIC X(01).
021300           10 EW-EVT-PCT         PIC 9(03) OCCURS 5 TIMES.
021400           10 EW-EVT-PLACED      PIC 9(02).
021500           10 EW-EVT-FILL        PIC X(01).
021600           10 EW-EVT-FINISHER OCCURS 10 TIMES.
021700              15 EW-EVT-PLACE    PIC X(20).
021800              15 EW-EVT-KEY      PIC X(12).
021900              15 EW-EVT-SHARE    PIC S9(09) COMP.

022000*    Every paid entry, so standings can be held to entrants and
022100*    a cancelled event can hand back exactly what was paid.
022200     01 EW-ENTRY-TABLE.
022300        05 EW-ENTRY-ROW OCCURS 500 TIMES.
022400           10 EW-ENT-EVENT       PIC X(08).
022500           10 EW-ENT-PLAYER      PIC X(20).
022600           10 EW-ENT-FEE         PIC 9(07).

022700*    Every entrant already paid out or refunded for one of the
022800*    events, off the ledger's PAYOUT and REFUND lines.
022900     01 EW-PAID-TABLE.
023000        05 EW-PAID-ROW OCCURS 500 TIMES.
023100           10 EW-PD-EVENT        PIC X(08).
023200           10 EW-PD-PLAYER       PIC X(20).

023300*    Per-event, per-player tallies off the play file, as
023400*    EVENTRPT keeps them.
023500     01 EW-TALLY-TABLE.
023600        05 EW-TALLY-ENTRY OCCURS 500 TIMES.
023700           10 EW-TLY-EVENT       PIC X(08).
023800           10 EW-TLY-PLAYER      PIC X(20).
023900           10 EW-TLY-WINS        PIC 9(05).
024000           10 EW-TLY-LOSSES      PIC 9(05).

024100*    Swiss standings, one event at a time off SWISSTND.
024200     COPY "swisstnd.cpy".

024300     01 EW-HEADING-1             PIC X(80) VALUE
024400        'EVENTPAY - EVENT PRIZE POOL SETTLEMENT'.
024500     01 EW-HEADING-2             PIC X(80).
024600     01 EW-BLANK-LINE            PIC X(80) VALUE SPACES.
024700     01 EW-COLUMN-HEADING        PIC X(80) VALUE
024800        '  EVENT     PLAYER                 TYPE       POINTS'.
024900     01 EW-DETAIL-LINE.
025000        05 FILLER                PIC X(02) VALUE SPACES.
025100        05 EW-DTL-EVENT          PIC X(08).
025200        05 FILLER                PIC X(02) VALUE SPACES.
025300        05 EW-DTL-PLAYER         PIC X(20).
025400        05 FILLER                PIC X(03) VALUE SPACES.
025500        05 EW-DTL-TYPE           PIC X(06).
025600        05 FILLER                PIC X(01) VALUE SPACE.
025700        05 EW-DTL-POINTS         PIC Z,ZZZ,ZZ9.
025800        05 FILLER                PIC X(02) VALUE SPACES.
025900        05 EW-DTL-NOTE           PIC X(27).
026000     01 EW-STATUS-LINE.
026100        05 FILLER                PIC X(02) VALUE SPACES.
026200        05 EW-STATUS-TEXT        PIC X(78).

026300 PROCEDURE DIVISION.

026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026600     IF EW-EVENT-COUNT = ZERO
026700         MOVE 'No buy-in events on EVENTDEF -- nothing to settle.'
026800             TO EW-STATUS-TEXT
026900         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
027000         CLOSE PAYOUT-REPORT-FILE
027100         MOVE 0 TO RETURN-CODE
027200         GO TO 9999-EXIT
027300     END-IF
027400     PERFORM 1200-LOAD-ENTRIES THRU 1200-EXIT
027500     PERFORM 1300-LOAD-SETTLED THRU 1300-EXIT
027600     PERFORM 2000-TALLY-PLAYS THRU 2000-EXIT
027700     IF EW-TABLE-OVERFLOW
027800         MOVE 'Over 500 entries, tallies or paid lines -- halted.'
027900             TO EW-STATUS-TEXT
028000         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
028100         SET EW-RUN-IN-ERROR TO TRUE
028200         PERFORM 6000-TERMINATE THRU 6000-EXIT
028300         GO TO 9999-EXIT
028400     END-IF
028500     SORT STANDINGS-SORT-FILE
028600         ON ASCENDING KEY EW-SORT-EVENT
028700         ON DESCENDING KEY EW-SORT-WINS
028800         ON ASCENDING KEY EW-SORT-LOSSES
028900         INPUT PROCEDURE IS 3000-RELEASE-TALLIES
029000         OUTPUT PROCEDURE IS 4000-PLACE-FINISHERS
029100     PERFORM 4500-PLACE-SWISS-EVENTS THRU 4500-EXIT
029200     PERFORM 5000-SETTLE-EVENTS THRU 5000-EXIT
029300     PERFORM 6000-TERMINATE THRU 6000-EXIT
029400     GO TO 9999-EXIT.

029500 1000-INITIALIZE.
029600     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
029700     OPEN OUTPUT PAYOUT-REPORT-FILE
029800     MOVE SPACES TO EW-HEADING-2
029900     STRING 'Business date: ' EW-RUN-DATE DELIMITED BY SIZE
030000         INTO EW-HEADING-2
030100     WRITE PAYOUT-REPORT-LINE FROM EW-HEADING-1
030200     WRITE PAYOUT-REPORT-LINE FROM EW-HEADING-2
030300     WRITE PAYOUT-REPORT-LINE FROM EW-BLANK-LINE
030400     PERFORM 1100-LOAD-EVENTS THRU 1100-EXIT.
030500 1000-EXIT.
030600     EXIT.

030700*    Same BUSINESS-DATE idiom as the rest of the suite: the
030800*    window's day, with the clock as a fallback for hand runs.
030900 1020-GET-BUSINESS-DATE.
031000     OPEN INPUT BUSINESS-DATE-FILE
031100     IF EW-BUSDATE-FILE-OK
031200         READ BUSINESS-DATE-FILE
031300             AT END
031400                 ACCEPT EW-RUN-DATE FROM DATE YYYYMMDD
031500             NOT AT END
031600                 MOVE BD-BUSINESS-DATE TO EW-RUN-DATE
031700         END-READ
031800         CLOSE BUSINESS-DATE-FILE
031900     ELSE
032000         ACCEPT EW-RUN-DATE FROM DATE YYYYMMDD
032100     END-IF.
032200 1020-EXIT.
032300     EXIT.

032400 1100-LOAD-EVENTS.
032500     OPEN INPUT POINTS-BALANCE-FILE
032600     IF EW-BALANCE-FILE-OK
032700         MOVE 'Y' TO EW-POOL-LOOKUP-SWITCH
032800     END-IF
032900     OPEN INPUT EVENT-DEFINITION-FILE
033000     IF EW-EVENT-FILE-OK
033100         PERFORM 1110-LOAD-ONE-EVENT THRU 1110-EXIT
033200                 UNTIL EW-EVENT-AT-EOF
033300         CLOSE EVENT-DEFINITION-FILE
033400     END-IF
033500     IF EW-POOL-LOOKUP-OPEN
033600         CLOSE POINTS-BALANCE-FILE
033700         MOVE 'N' TO EW-POOL-LOOKUP-SWITCH
033800     END-IF.
033900 1100-EXIT.
034000     EXIT.

034100*    A free event has no pool and is none of this job's
034200*    business, and nor is one over or cancelled whose pool is
034300*    empty or was never opened -- it has been settled, or had
034400*    no one to settle with -- so old events do not take up the
034500*    table.  A later record for the same id replaces the
034600*    earlier one, the way CFGACTV applies a change.  An event
034700*    past the table's 20 is counted and the run ends RC 1.
034800 1110-LOAD-ONE-EVENT.
034900     READ EVENT-DEFINITION-FILE
035000         AT END
035100             MOVE 'Y' TO EW-EVENT-EOF-SWITCH
035200             GO TO 1110-EXIT
035300     END-READ
035400     IF EV-ENTRY-FEE NOT NUMERIC OR EV-ENTRY-FEE = ZERO
035500         GO TO 1110-EXIT
035600     END-IF
035700     IF EV-CANCELLED OR EV-END-DATE NOT > EW-RUN-DATE
035800         PERFORM 1140-CHECK-POOL THRU 1140-EXIT
035900         IF EW-POOL-IS-EMPTY
036000             GO TO 1110-EXIT
036100         END-IF
036200     END-IF
036300     MOVE 'N' TO EW-FOUND-SWITCH
036400     PERFORM 1120-MATCH-ONE-EVENT THRU 1120-EXIT
036500             VARYING EW-EVENT-IDX FROM 1 BY 1
036600             UNTIL EW-EVENT-IDX > EW-EVENT-COUNT
036700                OR EW-ENTRY-FOUND
036800     IF EW-ENTRY-FOUND
036900         SUBTRACT 1 FROM EW-EVENT-IDX
037000     ELSE
037100         IF EW-EVENT-COUNT >= 20
037200             ADD 1 TO EW-EVENTS-DROPPED
037300             SET EW-RUN-IN-ERROR TO TRUE
037400             GO TO 1110-EXIT
037500         END-IF
037600         ADD 1 TO EW-EVENT-COUNT
037700         MOVE EW-EVENT-COUNT TO EW-EVENT-IDX
037800     END-IF
037900     MOVE EV-EVENT-ID TO EW-EVT-ID(EW-EVENT-IDX)
038000     MOVE EV-END-DATE TO EW-EVT-END(EW-EVENT-IDX)
038100     MOVE EV-STATUS TO EW-EVT-STATUS(EW-EVENT-IDX)
038200     MOVE ZERO TO EW-EVT-PLACED(EW-EVENT-IDX)
038300     MOVE SPACE TO EW-EVT-FILL(EW-EVENT-IDX)
038400     PERFORM 1130-LOAD-ONE-SHARE THRU 1130-EXIT
038500             VARYING EW-PLACE-IDX FROM 1 BY 1
038600             UNTIL EW-PLACE-IDX > 5.
038700 1110-EXIT.
038800     EXIT.

038900 1120-MATCH-ONE-EVENT.
039000     IF EW-EVT-ID(EW-EVENT-IDX) = EV-EVENT-ID
039100         MOVE 'Y' TO EW-FOUND-SWITCH
039200     END-IF.
039300 1120-EXIT.
039400     EXIT.

039500 1130-LOAD-ONE-SHARE.
039600     IF EV-PAYOUT-PCT(EW-PLACE-IDX) NUMERIC
039700         MOVE EV-PAYOUT-PCT(EW-PLACE-IDX)
039800             TO EW-EVT-PCT(EW-EVENT-IDX, EW-PLACE-IDX)
039900     ELSE
040000         MOVE ZERO TO EW-EVT-PCT(EW-EVENT-IDX, EW-PLACE-IDX)
040100     END-IF
040200     MOVE SPACES TO EW-EVT-PLACE(EW-EVENT-IDX, EW-PLACE-IDX).
040300 1130-EXIT.
040400     EXIT.

040500*    No PTSBAL to look in leaves the event loaded; 5000 says
040600*    why nothing settled.
040700 1140-CHECK-POOL.
040800     MOVE 'N' TO EW-POOL-EMPTY-SWITCH
040900     IF NOT EW-POOL-LOOKUP-OPEN
041000         GO TO 1140-EXIT
041100     END-IF
041200     MOVE EV-EVENT-ID TO EW-POOL-EVENT
041300     MOVE EW-POOL-ID TO PB-PLAYER-ID
041400     READ POINTS-BALANCE-FILE
041500         INVALID KEY
041600             MOVE 'Y' TO EW-POOL-EMPTY-SWITCH
041700         NOT INVALID KEY
041800             IF PB-BALANCE NOT > ZERO
041900                 MOVE 'Y' TO EW-POOL-EMPTY-SWITCH
042000             END-IF
042100     END-READ.
042200 1140-EXIT.
042300     EXIT.

042400 1200-LOAD-ENTRIES.
042500     OPEN INPUT EVENT-ENTRY-FILE
042600     IF EW-ENTRY-FILE-OK
042700         PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
042800                 UNTIL EW-ENTRY-AT-EOF
042900         CLOSE EVENT-ENTRY-FILE
043000     END-IF.
043100 1200-EXIT.
043200     EXIT.

043300 1210-LOAD-ONE-ENTRY.
043400     READ EVENT-ENTRY-FILE
043500         AT END
043600             MOVE 'Y' TO EW-ENTRY-EOF-SWITCH
043700             GO TO 1210-EXIT
043800     END-READ
043900     IF EN-FEE-PAID NOT NUMERIC
044000         GO TO 1210-EXIT
044100     END-IF
044200     MOVE EN-EVENT-ID TO EW-LOOK-EVENT
044300     PERFORM 4200-FIND-EVENT THRU 4200-EXIT
044400     IF NOT EW-ENTRY-FOUND
044500         GO TO 1210-EXIT
044600     END-IF
044700     IF EW-ENTRY-COUNT >= 500
044800         SET EW-TABLE-OVERFLOW TO TRUE
044900         GO TO 1210-EXIT
045000     END-IF
045100     ADD 1 TO EW-ENTRY-COUNT
045200     MOVE EN-EVENT-ID TO EW-ENT-EVENT(EW-ENTRY-COUNT)
045300     MOVE EN-PLAYER-ID TO EW-ENT-PLAYER(EW-ENTRY-COUNT)
045400     MOVE EN-FEE-PAID TO EW-ENT-FEE(EW-ENTRY-COUNT).
045500 1210-EXIT.
045600     EXIT.

045700*    The PAYOUT and REFUND lines already on the ledger for the
045800*    events loaded, the entrant's half of each pair.  No ledger
045900*    yet means nothing has been settled.
046000 1300-LOAD-SETTLED.
046100     OPEN INPUT POINTS-LEDGER-FILE
046200     IF NOT EW-LEDGER-FILE-OK
046300         GO TO 1300-EXIT
046400     END-IF
046500     PERFORM 1310-LOAD-ONE-SETTLED THRU 1310-EXIT
046600             UNTIL EW-LEDGER-AT-EOF
046700     CLOSE POINTS-LEDGER-FILE.
046800 1300-EXIT.
046900     EXIT.

047000 1310-LOAD-ONE-SETTLED.
047100     READ POINTS-LEDGER-FILE
047200         AT END
047300             MOVE 'Y' TO EW-LEDGER-EOF-SWITCH
047400             GO TO 1310-EXIT
047500     END-READ
047600     IF NOT PD-PAYOUT-ENTRY AND NOT PD-REFUND-ENTRY
047700         GO TO 1310-EXIT
047800     END-IF
047900     IF PD-PLAYER-ID (1:6) = '*POOL '
048000         GO TO 1310-EXIT
048100     END-IF
048200     MOVE PD-REASON (1:8) TO EW-LOOK-EVENT
048300     PERFORM 4200-FIND-EVENT THRU 4200-EXIT
048400     IF NOT EW-ENTRY-FOUND
048500         GO TO 1310-EXIT
048600     END-IF
048700     IF EW-PAID-COUNT >= 500
048800         SET EW-TABLE-OVERFLOW TO TRUE
048900         GO TO 1310-EXIT
049000     END-IF
049100     ADD 1 TO EW-PAID-COUNT
049200     MOVE PD-REASON (1:8) TO EW-PD-EVENT(EW-PAID-COUNT)
049300     MOVE PD-PLAYER-ID TO EW-PD-PLAYER(EW-PAID-COUNT).
049400 1310-EXIT.
049500     EXIT.

049600 2000-TALLY-PLAYS.
049700     OPEN INPUT EVENT-PLAY-FILE
049800     IF NOT EW-PLAY-FILE-OK
049900         GO TO 2000-EXIT
050000     END-IF
050100     PERFORM 2100-TALLY-ONE-PLAY THRU 2100-EXIT
050200             UNTIL EW-PLAY-AT-EOF
050300     CLOSE EVENT-PLAY-FILE.
050400 2000-EXIT.
050500     EXIT.

050600*    Only entrants of a buy-in event are worth a tally here;
050700*    an anonymous play or a player who never bought in cannot
050800*    place.
050900 2100-TALLY-ONE-PLAY.
051000     READ EVENT-PLAY-FILE
051100         AT END
051200             MOVE 'Y' TO EW-PLAY-EOF-SWITCH
051300             GO TO 2100-EXIT
051400     END-READ
051500     IF EP-PLAYER-ID = SPACES
051600         GO TO 2100-EXIT
051700     END-IF
051800     MOVE EP-EVENT-ID TO EW-LOOK-EVENT
051900     MOVE EP-PLAYER-ID TO EW-LOOK-PLAYER
052000     PERFORM 2500-FIND-ENTRANT THRU 2500-EXIT
052100     IF NOT EW-ENTRY-FOUND
052200         GO TO 2100-EXIT
052300     END-IF
052400     MOVE 'N' TO EW-FOUND-SWITCH
052500     PERFORM 2110-MATCH-ONE-TALLY THRU 2110-EXIT
052600             VARYING EW-TALLY-IDX FROM 1 BY 1
052700             UNTIL EW-TALLY-IDX > EW-TALLY-COUNT
052800                OR EW-ENTRY-FOUND
052900     IF EW-ENTRY-FOUND
053000         SUBTRACT 1 FROM EW-TALLY-IDX
053100     ELSE
053200         IF EW-TALLY-COUNT >= 500
053300             SET EW-TABLE-OVERFLOW TO TRUE
053400             GO TO 2100-EXIT
053500         END-IF
053600         ADD 1 TO EW-TALLY-COUNT
053700         MOVE EW-TALLY-COUNT TO EW-TALLY-IDX
053800         MOVE EP-EVENT-ID TO EW-TLY-EVENT(EW-TALLY-IDX)
053900         MOVE EP-PLAYER-ID TO EW-TLY-PLAYER(EW-TALLY-IDX)
054000         MOVE ZERO TO EW-TLY-WINS(EW-TALLY-IDX)
054100         MOVE ZERO TO EW-TLY-LOSSES(EW-TALLY-IDX)
054200     END-IF
054300     EVALUATE EP-RESULT
054400         WHEN 'You win!'
054500             ADD 1 TO EW-TLY-WINS(EW-TALLY-IDX)
054600         WHEN 'You lose!'
054700             ADD 1 TO EW-TLY-LOSSES(EW-TALLY-IDX)
054800     END-EVALUATE.
054900 2100-EXIT.
055000     EXIT.

055100 2110-MATCH-ONE-TALLY.
055200     IF EW-TLY-EVENT(EW-TALLY-IDX) = EP-EVENT-ID AND
055300        EW-TLY-PLAYER(EW-TALLY-IDX) = EP-PLAYER-ID
055400         MOVE 'Y' TO EW-FOUND-SWITCH
055500     END-IF.
055600 2110-EXIT.
055700     EXIT.

055800*    Is EW-LOOK-PLAYER a paid entrant of EW-LOOK-EVENT?
055900 2500-FIND-ENTRANT.
056000     MOVE 'N' TO EW-FOUND-SWITCH
056100     PERFORM 2510-MATCH-ONE-ENTRANT THRU 2510-EXIT
056200             VARYING EW-ENTRY-IDX FROM 1 BY 1
056300             UNTIL EW-ENTRY-IDX > EW-ENTRY-COUNT
056400                OR EW-ENTRY-FOUND.
056500 2500-EXIT.
056600     EXIT.

056700 2510-MATCH-ONE-ENTRANT.
056800     IF EW-ENT-EVENT(EW-ENTRY-IDX) = EW-LOOK-EVENT AND
056900        EW-ENT-PLAYER(EW-ENTRY-IDX) = EW-LOOK-PLAYER
057000         MOVE 'Y' TO EW-FOUND-SWITCH
057100     END-IF.
057200 2510-EXIT.
057300     EXIT.

057400*    Has EW-LOOK-PLAYER already been paid or refunded for
057500*    EW-LOOK-EVENT?
057600 2600-FIND-SETTLED.
057700     MOVE 'N' TO EW-FOUND-SWITCH
057800     PERFORM 2610-MATCH-ONE-SETTLED THRU 2610-EXIT
057900             VARYING EW-PAID-IDX FROM 1 BY 1
058000             UNTIL EW-PAID-IDX > EW-PAID-COUNT
058100                OR EW-ENTRY-FOUND.
058200 2600-EXIT.
058300     EXIT.

058400 2610-MATCH-ONE-SETTLED.
058500     IF EW-PD-EVENT(EW-PAID-IDX) = EW-LOOK-EVENT AND
058600        EW-PD-PLAYER(EW-PAID-IDX) = EW-LOOK-PLAYER
058700         MOVE 'Y' TO EW-FOUND-SWITCH
058800     END-IF.
058900 2610-EXIT.
059000     EXIT.

059100 3000-RELEASE-TALLIES.
059200     PERFORM 3100-RELEASE-ONE-TALLY THRU 3100-EXIT
059300             VARYING EW-TALLY-IDX FROM 1 BY 1
059400             UNTIL EW-TALLY-IDX > EW-TALLY-COUNT.
059500 3000-EXIT.
059600     EXIT.

059700 3100-RELEASE-ONE-TALLY.
059800     MOVE EW-TLY-EVENT(EW-TALLY-IDX) TO EW-SORT-EVENT
059900     MOVE EW-TLY-PLAYER(EW-TALLY-IDX) TO EW-SORT-PLAYER
060000     MOVE EW-TLY-WINS(EW-TALLY-IDX) TO EW-SORT-WINS
060100     MOVE EW-TLY-LOSSES(EW-TALLY-IDX) TO EW-SORT-LOSSES
060200     RELEASE EW-SORT-RECORD.
060300 3100-EXIT.
060400     EXIT.

060500*    Standings stream back grouped by event in EVENTRPT's
060600*    order; the first five of each fill its paying places, and
060700*    anyone level with fifth comes in with them.
060800 4000-PLACE-FINISHERS.
060900     MOVE 'N' TO EW-SORT-EOF-SWITCH
061000     PERFORM 4100-PLACE-ONE-FINISHER THRU 4100-EXIT
061100             UNTIL EW-SORT-AT-EOF.
061200 4000-EXIT.
061300     EXIT.

061400 4100-PLACE-ONE-FINISHER.
061500     RETURN STANDINGS-SORT-FILE
061600         AT END
061700             MOVE 'Y' TO EW-SORT-EOF-SWITCH
061800             GO TO 4100-EXIT
061900     END-RETURN
062000     MOVE EW-SORT-EVENT TO EW-LOOK-EVENT
062100     PERFORM 4200-FIND-EVENT THRU 4200-EXIT
062200     IF EW-ENTRY-FOUND
062300         MOVE EW-SORT-PLAYER TO EW-LOOK-PLAYER
062400         MOVE EW-SORT-WINS TO EW-LOOK-KEY-1
062500         MOVE EW-SORT-LOSSES TO EW-LOOK-KEY-2
062600         PERFORM 4300-ADD-PLACE THRU 4300-EXIT
062700     END-IF.
062800 4100-EXIT.
062900     EXIT.

063000 4200-FIND-EVENT.
063100     MOVE 'N' TO EW-FOUND-SWITCH
063200     PERFORM 4210-MATCH-ONE-EVENT THRU 4210-EXIT
063300             VARYING EW-EVENT-IDX FROM 1 BY 1
063400             UNTIL EW-EVENT-IDX > EW-EVENT-COUNT
063500                OR EW-ENTRY-FOUND
063600     IF EW-ENTRY-FOUND
063700         SUBTRACT 1 FROM EW-EVENT-IDX
063800     END-IF.
063900 4200-EXIT.
064000     EXIT.

064100 4210-MATCH-ONE-EVENT.
064200     IF EW-EVT-ID(EW-EVENT-IDX) = EW-LOOK-EVENT
064300         MOVE 'Y' TO EW-FOUND-SWITCH
064400     END-IF.
064500 4210-EXIT.
064600     EXIT.

064700*    Past fifth, a player only comes in level with the last
064800*    one placed; the first who is not closes the event's
064900*    places.
065000 4300-ADD-PLACE.
065100     IF EW-EVT-FILL(EW-EVENT-IDX) NOT = SPACE
065200         GO TO 4300-EXIT
065300     END-IF
065400     MOVE EW-EVT-PLACED(EW-EVENT-IDX) TO EW-PLACE-IDX
065500     IF EW-PLACE-IDX >= 5
065600         IF EW-LOOK-KEY NOT =
065700            EW-EVT-KEY(EW-EVENT-IDX, EW-PLACE-IDX)
065800             MOVE 'F' TO EW-EVT-FILL(EW-EVENT-IDX)
065900             GO TO 4300-EXIT
066000         END-IF
066100         IF EW-PLACE-IDX >= 10
066200             MOVE 'O' TO EW-EVT-FILL(EW-EVENT-IDX)
066300             GO TO 4300-EXIT
066400         END-IF
066500     END-IF
066600     ADD 1 TO EW-EVT-PLACED(EW-EVENT-IDX)
066700     ADD 1 TO EW-PLACE-IDX
066800     MOVE EW-LOOK-PLAYER
066900         TO EW-EVT-PLACE(EW-EVENT-IDX, EW-PLACE-IDX)
067000     MOVE EW-LOOK-KEY TO EW-EVT-KEY(EW-EVENT-IDX, EW-PLACE-IDX).
067100 4300-EXIT.
067200     EXIT.

067300*    An event run Swiss-system is placed off its Swiss
067400*    standings instead, as EVENTRPT prints them; one with no
067500*    Swiss rounds comes back with no players and keeps the
067600*    places the sort gave it.
067700 4500-PLACE-SWISS-EVENTS.
067800     PERFORM 4600-PLACE-ONE-SWISS THRU 4600-EXIT
067900             VARYING EW-EVENT-IDX FROM 1 BY 1
068000             UNTIL EW-EVENT-IDX > EW-EVENT-COUNT.
068100 4500-EXIT.
068200     EXIT.

068300 4600-PLACE-ONE-SWISS.
068400     MOVE EW-EVT-ID(EW-EVENT-IDX) TO ST-EVENT-ID
068500     CALL "SWISSTND" USING SWISS-STANDINGS
068600     IF ST-PLAYER-COUNT = ZERO
068700         GO TO 4600-EXIT
068800     END-IF
068900     MOVE ZERO TO EW-EVT-PLACED(EW-EVENT-IDX)
069000     MOVE SPACE TO EW-EVT-FILL(EW-EVENT-IDX)
069100     PERFORM 4610-PLACE-ONE-SWISS-PLAYER THRU 4610-EXIT
069200             VARYING EW-SWISS-IDX FROM 1 BY 1
069300             UNTIL EW-SWISS-IDX > ST-PLAYER-COUNT
069400                OR EW-EVT-FILL(EW-EVENT-IDX) NOT = SPACE.
069500 4600-EXIT.
069600     EXIT.

069700 4610-PLACE-ONE-SWISS-PLAYER.
069800     MOVE EW-EVT-ID(EW-EVENT-IDX) TO EW-LOOK-EVENT
069900     MOVE ST-PLAYER-ID(EW-SWISS-IDX) TO EW-LOOK-PLAYER
070000     PERFORM 2500-FIND-ENTRANT THRU 2500-EXIT
070100     IF EW-ENTRY-FOUND
070200         MOVE ST-SCORE(EW-SWISS-IDX) TO EW-LOOK-KEY-1
070300         MOVE ST-TIEBREAK(EW-SWISS-IDX) TO EW-LOOK-KEY-2
070400         PERFORM 4300-ADD-PLACE THRU 4300-EXIT
070500     END-IF.
070600 4610-EXIT.
070700     EXIT.

070800*    The ledger is appended to and the balances moved in the
070900*    same pass, the order PTSEXPIR posts in.  No balance file
071000*    means there is no pool to settle.
071100 5000-SETTLE-EVENTS.
071200     OPEN I-O POINTS-BALANCE-FILE
071300     IF NOT EW-BALANCE-FILE-OK
071400         MOVE 'Nothing settled -- PTSBAL would not open.'
071500             TO EW-STATUS-TEXT
071600         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
071700         GO TO 5000-EXIT
071800     END-IF
071900     MOVE 'Y' TO EW-BALANCE-OPEN-SWITCH
072000     OPEN EXTEND POINTS-LEDGER-FILE
072100     IF NOT EW-LEDGER-FILE-OK
072200         OPEN OUTPUT POINTS-LEDGER-FILE
072300     END-IF
072400     IF NOT EW-LEDGER-FILE-OK
072500         MOVE 'Nothing settled -- PTSLEDGR would not open.'
072600             TO EW-STATUS-TEXT
072700         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
072800         SET EW-RUN-IN-ERROR TO TRUE
072900         GO TO 5000-EXIT
073000     END-IF
073100     WRITE PAYOUT-REPORT-LINE FROM EW-COLUMN-HEADING
073200     PERFORM 5100-SETTLE-ONE-EVENT THRU 5100-EXIT
073300             VARYING EW-EVENT-IDX FROM 1 BY 1
073400             UNTIL EW-EVENT-IDX > EW-EVENT-COUNT
073500                OR EW-SETTLE-STOPPED
073600     CLOSE POINTS-LEDGER-FILE
073700     IF EW-SETTLE-STOPPED
073800         WRITE PAYOUT-REPORT-LINE FROM EW-BLANK-LINE
073900         MOVE 'Stopped -- a PTSBAL or PTSLEDGR write failed.'
074000             TO EW-STATUS-TEXT
074100         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
074200     END-IF.
074300 5000-EXIT.
074400     EXIT.

074500 5100-SETTLE-ONE-EVENT.
074600     MOVE EW-EVT-ID(EW-EVENT-IDX) TO EW-DTL-EVENT
074700     MOVE SPACES TO EW-DTL-PLAYER
074800     MOVE SPACES TO EW-DTL-TYPE
074900     MOVE ZERO TO EW-DTL-POINTS
075000     IF EW-EVT-STATUS(EW-EVENT-IDX) NOT = 'X' AND
075100        EW-EVT-END(EW-EVENT-IDX) > EW-RUN-DATE
075200         MOVE 'still running' TO EW-DTL-NOTE
075300         WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE
075400         GO TO 5100-EXIT
075500     END-IF
075600     MOVE EW-EVT-ID(EW-EVENT-IDX) TO EW-POOL-EVENT
075700     MOVE EW-POOL-ID TO PB-PLAYER-ID
075800     READ POINTS-BALANCE-FILE
075900         INVALID KEY
076000             MOVE 'no pool on PTSBAL' TO EW-DTL-NOTE
076100             WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE
076200             GO TO 5100-EXIT
076300     END-READ
076400     IF PB-BALANCE NOT > ZERO
076500         MOVE 'pool already settled' TO EW-DTL-NOTE
076600         WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE
076700         GO TO 5100-EXIT
076800     END-IF
076900     MOVE PB-BALANCE TO EW-POOL-POINTS
077000     MOVE PB-BALANCE TO EW-POOL-LEFT
077100     MOVE ZERO TO EW-FEE-TOTAL
077200     PERFORM 5150-ADD-ONE-FEE THRU 5150-EXIT
077300             VARYING EW-ENTRY-IDX FROM 1 BY 1
077400             UNTIL EW-ENTRY-IDX > EW-ENTRY-COUNT
077410*    A pool still holding every fee the event took has not been
077420*    settled before, and a payout held on this pass is logged as
077430*    a withheld earn.  Once anything has left the pool this is a
077440*    rerun: a payout held again was logged the first time.
077450     IF EW-POOL-POINTS < EW-FEE-TOTAL
077460         MOVE 'N' TO EW-ELIG-LOG
077470     ELSE
077480         MOVE 'Y' TO EW-ELIG-LOG
077490     END-IF
077500     EVALUATE TRUE
077600         WHEN EW-EVT-STATUS(EW-EVENT-IDX) = 'X'
077700             MOVE 'cancelled -- fees refunded' TO EW-POOL-NOTE
077800             PERFORM 5200-REFUND-EVENT THRU 5200-EXIT
077900         WHEN EW-EVT-FILL(EW-EVENT-IDX) = 'O'
077966             MOVE 'tie past tenth -- not paid' TO EW-POOL-NOTE
078032             MOVE EW-POOL-NOTE TO EW-DTL-NOTE
078100             WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE
078200             SET EW-RUN-IN-ERROR TO TRUE
078300         WHEN EW-EVT-PLACED(EW-EVENT-IDX) = ZERO
078400             MOVE 'no finishers -- refunded' TO EW-POOL-NOTE
078500             PERFORM 5200-REFUND-EVENT THRU 5200-EXIT
078600         WHEN OTHER
078700             MOVE 'pool paid by standing' TO EW-POOL-NOTE
078800             PERFORM 5300-PAY-EVENT THRU 5300-EXIT
078900     END-EVALUATE
078950     MOVE EW-POOL-NOTE TO EW-DTL-NOTE
079000     MOVE SPACES TO EW-DTL-PLAYER
079100     MOVE 'POOL' TO EW-DTL-TYPE
079200     MOVE EW-POOL-POINTS TO EW-DTL-POINTS
079300     IF EW-POOL-LEFT > ZERO
079400         MOVE EW-POOL-LEFT TO EW-DISPLAY-POINTS
079500         MOVE SPACES TO EW-DTL-NOTE
079600         STRING 'left in pool: ' EW-DISPLAY-POINTS
079700             DELIMITED BY SIZE
079800             INTO EW-DTL-NOTE
079900     END-IF
080000     WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE.
080100 5100-EXIT.
080200     EXIT.

080300*    What the event took in fees, off its entries: the shares
080400*    are cut from this, not from what a rerun finds left.
080500 5150-ADD-ONE-FEE.
080600     IF EW-ENT-EVENT(EW-ENTRY-IDX) = EW-EVT-ID(EW-EVENT-IDX)
080700         ADD EW-ENT-FEE(EW-ENTRY-IDX) TO EW-FEE-TOTAL
080800     END-IF.
080900 5150-EXIT.
081000     EXIT.

081100*    Each entrant gets back what they paid, never more than
081200*    the pool still holds, unless a REFUND is already on the
081300*    ledger for them.
081400 5200-REFUND-EVENT.
081500     ADD 1 TO EW-EVENTS-REFUNDED
081600     MOVE 'REFUND' TO EW-MOVE-TYPE
081700     PERFORM 5210-REFUND-ONE-ENTRY THRU 5210-EXIT
081800             VARYING EW-ENTRY-IDX FROM 1 BY 1
081900             UNTIL EW-ENTRY-IDX > EW-ENTRY-COUNT
082000                OR EW-SETTLE-STOPPED.
082100 5200-EXIT.
082200     EXIT.

082300 5210-REFUND-ONE-ENTRY.
082400     IF EW-ENT-EVENT(EW-ENTRY-IDX) NOT = EW-EVT-ID(EW-EVENT-IDX)
082500         GO TO 5210-EXIT
082600     END-IF
082700     MOVE EW-ENT-EVENT(EW-ENTRY-IDX) TO EW-LOOK-EVENT
082800     MOVE EW-ENT-PLAYER(EW-ENTRY-IDX) TO EW-LOOK-PLAYER
082900     PERFORM 2600-FIND-SETTLED THRU 2600-EXIT
083000     IF EW-ENTRY-FOUND
083100         GO TO 5210-EXIT
083200     END-IF
083300     MOVE EW-ENT-FEE(EW-ENTRY-IDX) TO EW-MOVE-POINTS
083400     IF EW-MOVE-POINTS > EW-POOL-LEFT
083500         MOVE EW-POOL-LEFT TO EW-MOVE-POINTS
083600     END-IF
083700     IF EW-MOVE-POINTS NOT > ZERO
083800         GO TO 5210-EXIT
083900     END-IF
084000     MOVE EW-ENT-PLAYER(EW-ENTRY-IDX) TO EW-MOVE-PLAYER
084100     PERFORM 5500-POST-MOVEMENT THRU 5500-EXIT
084200     IF NOT EW-SETTLE-STOPPED
084300         ADD EW-MOVE-POINTS TO EW-POINTS-REFUNDED
084400     END-IF.
084500 5210-EXIT.
084600     EXIT.

084700*    Every finisher's share is worked out first, tied places
084800*    split, and second place down are paid theirs, so that first
084900*    place can be handed everything the fees left -- a held or
085000*    already paid share still counts against it.
085100 5300-PAY-EVENT.
085200     ADD 1 TO EW-EVENTS-PAID
085300     MOVE 'PAYOUT' TO EW-MOVE-TYPE
085400     MOVE 1 TO EW-GROUP-FIRST
085500     PERFORM 5320-SHARE-ONE-GROUP THRU 5320-EXIT
085600             UNTIL EW-GROUP-FIRST > EW-EVT-PLACED(EW-EVENT-IDX)
085700     MOVE ZERO TO EW-SHARE-TOTAL
085800     PERFORM 5310-PAY-ONE-PLACE THRU 5310-EXIT
085900             VARYING EW-PLACE-IDX FROM 2 BY 1
086000             UNTIL EW-PLACE-IDX > EW-EVT-PLACED(EW-EVENT-IDX)
086100                OR EW-SETTLE-STOPPED
086200     IF EW-SETTLE-STOPPED
086300         GO TO 5300-EXIT
086400     END-IF
086500     MOVE 1 TO EW-PLACE-IDX
086600     COMPUTE EW-EVT-SHARE(EW-EVENT-IDX, 1) =
086700         EW-FEE-TOTAL - EW-SHARE-TOTAL
086800     PERFORM 5310-PAY-ONE-PLACE THRU 5310-EXIT.
086900 5300-EXIT.
087000     EXIT.

087100*    A player already paid for the event is passed over; one
087200*    whose country may not be credited points has the share held
087300*    in the pool for a later run.
087400 5310-PAY-ONE-PLACE.
087500     MOVE EW-EVT-SHARE(EW-EVENT-IDX, EW-PLACE-IDX)
087600         TO EW-SHARE-POINTS
087700     ADD EW-SHARE-POINTS TO EW-SHARE-TOTAL
087800     IF EW-SHARE-POINTS NOT > ZERO
087900         GO TO 5310-EXIT
088000     END-IF
088100     MOVE EW-EVT-ID(EW-EVENT-IDX) TO EW-LOOK-EVENT
088200     MOVE EW-EVT-PLACE(EW-EVENT-IDX, EW-PLACE-IDX)
088300         TO EW-LOOK-PLAYER
088400     PERFORM 2600-FIND-SETTLED THRU 2600-EXIT
088500     IF EW-ENTRY-FOUND
088600         GO TO 5310-EXIT
088700     END-IF
088800     MOVE EW-LOOK-PLAYER TO EW-MOVE-PLAYER
088900     MOVE EW-SHARE-POINTS TO EW-MOVE-POINTS
089000     IF EW-MOVE-POINTS > EW-POOL-LEFT
089100         MOVE EW-POOL-LEFT TO EW-MOVE-POINTS
089200     END-IF
089300     IF EW-MOVE-POINTS NOT > ZERO
089400         GO TO 5310-EXIT
089500     END-IF
089600     MOVE EW-MOVE-POINTS TO EW-ELIG-POINTS
089700     MOVE EW-EVT-ID(EW-EVENT-IDX) TO EW-ELIG-REASON
089800     CALL "ELIGCHK" USING EW-MOVE-PLAYER
089900                          EW-ELIG-POINTS
090000                          EW-ELIG-REASON
090100                          EW-ELIG-ALLOWED
090200                          EW-ELIG-COUNTRY
090250                          EW-ELIG-LOG
090300     IF EW-ELIG-ALLOWED = 'N'
090400         ADD 1 TO EW-PAYOUTS-HELD
090500         ADD EW-MOVE-POINTS TO EW-POINTS-HELD
090600         MOVE EW-MOVE-PLAYER TO EW-DTL-PLAYER
090700         MOVE 'HELD' TO EW-DTL-TYPE
090800         MOVE EW-MOVE-POINTS TO EW-DTL-POINTS
090900         MOVE 'country may not earn' TO EW-DTL-NOTE
091000         WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE
091100         GO TO 5310-EXIT
091200     END-IF
091300     PERFORM 5500-POST-MOVEMENT THRU 5500-EXIT
091400     IF NOT EW-SETTLE-STOPPED
091500         ADD EW-MOVE-POINTS TO EW-POINTS-PAID
091600     END-IF.
091700 5310-EXIT.
091800     EXIT.

091900*    One run of level finishers from EW-GROUP-FIRST: the
092000*    percentages of the paying places it covers are added up and
092100*    split evenly across everyone in it.
092200 5320-SHARE-ONE-GROUP.
092300     MOVE EW-GROUP-FIRST TO EW-GROUP-LAST
092400     MOVE 'N' TO EW-GROUP-END-SWITCH
092500     PERFORM 5330-EXTEND-GROUP THRU 5330-EXIT
092600             UNTIL EW-GROUP-ENDED
092700     MOVE ZERO TO EW-GROUP-PCT
092800     PERFORM 5340-ADD-GROUP-PCT THRU 5340-EXIT
092900             VARYING EW-PLACE-IDX FROM EW-GROUP-FIRST BY 1
093000             UNTIL EW-PLACE-IDX > EW-GROUP-LAST
093100                OR EW-PLACE-IDX > 5
093200     COMPUTE EW-SHARE-POINTS = EW-FEE-TOTAL * EW-GROUP-PCT / 100
093300         / (EW-GROUP-LAST - EW-GROUP-FIRST + 1)
093400     PERFORM 5350-SET-GROUP-SHARE THRU 5350-EXIT
093500             VARYING EW-PLACE-IDX FROM EW-GROUP-FIRST BY 1
093600             UNTIL EW-PLACE-IDX > EW-GROUP-LAST
093700     COMPUTE EW-GROUP-FIRST = EW-GROUP-LAST + 1.
093800 5320-EXIT.
093900     EXIT.

094000 5330-EXTEND-GROUP.
094100     IF EW-GROUP-LAST >= EW-EVT-PLACED(EW-EVENT-IDX)
094200         MOVE 'Y' TO EW-GROUP-END-SWITCH
094300         GO TO 5330-EXIT
094400     END-IF
094500     MOVE EW-GROUP-LAST TO EW-PLACE-IDX
094600     ADD 1 TO EW-PLACE-IDX
094700     IF EW-EVT-KEY(EW-EVENT-IDX, EW-PLACE-IDX) NOT =
094800        EW-EVT-KEY(EW-EVENT-IDX, EW-GROUP-FIRST)
094900         MOVE 'Y' TO EW-GROUP-END-SWITCH
095000         GO TO 5330-EXIT
095100     END-IF
095200     MOVE EW-PLACE-IDX TO EW-GROUP-LAST.
095300 5330-EXIT.
095400     EXIT.

095500 5340-ADD-GROUP-PCT.
095600     ADD EW-EVT-PCT(EW-EVENT-IDX, EW-PLACE-IDX) TO EW-GROUP-PCT.
095700 5340-EXIT.
095800     EXIT.

095900 5350-SET-GROUP-SHARE.
096000     MOVE EW-SHARE-POINTS
096100         TO EW-EVT-SHARE(EW-EVENT-IDX, EW-PLACE-IDX).
096200 5350-EXIT.
096300     EXIT.

096400*    One movement of EW-MOVE-POINTS from the pool to
096500*    EW-MOVE-PLAYER: the player's balance (opened if they have
096600*    none yet), then the pool's, then the ledger pair.  Any of
096700*    the four writes failing stops the settlement, and the line
096800*    on the report says which movement it was left part-way.
096900 5500-POST-MOVEMENT.
097000     MOVE 'N' TO EW-NEW-BAL-SWITCH
097100     MOVE EW-MOVE-PLAYER TO PB-PLAYER-ID
097200     READ POINTS-BALANCE-FILE
097300         INVALID KEY
097400             SET EW-BALANCE-IS-NEW TO TRUE
097500             MOVE EW-MOVE-PLAYER TO PB-PLAYER-ID
097600             MOVE ZERO TO PB-BALANCE
097700     END-READ
097800     IF NOT EW-BALANCE-FILE-OK AND NOT EW-BALANCE-IS-NEW
097900         GO TO 5500-FAILED
098000     END-IF
098100     ADD EW-MOVE-POINTS TO PB-BALANCE
098200     IF EW-BALANCE-IS-NEW
098300         WRITE POINTS-BALANCE-RECORD
098400     ELSE
098500         REWRITE POINTS-BALANCE-RECORD
098600     END-IF
098700     IF NOT EW-BALANCE-FILE-OK
098800         GO TO 5500-FAILED
098900     END-IF
099000     MOVE EW-POOL-ID TO PB-PLAYER-ID
099100     READ POINTS-BALANCE-FILE
099200         INVALID KEY
099300             GO TO 5500-FAILED
099400     END-READ
099500     SUBTRACT EW-MOVE-POINTS FROM PB-BALANCE
099600     REWRITE POINTS-BALANCE-RECORD
099700     IF NOT EW-BALANCE-FILE-OK
099800         GO TO 5500-FAILED
099900     END-IF
100000     SUBTRACT EW-MOVE-POINTS FROM EW-POOL-LEFT
100100     ACCEPT EW-SYS-TIME FROM TIME
100200     MOVE EW-RUN-DATE TO PD-DATE
100300     MOVE EW-SYS-TIME TO PD-TIME
100400     MOVE EW-MOVE-TYPE TO PD-ENTRY-TYPE
100500     MOVE EW-EVT-ID(EW-EVENT-IDX) TO PD-REASON
100600     MOVE EW-MOVE-PLAYER TO PD-PLAYER-ID
100700     MOVE EW-MOVE-POINTS TO PD-POINTS
100800     WRITE POINTS-LEDGER-RECORD
100900     IF NOT EW-LEDGER-FILE-OK
101000         GO TO 5500-FAILED
101100     END-IF
101200     MOVE EW-POOL-ID TO PD-PLAYER-ID
101300     COMPUTE PD-POINTS = ZERO - EW-MOVE-POINTS
101400     WRITE POINTS-LEDGER-RECORD
101500     IF NOT EW-LEDGER-FILE-OK
101600         GO TO 5500-FAILED
101700     END-IF
101800     MOVE EW-MOVE-PLAYER TO EW-DTL-PLAYER
101900     MOVE EW-MOVE-TYPE TO EW-DTL-TYPE
102000     MOVE EW-MOVE-POINTS TO EW-DTL-POINTS
102100     MOVE SPACES TO EW-DTL-NOTE
102200     WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE
102300     GO TO 5500-EXIT.
102400 5500-FAILED.
102500     SET EW-SETTLE-STOPPED TO TRUE
102600     SET EW-RUN-IN-ERROR TO TRUE
102700     MOVE EW-MOVE-PLAYER TO EW-DTL-PLAYER
102800     MOVE EW-MOVE-TYPE TO EW-DTL-TYPE
102900     MOVE EW-MOVE-POINTS TO EW-DTL-POINTS
103000     MOVE SPACES TO EW-DTL-NOTE
103100     STRING 'FAILED, status ' EW-BALANCE-FILE-STATUS
103200            '/' EW-LEDGER-FILE-STATUS
103300         DELIMITED BY SIZE INTO EW-DTL-NOTE
103400     WRITE PAYOUT-REPORT-LINE FROM EW-DETAIL-LINE.
103500 5500-EXIT.
103600     EXIT.

103700 6000-TERMINATE.
103800     WRITE PAYOUT-REPORT-LINE FROM EW-BLANK-LINE
103900     MOVE SPACES TO EW-STATUS-TEXT
104000     STRING 'Events paid out: ' EW-EVENTS-PAID
104100            ', points paid: ' EW-POINTS-PAID
104200         DELIMITED BY SIZE INTO EW-STATUS-TEXT
104300     WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
104400     MOVE SPACES TO EW-STATUS-TEXT
104500     STRING 'Events refunded: ' EW-EVENTS-REFUNDED
104600            ', points refunded: ' EW-POINTS-REFUNDED
104700         DELIMITED BY SIZE INTO EW-STATUS-TEXT
104800     WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
104900     IF EW-PAYOUTS-HELD > ZERO
105000         MOVE SPACES TO EW-STATUS-TEXT
105100         STRING 'Payouts held for the country: ' EW-PAYOUTS-HELD
105200                ', points held: ' EW-POINTS-HELD
105300             DELIMITED BY SIZE INTO EW-STATUS-TEXT
105400         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
105500     END-IF
105600     IF EW-EVENTS-DROPPED > ZERO
105700         MOVE SPACES TO EW-STATUS-TEXT
105800         STRING 'Buy-in events past the 20 held, not settled: '
105900                EW-EVENTS-DROPPED
106000             DELIMITED BY SIZE INTO EW-STATUS-TEXT
106100         WRITE PAYOUT-REPORT-LINE FROM EW-STATUS-LINE
106200     END-IF
106300     IF EW-BALANCE-FILE-OPEN
106400         CLOSE POINTS-BALANCE-FILE
106500     END-IF
106600     CLOSE PAYOUT-REPORT-FILE
106700     IF EW-RUN-IN-ERROR
106800         MOVE 1 TO RETURN-CODE
106900     ELSE
107000         MOVE 0 TO RETURN-CODE
107100     END-IF.
107200 6000-EXIT.
107300     EXIT.

107400 9999-EXIT.
107500     STOP RUN.
