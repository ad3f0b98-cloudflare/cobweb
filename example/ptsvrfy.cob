001600*  itself ends clean -- it runs inside the overnight window,
001700*  and a points break should page on-call, not stop the rest
001800*  of the suite the way a failing step does.
001810*
001816*  Gifts between players are proved as well: the GIFOUT and
001822*  GIFTIN halves PTSGIFT posts under one gift id on one date
001828*  must come as a single out with a single in and net to zero.
001834*  The ledger is read a second time for them and the gift
001840*  entries sorted on date and gift id, so every gift on file
001846*  is proved with no table to outgrow.  A gift that does not
001852*  prove is a gift break -- on the report, and in the same
001858*  WARN.
001870*
001900*  Invoke as:  ptsvrfy
002000*
002100*  Modification history
002200*  ---------------------------------------------------------------
002300*  2026-09-03  jm  Original program.
002316*  2026-10-15  jm  Gift pairs from PTSGIFT proved
002332*                  to net to zero, one out and one in.
002348*  2026-10-15  jm  Gifts proved through a sort on date and gift
002364*                  id in place of the gift table; alert text
002380*                  put right.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003900     SELECT VERIFY-REPORT-FILE ASSIGN TO "PTSVRFY.TXT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PY-REPORT-FILE-STATUS.
004150     SELECT GIFT-SORT-FILE ASSIGN TO "SRTGIFT".

004200 DATA DIVISION.
004300 FILE SECTION.
005000 FD  VERIFY-REPORT-FILE.
005100 01  VERIFY-REPORT-LINE          PIC X(80).

005114 SD  GIFT-SORT-FILE.
005128 01  PY-SORT-RECORD.
005142     05  PY-SORT-DATE            PIC 9(08).
005156     05  PY-SORT-GIFT-ID         PIC X(12).
005170     05  PY-SORT-TYPE            PIC X(06).
005184     05  PY-SORT-POINTS          PIC S9(07).

005200 WORKING-STORAGE SECTION.
005300     77 PY-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
005400        88 PY-LEDGER-FILE-OK               VALUE '00'.
007200     77 PY-BALANCE-TOTAL         PIC S9(11) COMP VALUE ZERO.
007300     77 PY-ENTRY-COUNT           PIC 9(09) COMP VALUE ZERO.
007310     77 PY-SEEK-PLAYER           PIC X(20) VALUE SPACES.
007328     77 PY-GIFT-COUNT            PIC 9(09) COMP VALUE ZERO.
007346     77 PY-GIFT-BREAK-COUNT      PIC 9(05) VALUE ZERO.
007364     77 PY-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
007382        88 PY-SORT-AT-EOF                 VALUE 'Y'.

007400*    One row per player seen on either file; the ledger pass
007500*    sums the entries, the balance pass fills in the on-file
008300           10 PY-TLY-BALANCE     PIC S9(09) COMP.
008400           10 PY-TLY-HAS-BAL     PIC X(01).

008411*    The gift being gathered off the sort: the date and gift
008422*    id its two halves share, and what has come in under them.
008433     01 PY-GIFT-HOLD.
008444        05 PY-HLD-DATE           PIC 9(08).
008455        05 PY-HLD-ID             PIC X(12).
008466        05 PY-HLD-NET            PIC S9(09) COMP.
008477        05 PY-HLD-OUTS           PIC 9(04) COMP.
008488        05 PY-HLD-INS            PIC 9(04) COMP.

008500     01 PY-HEADING-1             PIC X(80) VALUE
008600        'PTSVRFY - POINTS LEDGER CROSS-FOOT'.
008700     01 PY-HEADING-2             PIC X(80).
009400        05 FILLER                PIC X(10) VALUE ' balance '.
009500        05 PY-BRK-BALANCE        PIC -ZZZ,ZZZ,ZZ9.
009600        05 FILLER                PIC X(15) VALUE SPACES.
009605     01 PY-GIFT-BREAK-LINE.
009610        05 FILLER                PIC X(07) VALUE '  gift '.
009615        05 PY-GBK-DATE           PIC 9(08).
009620        05 FILLER                PIC X(01) VALUE SPACE.
009625        05 PY-GBK-ID             PIC X(12).
009630        05 FILLER                PIC X(05) VALUE ' net '.
009635        05 PY-GBK-NET            PIC -ZZZ,ZZZ,ZZ9.
009640        05 FILLER                PIC X(06) VALUE ' outs '.
009645        05 PY-GBK-OUTS           PIC ZZZ9.
009650        05 FILLER                PIC X(05) VALUE ' ins '.
009655        05 PY-GBK-INS            PIC ZZZ9.
009660        05 FILLER                PIC X(16) VALUE SPACES.
009700     01 PY-STATUS-LINE.
009800        05 FILLER                PIC X(02) VALUE SPACES.
009900        05 PY-STATUS-TEXT        PIC X(78).
017000 2120-EXIT.
017100     EXIT.

017103*    The input side of the gift sort: a second pass over the
017106*    ledger, which 2000 has already read to its end, releasing
017109*    the GIFOUT and GIFTIN entries only.
017112 2200-RELEASE-GIFTS.
017115     IF PY-LEDGER-FILE-OK OR PY-LEDGER-FILE-STATUS = '10'
017118         CLOSE POINTS-LEDGER-FILE
017121     END-IF
017124     OPEN INPUT POINTS-LEDGER-FILE
017127     IF NOT PY-LEDGER-FILE-OK
017130         GO TO 2200-EXIT
017133     END-IF
017136     MOVE 'N' TO PY-LEDGER-EOF-SWITCH
017139     PERFORM 2210-RELEASE-ONE-GIFT THRU 2210-EXIT
017142             UNTIL PY-LEDGER-AT-EOF.
017145 2200-EXIT.
017148     EXIT.

017151 2210-RELEASE-ONE-GIFT.
017154     READ POINTS-LEDGER-FILE
017157         AT END
017160             MOVE 'Y' TO PY-LEDGER-EOF-SWITCH
017163         NOT AT END
017166             IF PD-GIFT-OUT-ENTRY OR PD-GIFT-IN-ENTRY
017169                 MOVE PD-DATE TO PY-SORT-DATE
017172                 MOVE PD-REASON TO PY-SORT-GIFT-ID
017175                 MOVE PD-ENTRY-TYPE TO PY-SORT-TYPE
017178                 MOVE PD-POINTS TO PY-SORT-POINTS
017181                 RELEASE PY-SORT-RECORD
017184             END-IF
017187     END-READ.
017190 2210-EXIT.
017193     EXIT.

017200 3000-READ-BALANCES.
017300     OPEN INPUT POINTS-BALANCE-FILE
017400     IF NOT PY-BALANCE-FILE-OK
019700 4000-COMPARE.
019800     PERFORM 4100-COMPARE-ONE THRU 4100-EXIT
019900             VARYING PY-TALLY-IDX FROM 1 BY 1
020000             UNTIL PY-TALLY-IDX > PY-TALLY-COUNT
020050     PERFORM 4200-PROVE-GIFTS THRU 4200-EXIT.
020100 4000-EXIT.
020200     EXIT.

021500 4100-EXIT.
021600     EXIT.

021601 4200-PROVE-GIFTS.
021602     SORT GIFT-SORT-FILE
021603         ON ASCENDING KEY PY-SORT-DATE PY-SORT-GIFT-ID
021604         INPUT PROCEDURE IS 2200-RELEASE-GIFTS THRU 2200-EXIT
021605         OUTPUT PROCEDURE IS 4300-CHECK-GIFTS THRU 4300-EXIT.
021606 4200-EXIT.
021607     EXIT.

021608 4300-CHECK-GIFTS.
021609     MOVE 'N' TO PY-SORT-EOF-SWITCH
021610     PERFORM 4310-FOLD-ONE-GIFT THRU 4310-EXIT
021611             UNTIL PY-SORT-AT-EOF
021612     IF PY-GIFT-COUNT > ZERO
021613         PERFORM 4320-PROVE-ONE-GIFT THRU 4320-EXIT
021614     END-IF.
021615 4300-EXIT.
021616     EXIT.

021617*    A change of date or gift id closes the gift held so far.
021618 4310-FOLD-ONE-GIFT.
021619     RETURN GIFT-SORT-FILE
021620         AT END
021621             MOVE 'Y' TO PY-SORT-EOF-SWITCH
021622             GO TO 4310-EXIT
021623     END-RETURN
021624     IF PY-GIFT-COUNT = ZERO
021625         PERFORM 4330-START-GIFT THRU 4330-EXIT
021626     ELSE
021627         IF PY-SORT-DATE NOT = PY-HLD-DATE
021628            OR PY-SORT-GIFT-ID NOT = PY-HLD-ID
021629             PERFORM 4320-PROVE-ONE-GIFT THRU 4320-EXIT
021630             PERFORM 4330-START-GIFT THRU 4330-EXIT
021631         END-IF
021632     END-IF
021633     ADD PY-SORT-POINTS TO PY-HLD-NET
021634     IF PY-SORT-TYPE = 'GIFOUT'
021635         ADD 1 TO PY-HLD-OUTS
021636     ELSE
021637         ADD 1 TO PY-HLD-INS
021638     END-IF.
021639 4310-EXIT.
021640     EXIT.

021641*    A gift whose halves do not net to zero, or that is not
021642*    exactly one out and one in, is a gift break.
021643 4320-PROVE-ONE-GIFT.
021644     IF PY-HLD-NET NOT = ZERO
021645        OR PY-HLD-OUTS NOT = 1
021646        OR PY-HLD-INS NOT = 1
021647         ADD 1 TO PY-GIFT-BREAK-COUNT
021648         MOVE PY-HLD-DATE TO PY-GBK-DATE
021649         MOVE PY-HLD-ID TO PY-GBK-ID
021650         MOVE PY-HLD-NET TO PY-GBK-NET
021651         MOVE PY-HLD-OUTS TO PY-GBK-OUTS
021652         MOVE PY-HLD-INS TO PY-GBK-INS
021653         WRITE VERIFY-REPORT-LINE FROM PY-GIFT-BREAK-LINE
021654     END-IF.
021655 4320-EXIT.
021656     EXIT.

021657 4330-START-GIFT.
021658     ADD 1 TO PY-GIFT-COUNT
021659     MOVE PY-SORT-DATE TO PY-HLD-DATE
021660     MOVE PY-SORT-GIFT-ID TO PY-HLD-ID
021661     MOVE ZERO TO PY-HLD-NET
021662     MOVE ZERO TO PY-HLD-OUTS
021663     MOVE ZERO TO PY-HLD-INS.
021664 4330-EXIT.
021665     EXIT.

021700 5000-VERDICT.
021800     WRITE VERIFY-REPORT-LINE FROM PY-BLANK-LINE
021900     IF PY-BREAK-COUNT = ZERO AND
021950        PY-GIFT-BREAK-COUNT = ZERO AND
022000        PY-LEDGER-TOTAL = PY-BALANCE-TOTAL
022100         MOVE 'OK -- ledger and balances cross-foot'
022200             TO PY-STATUS-TEXT
022500     ELSE
022600         MOVE SPACES TO PY-STATUS-TEXT
022700         STRING 'OUT OF BALANCE -- ' PY-BREAK-COUNT
022800                ' player break(s), ' PY-GIFT-BREAK-COUNT
022850                ' gift break(s)'
022900             DELIMITED BY SIZE INTO PY-STATUS-TEXT
023000         WRITE VERIFY-REPORT-LINE FROM PY-STATUS-LINE
023100         PERFORM 5500-RAISE-ALERT THRU 5500-EXIT
024700     MOVE 'PTSVRFY' TO AR-PROGRAM
024800     MOVE 'PTS-BREAK' TO AR-ALERT-KEY
024900     MOVE SPACES TO AR-MESSAGE
025000     STRING 'points out of balance: ' PY-BREAK-COUNT
025100            ' player, ' PY-GIFT-BREAK-COUNT ' gift break(s)'
025150            DELIMITED BY SIZE INTO AR-MESSAGE
025200     OPEN EXTEND ALERT-FILE
025300     IF NOT PY-ALERT-FILE-OK
025400         OPEN OUTPUT ALERT-FILE
