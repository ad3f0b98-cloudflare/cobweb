000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFRPT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  REFRPT
000900*
001000*  Month-end batch job, run by PERIODCL with the rest of the
001100*  close.  Reports the referral programme off the REFERRAL-LINK
001200*  file REFPAY settles nightly, in two parts:
001300*
001400*    Top referrers -- the twenty referrers with the most links
001500*    paid in the period, ties going to the most paid to date,
001600*    then referrer id; alongside, each one's referred players
001700*    still waiting or held.
001800*
001900*    Never qualified -- every referred player linked by the end
002000*    of the period whose link had not paid by then, with the
002100*    games REFPAY last counted for them.  A link held because
002200*    the player is on review says so.
002300*
002400*  Invoke as:  refrpt YYYYMM    (the period being closed)
002500*         or:  refrpt           (the month before the business
002600*                                date's month)
002700*  Exits with RETURN-CODE 0.
002800*
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-10-15  jm  Original program.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REFERRAL-LINK-FILE ASSIGN TO "REFLINK"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS RX-REFERRED-ID
004000         FILE STATUS IS RZ-LINK-FILE-STATUS.
004100     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS RZ-BUSDATE-FILE-STATUS.
004400     SELECT REFERRER-SORT-FILE ASSIGN TO "SRTREFR".
004500     SELECT REFERRAL-REPORT-FILE ASSIGN TO "REFRPT.TXT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RZ-REPORT-FILE-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  REFERRAL-LINK-FILE.
005100 COPY "reflink.cpy".

005200 FD  BUSINESS-DATE-FILE.
005300 COPY "busdate.cpy".

005400 SD  REFERRER-SORT-FILE.
005500 01  RZ-SORT-RECORD.
005600     05  RZ-SORT-MONTH-PAID      PIC 9(05).
005700     05  RZ-SORT-TOTAL-PAID      PIC 9(05).
005800     05  RZ-SORT-WAITING         PIC 9(05).
005900     05  RZ-SORT-REFERRER        PIC X(20).

006000 FD  REFERRAL-REPORT-FILE.
006100 01  REFERRAL-REPORT-LINE        PIC X(80).

006200 WORKING-STORAGE SECTION.
006300     77 RZ-LINK-FILE-STATUS      PIC X(02) VALUE '00'.
006400        88 RZ-LINK-FILE-OK                  VALUE '00'.
006500     77 RZ-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
006600        88 RZ-BUSDATE-FILE-OK               VALUE '00'.
006700     77 RZ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
006800     77 RZ-EOF-SWITCH            PIC X(01) VALUE 'N'.
006900        88 RZ-AT-EOF                        VALUE 'Y'.
007000     77 RZ-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
007100        88 RZ-SORT-AT-EOF                   VALUE 'Y'.
007200     77 RZ-FOUND-SWITCH          PIC X(01) VALUE 'N'.
007300        88 RZ-FOUND                         VALUE 'Y'.
007400     77 RZ-PAID-SWITCH           PIC X(01) VALUE 'N'.
007500        88 RZ-PAID-BY-PERIOD-END            VALUE 'Y'.

007600     77 RZ-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007700     01 RZ-COMMAND-LINE          PIC X(20) VALUE SPACES.
007800     01 RZ-PERIOD                PIC 9(06) VALUE ZERO.
007900     01 RZ-PERIOD-PARTS REDEFINES RZ-PERIOD.
008000        05 RZ-PERIOD-YEAR        PIC 9(04).
008100        05 RZ-PERIOD-MONTH       PIC 9(02).
008200     77 RZ-PERIOD-END-DATE       PIC 9(08) VALUE ZERO.

008300     77 RZ-REFR-COUNT            PIC 9(05) COMP VALUE ZERO.
008400     77 RZ-REFR-IDX              PIC 9(05) COMP VALUE ZERO.
008500     77 RZ-RANK                  PIC 9(03) COMP VALUE ZERO.
008600     77 RZ-LINKS-READ            PIC 9(07) VALUE ZERO.
008700     77 RZ-LINKS-PAID            PIC 9(07) VALUE ZERO.
008800     77 RZ-NEVER-QUALIFIED       PIC 9(07) VALUE ZERO.
008900     77 RZ-REFERRERS-DROPPED     PIC 9(07) VALUE ZERO.

009000*    One entry per referrer with a link on file by period end.
009100     01 RZ-REFERRER-TABLE.
009200        05 RZ-REFR-ENTRY OCCURS 2000 TIMES.
009300           10 RZ-REFR-ID         PIC X(20).
009400           10 RZ-REFR-MONTH-PAID PIC 9(05).
009500           10 RZ-REFR-TOTAL-PAID PIC 9(05).
009600           10 RZ-REFR-WAITING    PIC 9(05).

009700     01 RZ-HEADING-1             PIC X(80) VALUE
009800        'REFRPT - REFERRAL REPORT'.
009900     01 RZ-HEADING-2             PIC X(80).
010000     01 RZ-BLANK-LINE            PIC X(80) VALUE SPACES.
010100     01 RZ-SECTION-1             PIC X(80) VALUE
010200        'TOP REFERRERS'.
010300     01 RZ-COLUMN-HEADING-1      PIC X(80) VALUE
010400        '  RANK  REFERRER              MONTH   TO DATE  WAITING'.
010500     01 RZ-SECTION-2             PIC X(80) VALUE
010600        'REFERRED PLAYERS WHO NEVER QUALIFIED'.
010700     01 RZ-COLUMN-HEADING-2.
010800        05 FILLER                PIC X(44) VALUE
010900           '  REFERRED             REFERRED BY          '.
011000        05 FILLER                PIC X(36) VALUE
011100           'LINKED   GAMES  NOTE'.
011200     01 RZ-RANK-LINE.
011300        05 FILLER                PIC X(02) VALUE SPACES.
011400        05 RZ-RNK-RANK           PIC ZZZ9.
011500        05 FILLER                PIC X(02) VALUE SPACES.
011600        05 RZ-RNK-REFERRER       PIC X(20).
011700        05 FILLER                PIC X(02) VALUE SPACES.
011800        05 RZ-RNK-MONTH-PAID     PIC ZZZZ9.
011900        05 FILLER                PIC X(05) VALUE SPACES.
012000        05 RZ-RNK-TOTAL-PAID     PIC ZZZZ9.
012100        05 FILLER                PIC X(04) VALUE SPACES.
012200        05 RZ-RNK-WAITING        PIC ZZZZ9.
012300        05 FILLER                PIC X(26) VALUE SPACES.
012400     01 RZ-NEVER-LINE.
012500        05 FILLER                PIC X(02) VALUE SPACES.
012600        05 RZ-NVR-REFERRED       PIC X(20).
012700        05 FILLER                PIC X(01) VALUE SPACE.
012800        05 RZ-NVR-REFERRER       PIC X(20).
012900        05 FILLER                PIC X(01) VALUE SPACE.
013000        05 RZ-NVR-LINK-DATE      PIC 9(08).
013100        05 FILLER                PIC X(01) VALUE SPACE.
013200        05 RZ-NVR-GAMES          PIC ZZZZ9.
013300        05 FILLER                PIC X(02) VALUE SPACES.
013400        05 RZ-NVR-NOTE           PIC X(20).
013500     01 RZ-STATUS-LINE.
013600        05 FILLER                PIC X(02) VALUE SPACES.
013700        05 RZ-STATUS-TEXT        PIC X(78).

013800 PROCEDURE DIVISION.

013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014100     OPEN INPUT REFERRAL-LINK-FILE
014200     IF NOT RZ-LINK-FILE-OK
014300         MOVE 'No REFLINK file -- nobody has been referred yet.'
014400             TO RZ-STATUS-TEXT
014500         WRITE REFERRAL-REPORT-LINE FROM RZ-STATUS-LINE
014600         CLOSE REFERRAL-REPORT-FILE
014700         MOVE 0 TO RETURN-CODE
014800         GO TO 9999-EXIT
014900     END-IF
015000     PERFORM 2000-TALLY-REFERRERS THRU 2000-EXIT
015100     CLOSE REFERRAL-LINK-FILE
015200     SORT REFERRER-SORT-FILE
015300         ON DESCENDING KEY RZ-SORT-MONTH-PAID
015400            DESCENDING KEY RZ-SORT-TOTAL-PAID
015500            ASCENDING KEY RZ-SORT-REFERRER
015600         INPUT PROCEDURE IS 3000-RELEASE-REFERRERS
015700         OUTPUT PROCEDURE IS 3100-WRITE-TOP-REFERRERS
015800     PERFORM 4000-WRITE-NEVER-QUALIFIED THRU 4000-EXIT
015900     PERFORM 5000-TERMINATE THRU 5000-EXIT
016000     GO TO 9999-EXIT.

016100*    Dates are compared as YYYYMMDD, so the period's 31st stands
016200*    for its last day whatever the month's length.
016300 1000-INITIALIZE.
016400     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
016500     ACCEPT RZ-COMMAND-LINE FROM COMMAND-LINE
016600     IF RZ-COMMAND-LINE (1:6) IS NUMERIC
016700         MOVE RZ-COMMAND-LINE (1:6) TO RZ-PERIOD
016800     ELSE
016900         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
017000     END-IF
017100     COMPUTE RZ-PERIOD-END-DATE = (RZ-PERIOD * 100) + 31
017200     OPEN OUTPUT REFERRAL-REPORT-FILE
017300     MOVE SPACES TO RZ-HEADING-2
017400     STRING 'Period: ' RZ-PERIOD DELIMITED BY SIZE
017500         INTO RZ-HEADING-2
017600     WRITE REFERRAL-REPORT-LINE FROM RZ-HEADING-1
017700     WRITE REFERRAL-REPORT-LINE FROM RZ-HEADING-2
017800     WRITE REFERRAL-REPORT-LINE FROM RZ-BLANK-LINE.
017900 1000-EXIT.
018000     EXIT.

018100*    Same BUSINESS-DATE idiom as the rest of the suite: the
018200*    window's day, with the clock as a fallback for hand runs.
018300 1020-GET-BUSINESS-DATE.
018400     OPEN INPUT BUSINESS-DATE-FILE
018500     IF RZ-BUSDATE-FILE-OK
018600         READ BUSINESS-DATE-FILE
018700             AT END
018800                 ACCEPT RZ-BUSINESS-DATE FROM DATE YYYYMMDD
018900             NOT AT END
019000                 MOVE BD-BUSINESS-DATE TO RZ-BUSINESS-DATE
019100         END-READ
019200         CLOSE BUSINESS-DATE-FILE
019300     ELSE
019400         ACCEPT RZ-BUSINESS-DATE FROM DATE YYYYMMDD
019500     END-IF.
019600 1020-EXIT.
019700     EXIT.

019800*    With no period named, the month just closed: the month
019900*    before the business date's, same default as PERIODCL.
020000 1030-DEFAULT-PERIOD.
020100     MOVE RZ-BUSINESS-DATE (1:6) TO RZ-PERIOD
020200     IF RZ-PERIOD-MONTH = 1
020300         SUBTRACT 1 FROM RZ-PERIOD-YEAR
020400         MOVE 12 TO RZ-PERIOD-MONTH
020500     ELSE
020600         SUBTRACT 1 FROM RZ-PERIOD-MONTH
020700     END-IF.
020800 1030-EXIT.
020900     EXIT.

021000*    A link made after the period is next month's business; one
021100*    paid after the period ended still stood unpaid at its end.
021200 1040-CHECK-PAID.
021300     MOVE 'N' TO RZ-PAID-SWITCH
021400     IF RX-LINK-PAID AND RX-PAID-DATE NOT > RZ-PERIOD-END-DATE
021500         MOVE 'Y' TO RZ-PAID-SWITCH
021600     END-IF.
021700 1040-EXIT.
021800     EXIT.

021900 2000-TALLY-REFERRERS.
022000     MOVE 'N' TO RZ-EOF-SWITCH
022100     PERFORM 2100-TALLY-ONE-LINK THRU 2100-EXIT
022200             UNTIL RZ-AT-EOF.
022300 2000-EXIT.
022400     EXIT.

022500 2100-TALLY-ONE-LINK.
022600     READ REFERRAL-LINK-FILE
022700         AT END
022800             MOVE 'Y' TO RZ-EOF-SWITCH
022900             GO TO 2100-EXIT
023000     END-READ
023100     IF RX-LINK-DATE > RZ-PERIOD-END-DATE
023200         GO TO 2100-EXIT
023300     END-IF
023400     ADD 1 TO RZ-LINKS-READ
023500     MOVE 'N' TO RZ-FOUND-SWITCH
023600     PERFORM 2110-MATCH-ONE-REFERRER THRU 2110-EXIT
023700             VARYING RZ-REFR-IDX FROM 1 BY 1
023800             UNTIL RZ-REFR-IDX > RZ-REFR-COUNT
023900                OR RZ-FOUND
024000     IF RZ-FOUND
024100         SUBTRACT 1 FROM RZ-REFR-IDX
024200     ELSE
024300         IF RZ-REFR-COUNT NOT < 2000
024400             ADD 1 TO RZ-REFERRERS-DROPPED
024500             GO TO 2100-EXIT
024600         END-IF
024700         ADD 1 TO RZ-REFR-COUNT
024800         MOVE RZ-REFR-COUNT TO RZ-REFR-IDX
024900         MOVE RX-REFERRER-ID TO RZ-REFR-ID(RZ-REFR-IDX)
025000         MOVE ZERO TO RZ-REFR-MONTH-PAID(RZ-REFR-IDX)
025100                      RZ-REFR-TOTAL-PAID(RZ-REFR-IDX)
025200                      RZ-REFR-WAITING(RZ-REFR-IDX)
025300     END-IF
025400     PERFORM 1040-CHECK-PAID THRU 1040-EXIT
025500     IF RZ-PAID-BY-PERIOD-END
025600         ADD 1 TO RZ-REFR-TOTAL-PAID(RZ-REFR-IDX)
025700         ADD 1 TO RZ-LINKS-PAID
025800         IF RX-PAID-DATE (1:6) = RZ-PERIOD
025900             ADD 1 TO RZ-REFR-MONTH-PAID(RZ-REFR-IDX)
026000         END-IF
026100     ELSE
026200         ADD 1 TO RZ-REFR-WAITING(RZ-REFR-IDX)
026300     END-IF.
026400 2100-EXIT.
026500     EXIT.

026600 2110-MATCH-ONE-REFERRER.
026700     IF RZ-REFR-ID(RZ-REFR-IDX) = RX-REFERRER-ID
026800         MOVE 'Y' TO RZ-FOUND-SWITCH
026900     END-IF.
027000 2110-EXIT.
027100     EXIT.

027200*    Only a referrer with something paid ranks -- a referrer
027300*    whose friends are all still waiting shows up below, by
027400*    the friends.
027500 3000-RELEASE-REFERRERS.
027600     PERFORM 3010-RELEASE-ONE-REFERRER THRU 3010-EXIT
027700             VARYING RZ-REFR-IDX FROM 1 BY 1
027800             UNTIL RZ-REFR-IDX > RZ-REFR-COUNT.
027900 3000-EXIT.
028000     EXIT.

028100 3010-RELEASE-ONE-REFERRER.
028200     IF RZ-REFR-TOTAL-PAID(RZ-REFR-IDX) = ZERO
028300         GO TO 3010-EXIT
028400     END-IF
028500     MOVE RZ-REFR-MONTH-PAID(RZ-REFR-IDX) TO RZ-SORT-MONTH-PAID
028600     MOVE RZ-REFR-TOTAL-PAID(RZ-REFR-IDX) TO RZ-SORT-TOTAL-PAID
028700     MOVE RZ-REFR-WAITING(RZ-REFR-IDX) TO RZ-SORT-WAITING
028800     MOVE RZ-REFR-ID(RZ-REFR-IDX) TO RZ-SORT-REFERRER
028900     RELEASE RZ-SORT-RECORD.
029000 3010-EXIT.
029100     EXIT.

029200 3100-WRITE-TOP-REFERRERS.
029300     WRITE REFERRAL-REPORT-LINE FROM RZ-SECTION-1
029400     WRITE REFERRAL-REPORT-LINE FROM RZ-COLUMN-HEADING-1
029500     MOVE ZERO TO RZ-RANK
029600     MOVE 'N' TO RZ-SORT-EOF-SWITCH
029700     PERFORM 3110-WRITE-ONE-REFERRER THRU 3110-EXIT
029800             UNTIL RZ-SORT-AT-EOF OR RZ-RANK NOT < 20
029900     IF RZ-RANK = ZERO
030000         MOVE 'No referral has paid yet.' TO RZ-STATUS-TEXT
030100         WRITE REFERRAL-REPORT-LINE FROM RZ-STATUS-LINE
030200     END-IF
030300     WRITE REFERRAL-REPORT-LINE FROM RZ-BLANK-LINE.
030400 3100-EXIT.
030500     EXIT.

030600 3110-WRITE-ONE-REFERRER.
030700     RETURN REFERRER-SORT-FILE
030800         AT END
030900             MOVE 'Y' TO RZ-SORT-EOF-SWITCH
031000             GO TO 3110-EXIT
031100     END-RETURN
031200     ADD 1 TO RZ-RANK
031300     MOVE RZ-RANK TO RZ-RNK-RANK
031400     MOVE RZ-SORT-REFERRER TO RZ-RNK-REFERRER
031500     MOVE RZ-SORT-MONTH-PAID TO RZ-RNK-MONTH-PAID
031600     MOVE RZ-SORT-TOTAL-PAID TO RZ-RNK-TOTAL-PAID
031700     MOVE RZ-SORT-WAITING TO RZ-RNK-WAITING
031800     WRITE REFERRAL-REPORT-LINE FROM RZ-RANK-LINE.
031900 3110-EXIT.
032000     EXIT.

032100*    A second pass over the link file, in referred-player order
032200*    off the key.
032300 4000-WRITE-NEVER-QUALIFIED.
032400     WRITE REFERRAL-REPORT-LINE FROM RZ-SECTION-2
032500     WRITE REFERRAL-REPORT-LINE FROM RZ-COLUMN-HEADING-2
032600     OPEN INPUT REFERRAL-LINK-FILE
032700     IF NOT RZ-LINK-FILE-OK
032800         GO TO 4000-EXIT
032900     END-IF
033000     MOVE 'N' TO RZ-EOF-SWITCH
033100     PERFORM 4100-WRITE-ONE-UNQUALIFIED THRU 4100-EXIT
033200             UNTIL RZ-AT-EOF
033300     CLOSE REFERRAL-LINK-FILE
033400     IF RZ-NEVER-QUALIFIED = ZERO
033500         MOVE 'Every referred player has qualified.'
033600             TO RZ-STATUS-TEXT
033700         WRITE REFERRAL-REPORT-LINE FROM RZ-STATUS-LINE
033800     END-IF.
033900 4000-EXIT.
034000     EXIT.

034100 4100-WRITE-ONE-UNQUALIFIED.
034200     READ REFERRAL-LINK-FILE
034300         AT END
034400             MOVE 'Y' TO RZ-EOF-SWITCH
034500             GO TO 4100-EXIT
034600     END-READ
034700     IF RX-LINK-DATE > RZ-PERIOD-END-DATE
034800         GO TO 4100-EXIT
034900     END-IF
035000     PERFORM 1040-CHECK-PAID THRU 1040-EXIT
035100     IF RZ-PAID-BY-PERIOD-END
035200         GO TO 4100-EXIT
035300     END-IF
035400     MOVE RX-REFERRED-ID TO RZ-NVR-REFERRED
035500     MOVE RX-REFERRER-ID TO RZ-NVR-REFERRER
035600     MOVE RX-LINK-DATE TO RZ-NVR-LINK-DATE
035700     MOVE RX-PLAY-COUNT TO RZ-NVR-GAMES
035800     IF RX-LINK-HELD
035900         MOVE 'held -- on review' TO RZ-NVR-NOTE
036000     ELSE
036100         MOVE SPACES TO RZ-NVR-NOTE
036200     END-IF
036300     WRITE REFERRAL-REPORT-LINE FROM RZ-NEVER-LINE
036400     ADD 1 TO RZ-NEVER-QUALIFIED.
036500 4100-EXIT.
036600     EXIT.

036700 5000-TERMINATE.
036800     WRITE REFERRAL-REPORT-LINE FROM RZ-BLANK-LINE
036900     MOVE SPACES TO RZ-STATUS-TEXT
037000     STRING 'Referred players linked by period end: '
037100            RZ-LINKS-READ ', paid: ' RZ-LINKS-PAID
037200            ', never qualified: ' RZ-NEVER-QUALIFIED
037300         DELIMITED BY SIZE INTO RZ-STATUS-TEXT
037400     WRITE REFERRAL-REPORT-LINE FROM RZ-STATUS-LINE
037500     IF RZ-REFERRERS-DROPPED > ZERO
037600         MOVE SPACES TO RZ-STATUS-TEXT
037700         STRING 'Links beyond the referrer table, not ranked: '
037800                RZ-REFERRERS-DROPPED
037900             DELIMITED BY SIZE INTO RZ-STATUS-TEXT
038000         WRITE REFERRAL-REPORT-LINE FROM RZ-STATUS-LINE
038100     END-IF
038200     CLOSE REFERRAL-REPORT-FILE
038300     MOVE 0 TO RETURN-CODE.
038400 5000-EXIT.
038500     EXIT.

038600 9999-EXIT.
038700     STOP RUN.
