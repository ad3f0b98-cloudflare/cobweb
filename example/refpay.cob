000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFPAY.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  REFPAY
000900*
001000*  Nightly batch job.  Settles the referral links WORKER writes
001100*  on the REFERRAL-LINK file when a brand-new player's first
001200*  play carries a referral code.  Every link not yet paid has
001300*  the referred player's games counted off PLAYHIST.ARC and the
001400*  live PLAY-HISTORY file: a game counts when it was played on
001500*  or after the day of the link and was not played against the
001600*  referrer.  Probe plays never reach PLAY-HISTORY, so they
001700*  never count.
001800*
001900*  A link whose count reaches PR-REFER-GAMES on the POINT-RATES
002000*  record pays PR-REFER-POINTS to both sides -- an EARN entry
002100*  on POINTS-LEDGER for each, reasons REFERRER and REFERRED,
002200*  with POINTS-BALANCE carried in the same pass so PTSVRFY
002300*  still cross-foots behind it -- and is marked paid, so a
002400*  rerun never pays it twice.  A qualified link whose referred
002500*  player is sitting flagged on the REVIEW-FLAG file (SCREENER,
002600*  PAIRSCRN) is held, not paid; it pays on a later night only
002700*  if the flag is cleared through SCRNREV.  Runs after both
002800*  screens in the window, so tonight's flags are in.  Each
002820*  side's bonus is held to the country earn rule (ELIGCHK): a
002840*  side whose country may not earn is logged as withheld and
002860*  not credited, and the link is still settled.
002900*
003000*  Missing or zero terms on PTSRATES mean 5 games and 100
003100*  points.  Leaves REFPAY.TXT naming every link paid or held.
003200*
003300*  Invoke as:  refpay
003400*  Exits with RETURN-CODE 0.
003500*
003600*  Modification history
003700*  ---------------------------------------------------------------
003800*  2026-10-15  jm  Original program.
003820*  2026-10-15  jm  PLAY-HISTORY grew the WORKER instance id, so
003840*  the archive pass-through width moves from 95 to 96.
003860*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
003880*  the archive pass-through width moves from 96 to 105.
003885*  2026-10-15  jm  Each side's bonus held to the country
003890*  earn rule through ELIGCHK; a side refused is withheld.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT REFERRAL-LINK-FILE ASSIGN TO "REFLINK"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RX-REFERRED-ID
004700         FILE STATUS IS RW-LINK-FILE-STATUS.
004800     SELECT POINT-RATES-FILE ASSIGN TO "PTSRATES"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS RW-RATES-FILE-STATUS.
005100     SELECT REVIEW-FLAG-FILE ASSIGN TO "REVIEWFL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS RW-REVIEW-FILE-STATUS.
005400     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "PLAYHIST.ARC"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS RW-HISTARC-FILE-STATUS.
005700     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RW-PLAYHIST-FILE-STATUS.
006000     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS RW-LEDGER-FILE-STATUS.
006300     SELECT OPTIONAL POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PB-PLAYER-ID
006700         FILE STATUS IS RW-BALANCE-FILE-STATUS.
006800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS RW-BUSDATE-FILE-STATUS.
007100     SELECT REFERRAL-REPORT-FILE ASSIGN TO "REFPAY.TXT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS RW-REPORT-FILE-STATUS.

007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  REFERRAL-LINK-FILE.
007700 COPY "reflink.cpy".

007800 FD  POINT-RATES-FILE.
007900 COPY "ptsrates.cpy".

008000 FD  REVIEW-FLAG-FILE.
008100 COPY "reviewfl.cpy".

008200 FD  HISTORY-ARCHIVE-FILE.
008300 01  HISTORY-ARCHIVE-RECORD      PIC X(105).

008400 FD  PLAY-HISTORY-FILE.
008500 COPY "playhist.cpy".

008600 FD  POINTS-LEDGER-FILE.
008700 COPY "ptsledgr.cpy".

008800 FD  POINTS-BALANCE-FILE.
008900 COPY "ptsbal.cpy".

009000 FD  BUSINESS-DATE-FILE.
009100 COPY "busdate.cpy".

009200 FD  REFERRAL-REPORT-FILE.
009300 01  REFERRAL-REPORT-LINE        PIC X(80).

009400 WORKING-STORAGE SECTION.
009500     77 RW-LINK-FILE-STATUS      PIC X(02) VALUE '00'.
009600        88 RW-LINK-FILE-OK                  VALUE '00'.
009700     77 RW-RATES-FILE-STATUS     PIC X(02) VALUE '00'.
009800        88 RW-RATES-FILE-OK                 VALUE '00'.
009900     77 RW-REVIEW-FILE-STATUS    PIC X(02) VALUE '00'.
010000        88 RW-REVIEW-FILE-OK                VALUE '00'.
010100     77 RW-HISTARC-FILE-STATUS   PIC X(02) VALUE '00'.
010200        88 RW-HISTARC-FILE-OK               VALUE '00'.
010300     77 RW-PLAYHIST-FILE-STATUS  PIC X(02) VALUE '00'.
010400        88 RW-PLAYHIST-FILE-OK              VALUE '00'.
010500     77 RW-LEDGER-FILE-STATUS    PIC X(02) VALUE '00'.
010600        88 RW-LEDGER-FILE-OK                VALUE '00'.
010700     77 RW-BALANCE-FILE-STATUS   PIC X(02) VALUE '00'.
010800        88 RW-BALANCE-FILE-OK               VALUES '00' '05'.
010900     77 RW-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
011000        88 RW-BUSDATE-FILE-OK               VALUE '00'.
011100     77 RW-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
011200     77 RW-EOF-SWITCH            PIC X(01) VALUE 'N'.
011300        88 RW-AT-EOF                        VALUE 'Y'.
011400     77 RW-FOUND-SWITCH          PIC X(01) VALUE 'N'.
011500        88 RW-FOUND                         VALUE 'Y'.
011600     77 RW-FLAGGED-SWITCH        PIC X(01) VALUE 'N'.
011700        88 RW-PLAYER-FLAGGED                VALUE 'Y'.
011800     77 RW-BALANCE-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011900        88 RW-BALANCE-FILE-OPEN             VALUE 'Y'.

012000     77 RW-RUN-DATE              PIC 9(08) VALUE ZERO.
012100     77 RW-SYS-TIME              PIC 9(08) VALUE ZERO.
012200     77 RW-REFER-GAMES           PIC 9(03) VALUE 5.
012300     77 RW-REFER-POINTS          PIC 9(05) VALUE 100.
012400     77 RW-POST-PLAYER           PIC X(20) VALUE SPACES.
012500     77 RW-POST-REASON           PIC X(12) VALUE SPACES.
012520     77 RW-ELIG-POINTS           PIC 9(07) VALUE ZERO.
012540     77 RW-ELIG-ALLOWED          PIC X(01) VALUE 'Y'.
012560     77 RW-ELIG-COUNTRY          PIC X(02) VALUE SPACES.
012570     77 RW-ELIG-LOG              PIC X(01) VALUE 'Y'.
012580     77 RW-LINK-WITHHELD         PIC 9(01) VALUE ZERO.

012600     77 RW-LINK-COUNT            PIC 9(05) COMP VALUE ZERO.
012700     77 RW-LINK-IDX              PIC 9(05) COMP VALUE ZERO.
012800     77 RW-FLAG-COUNT            PIC 9(03) COMP VALUE ZERO.
012900     77 RW-FLAG-IDX              PIC 9(03) COMP VALUE ZERO.

013000     77 RW-LINKS-WAITING         PIC 9(07) VALUE ZERO.
013100     77 RW-LINKS-PAID            PIC 9(07) VALUE ZERO.
013200     77 RW-LINKS-HELD            PIC 9(07) VALUE ZERO.
013300     77 RW-LINKS-DEFERRED        PIC 9(07) VALUE ZERO.
013400     77 RW-POINTS-PAID           PIC 9(09) VALUE ZERO.
013450     77 RW-SIDES-WITHHELD        PIC 9(07) VALUE ZERO.

013500*    Every link not yet paid, with the games counted for it
013600*    tonight.  A link beyond the table waits for a later night.
013700     01 RW-LINK-TABLE.
013800        05 RW-LINK-ENTRY OCCURS 2000 TIMES.
013900           10 RW-LNK-REFERRED    PIC X(20).
014000           10 RW-LNK-REFERRER    PIC X(20).
014100           10 RW-LNK-DATE        PIC 9(08).
014200           10 RW-LNK-GAMES       PIC 9(05).

014300*    Latest review status per flagged player, LEADERBD's table.
014400     01 RW-FLAG-TABLE.
014500        05 RW-FLAG-ENTRY OCCURS 500 TIMES.
014600           10 RW-FLG-PLAYER      PIC X(20).
014700           10 RW-FLG-STATUS      PIC X(01).

014800     01 RW-HEADING-1             PIC X(80) VALUE
014900        'REFPAY - REFERRAL SETTLEMENT'.
015000     01 RW-HEADING-2             PIC X(80).
015100     01 RW-BLANK-LINE            PIC X(80) VALUE SPACES.
015200     01 RW-COLUMN-HEADING        PIC X(80) VALUE
015300        '  REFERRED             REFERRED BY          GAMES  NOTE'.
015400     01 RW-DETAIL-LINE.
015500        05 FILLER                PIC X(02) VALUE SPACES.
015600        05 RW-DTL-REFERRED       PIC X(20).
015700        05 FILLER                PIC X(01) VALUE SPACE.
015800        05 RW-DTL-REFERRER       PIC X(20).
015900        05 FILLER                PIC X(01) VALUE SPACE.
016000        05 RW-DTL-GAMES          PIC ZZZZ9.
016100        05 FILLER                PIC X(02) VALUE SPACES.
016200        05 RW-DTL-NOTE           PIC X(29).
016300     01 RW-STATUS-LINE.
016400        05 FILLER                PIC X(02) VALUE SPACES.
016500        05 RW-STATUS-TEXT        PIC X(78).

016600 PROCEDURE DIVISION.

016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016900     PERFORM 1100-LOAD-LINKS THRU 1100-EXIT
017000     IF RW-LINK-COUNT = ZERO
017100         MOVE 'No referrals waiting to qualify.' TO RW-STATUS-TEXT
017200         WRITE REFERRAL-REPORT-LINE FROM RW-STATUS-LINE
017300         CLOSE REFERRAL-REPORT-FILE
017400         MOVE 0 TO RETURN-CODE
017500         GO TO 9999-EXIT
017600     END-IF
017700     PERFORM 1200-LOAD-REVIEW-FLAGS THRU 1200-EXIT
017800     PERFORM 2000-COUNT-ARCHIVE THRU 2000-EXIT
017900     PERFORM 2100-COUNT-HISTORY THRU 2100-EXIT
018000     PERFORM 3000-SETTLE-LINKS THRU 3000-EXIT
018100     PERFORM 4000-TERMINATE THRU 4000-EXIT
018200     GO TO 9999-EXIT.

018300 1000-INITIALIZE.
018400     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
018500     PERFORM 1030-LOAD-REFERRAL-TERMS THRU 1030-EXIT
018600     OPEN OUTPUT REFERRAL-REPORT-FILE
018700     MOVE SPACES TO RW-HEADING-2
018800     STRING 'Business date: ' RW-RUN-DATE
018900            '   terms: ' RW-REFER-GAMES ' games, '
019000            RW-REFER-POINTS ' points each side'
019100         DELIMITED BY SIZE INTO RW-HEADING-2
019200     WRITE REFERRAL-REPORT-LINE FROM RW-HEADING-1
019300     WRITE REFERRAL-REPORT-LINE FROM RW-HEADING-2
019400     WRITE REFERRAL-REPORT-LINE FROM RW-BLANK-LINE.
019500 1000-EXIT.
019600     EXIT.

019700*    Same BUSINESS-DATE idiom as the rest of the suite: the
019800*    window's day, with the clock as a fallback for hand runs.
019900 1020-GET-BUSINESS-DATE.
020000     OPEN INPUT BUSINESS-DATE-FILE
020100     IF RW-BUSDATE-FILE-OK
020200         READ BUSINESS-DATE-FILE
020300             AT END
020400                 ACCEPT RW-RUN-DATE FROM DATE YYYYMMDD
020500             NOT AT END
020600                 MOVE BD-BUSINESS-DATE TO RW-RUN-DATE
020700         END-READ
020800         CLOSE BUSINESS-DATE-FILE
020900     ELSE
021000         ACCEPT RW-RUN-DATE FROM DATE YYYYMMDD
021100     END-IF.
021200 1020-EXIT.
021300     EXIT.

021400*    A missing file, a record from before the terms existed, or
021500*    a zero all leave the built-in terms in place.
021600 1030-LOAD-REFERRAL-TERMS.
021700     OPEN INPUT POINT-RATES-FILE
021800     IF NOT RW-RATES-FILE-OK
021900         GO TO 1030-EXIT
022000     END-IF
022100     READ POINT-RATES-FILE
022200         AT END
022300             CONTINUE
022400         NOT AT END
022500             IF PR-REFER-GAMES IS NUMERIC AND
022600                PR-REFER-GAMES > ZERO
022700                 MOVE PR-REFER-GAMES TO RW-REFER-GAMES
022800             END-IF
022900             IF PR-REFER-POINTS IS NUMERIC AND
023000                PR-REFER-POINTS > ZERO
023100                 MOVE PR-REFER-POINTS TO RW-REFER-POINTS
023200             END-IF
023300     END-READ
023400     CLOSE POINT-RATES-FILE.
023500 1030-EXIT.
023600     EXIT.

023700*    No link file just means nobody has been referred yet.
023800 1100-LOAD-LINKS.
023900     OPEN INPUT REFERRAL-LINK-FILE
024000     IF NOT RW-LINK-FILE-OK
024100         GO TO 1100-EXIT
024200     END-IF
024300     MOVE 'N' TO RW-EOF-SWITCH
024400     PERFORM 1110-LOAD-ONE-LINK THRU 1110-EXIT
024500             UNTIL RW-AT-EOF
024600     CLOSE REFERRAL-LINK-FILE.
024700 1100-EXIT.
024800     EXIT.

024900 1110-LOAD-ONE-LINK.
025000     READ REFERRAL-LINK-FILE NEXT RECORD
025100         AT END
025200             MOVE 'Y' TO RW-EOF-SWITCH
025300             GO TO 1110-EXIT
025400     END-READ
025500     IF RX-LINK-PAID
025600         GO TO 1110-EXIT
025700     END-IF
025800     IF RW-LINK-COUNT NOT < 2000
025900         ADD 1 TO RW-LINKS-DEFERRED
026000         GO TO 1110-EXIT
026100     END-IF
026200     ADD 1 TO RW-LINK-COUNT
026300     MOVE RX-REFERRED-ID TO RW-LNK-REFERRED(RW-LINK-COUNT)
026400     MOVE RX-REFERRER-ID TO RW-LNK-REFERRER(RW-LINK-COUNT)
026500     MOVE RX-LINK-DATE TO RW-LNK-DATE(RW-LINK-COUNT)
026600     MOVE ZERO TO RW-LNK-GAMES(RW-LINK-COUNT).
026700 1110-EXIT.
026800     EXIT.

026900*    No review file just means nobody has ever been flagged.
027000 1200-LOAD-REVIEW-FLAGS.
027100     OPEN INPUT REVIEW-FLAG-FILE
027200     IF NOT RW-REVIEW-FILE-OK
027300         GO TO 1200-EXIT
027400     END-IF
027500     MOVE 'N' TO RW-EOF-SWITCH
027600     PERFORM 1210-LOAD-ONE-FLAG THRU 1210-EXIT
027700             UNTIL RW-AT-EOF
027800     CLOSE REVIEW-FLAG-FILE.
027900 1200-EXIT.
028000     EXIT.

028100 1210-LOAD-ONE-FLAG.
028200     READ REVIEW-FLAG-FILE
028300         AT END
028400             MOVE 'Y' TO RW-EOF-SWITCH
028500         NOT AT END
028600             PERFORM 1220-STORE-ONE-FLAG THRU 1220-EXIT
028700     END-READ.
028800 1210-EXIT.
028900     EXIT.

029000*    The latest record for a player wins, so a flag cleared
029100*    through SCRNREV reads as cleared.
029200 1220-STORE-ONE-FLAG.
029300     MOVE 'N' TO RW-FOUND-SWITCH
029400     PERFORM 1230-MATCH-ONE-FLAG THRU 1230-EXIT
029500             VARYING RW-FLAG-IDX FROM 1 BY 1
029600             UNTIL RW-FLAG-IDX > RW-FLAG-COUNT
029700                OR RW-FOUND
029800     IF RW-FOUND
029900         SUBTRACT 1 FROM RW-FLAG-IDX
030000         MOVE RV-STATUS TO RW-FLG-STATUS(RW-FLAG-IDX)
030100     ELSE
030200         IF RW-FLAG-COUNT < 500
030300             ADD 1 TO RW-FLAG-COUNT
030400             MOVE RV-PLAYER-ID TO RW-FLG-PLAYER(RW-FLAG-COUNT)
030500             MOVE RV-STATUS TO RW-FLG-STATUS(RW-FLAG-COUNT)
030600         END-IF
030700     END-IF.
030800 1220-EXIT.
030900     EXIT.

031000 1230-MATCH-ONE-FLAG.
031100     IF RW-FLG-PLAYER(RW-FLAG-IDX) = RV-PLAYER-ID
031200         MOVE 'Y' TO RW-FOUND-SWITCH
031300     END-IF.
031400 1230-EXIT.
031500     EXIT.

031600*    True when the referred player of the current link is
031700*    sitting flagged on the review file.
031800 1240-CHECK-FLAGGED.
031900     MOVE 'N' TO RW-FLAGGED-SWITCH
032000     PERFORM 1250-MATCH-LINK-FLAG THRU 1250-EXIT
032100             VARYING RW-FLAG-IDX FROM 1 BY 1
032200             UNTIL RW-FLAG-IDX > RW-FLAG-COUNT.
032300 1240-EXIT.
032400     EXIT.

032500 1250-MATCH-LINK-FLAG.
032600     IF RW-FLG-PLAYER(RW-FLAG-IDX) = RW-LNK-REFERRED(RW-LINK-IDX)
032700        AND RW-FLG-STATUS(RW-FLAG-IDX) = 'F'
032800         MOVE 'Y' TO RW-FLAGGED-SWITCH
032900     END-IF.
033000 1250-EXIT.
033100     EXIT.

033200*    ----------------------------------------------------------
033300*    The archive first, then the live file -- the same order
033400*    DISPPOST reads them in.  The archive shares the live
033500*    file's layout, so its records are read into it.
033600*    ----------------------------------------------------------
033700 2000-COUNT-ARCHIVE.
033800     MOVE 'N' TO RW-EOF-SWITCH
033900     OPEN INPUT HISTORY-ARCHIVE-FILE
034000     IF NOT RW-HISTARC-FILE-OK
034100         GO TO 2000-EXIT
034200     END-IF
034300     PERFORM 2010-COUNT-ONE-ARCHIVED THRU 2010-EXIT
034400             UNTIL RW-AT-EOF
034500     CLOSE HISTORY-ARCHIVE-FILE.
034600 2000-EXIT.
034700     EXIT.

034800 2010-COUNT-ONE-ARCHIVED.
034900     READ HISTORY-ARCHIVE-FILE INTO PLAY-HISTORY-RECORD
035000         AT END
035100             MOVE 'Y' TO RW-EOF-SWITCH
035200         NOT AT END
035300             PERFORM 2200-COUNT-ONE-GAME THRU 2200-EXIT
035400     END-READ.
035500 2010-EXIT.
035600     EXIT.

035700 2100-COUNT-HISTORY.
035800     MOVE 'N' TO RW-EOF-SWITCH
035900     OPEN INPUT PLAY-HISTORY-FILE
036000     IF NOT RW-PLAYHIST-FILE-OK
036100         GO TO 2100-EXIT
036200     END-IF
036300     PERFORM 2110-COUNT-ONE-PLAY THRU 2110-EXIT
036400             UNTIL RW-AT-EOF
036500     CLOSE PLAY-HISTORY-FILE.
036600 2100-EXIT.
036700     EXIT.

036800 2110-COUNT-ONE-PLAY.
036900     READ PLAY-HISTORY-FILE
037000         AT END
037100             MOVE 'Y' TO RW-EOF-SWITCH
037200         NOT AT END
037300             PERFORM 2200-COUNT-ONE-GAME THRU 2200-EXIT
037400     END-READ.
037500 2110-EXIT.
037600     EXIT.

037700*    A game counts for the link of the player who played it when
037800*    it was played on or after the day of the link and not
037900*    against the referrer -- two friends trading games with each
038000*    other is not the new player taking up the game.
038100 2200-COUNT-ONE-GAME.
038200     MOVE 'N' TO RW-FOUND-SWITCH
038300     PERFORM 2210-MATCH-ONE-LINK THRU 2210-EXIT
038400             VARYING RW-LINK-IDX FROM 1 BY 1
038500             UNTIL RW-LINK-IDX > RW-LINK-COUNT
038600                OR RW-FOUND
038700     IF NOT RW-FOUND
038800         GO TO 2200-EXIT
038900     END-IF
039000     SUBTRACT 1 FROM RW-LINK-IDX
039100     IF PH-DATE < RW-LNK-DATE(RW-LINK-IDX)
039200         GO TO 2200-EXIT
039300     END-IF
039400     IF PH-OPPONENT-ID = RW-LNK-REFERRER(RW-LINK-IDX)
039500         GO TO 2200-EXIT
039600     END-IF
039700     IF RW-LNK-GAMES(RW-LINK-IDX) < 99999
039800         ADD 1 TO RW-LNK-GAMES(RW-LINK-IDX)
039900     END-IF.
040000 2200-EXIT.
040100     EXIT.

040200 2210-MATCH-ONE-LINK.
040300     IF RW-LNK-REFERRED(RW-LINK-IDX) = PH-PLAYER-ID
040400         MOVE 'Y' TO RW-FOUND-SWITCH
040500     END-IF.
040600 2210-EXIT.
040700     EXIT.

040800*    ----------------------------------------------------------
040900*    Each link is re-read by key and rewritten with tonight's
041000*    count.  No balance file means nothing can be paid; every
041100*    link stays as it was, count aside, for a later night.
041200*    ----------------------------------------------------------
041300 3000-SETTLE-LINKS.
041400     OPEN I-O REFERRAL-LINK-FILE
041500     IF NOT RW-LINK-FILE-OK
041600         MOVE 'REFLINK would not open for update -- nothing paid.'
041700             TO RW-STATUS-TEXT
041800         WRITE REFERRAL-REPORT-LINE FROM RW-STATUS-LINE
041900         GO TO 3000-EXIT
042000     END-IF
042100     OPEN I-O POINTS-BALANCE-FILE
042200     IF RW-BALANCE-FILE-OK
042300         MOVE 'Y' TO RW-BALANCE-OPEN-SWITCH
042400         OPEN EXTEND POINTS-LEDGER-FILE
042500         IF NOT RW-LEDGER-FILE-OK
042600             OPEN OUTPUT POINTS-LEDGER-FILE
042700         END-IF
042800     END-IF
042900     WRITE REFERRAL-REPORT-LINE FROM RW-COLUMN-HEADING
043000     PERFORM 3100-SETTLE-ONE-LINK THRU 3100-EXIT
043100             VARYING RW-LINK-IDX FROM 1 BY 1
043200             UNTIL RW-LINK-IDX > RW-LINK-COUNT
043300     IF RW-BALANCE-FILE-OPEN
043400         CLOSE POINTS-LEDGER-FILE
043500         CLOSE POINTS-BALANCE-FILE
043600     END-IF
043700     CLOSE REFERRAL-LINK-FILE.
043800 3000-EXIT.
043900     EXIT.

044000 3100-SETTLE-ONE-LINK.
044100     MOVE RW-LNK-REFERRED(RW-LINK-IDX) TO RX-REFERRED-ID
044200     READ REFERRAL-LINK-FILE
044300         INVALID KEY
044400             GO TO 3100-EXIT
044500     END-READ
044600     MOVE RW-LNK-GAMES(RW-LINK-IDX) TO RX-PLAY-COUNT
044700     MOVE RX-REFERRED-ID TO RW-DTL-REFERRED
044800     MOVE RX-REFERRER-ID TO RW-DTL-REFERRER
044900     MOVE RX-PLAY-COUNT TO RW-DTL-GAMES
045000     IF RX-PLAY-COUNT < RW-REFER-GAMES
045100         SET RX-LINK-PENDING TO TRUE
045200         REWRITE REFERRAL-LINK-RECORD
045300         ADD 1 TO RW-LINKS-WAITING
045400         GO TO 3100-EXIT
045500     END-IF
045600     PERFORM 1240-CHECK-FLAGGED THRU 1240-EXIT
045700     IF RW-PLAYER-FLAGGED
045800         SET RX-LINK-HELD TO TRUE
045900         REWRITE REFERRAL-LINK-RECORD
046000         MOVE 'held -- on review' TO RW-DTL-NOTE
046100         WRITE REFERRAL-REPORT-LINE FROM RW-DETAIL-LINE
046200         ADD 1 TO RW-LINKS-HELD
046300         GO TO 3100-EXIT
046400     END-IF
046500     IF NOT RW-BALANCE-FILE-OPEN
046600         REWRITE REFERRAL-LINK-RECORD
046700         MOVE 'not paid -- PTSBAL closed' TO RW-DTL-NOTE
046800         WRITE REFERRAL-REPORT-LINE FROM RW-DETAIL-LINE
046900         ADD 1 TO RW-LINKS-WAITING
047000         GO TO 3100-EXIT
047100     END-IF
047150     MOVE ZERO TO RW-LINK-WITHHELD
047200     MOVE RX-REFERRER-ID TO RW-POST-PLAYER
047300     MOVE 'REFERRER' TO RW-POST-REASON
047400     PERFORM 3200-POST-BONUS THRU 3200-EXIT
047500     MOVE RX-REFERRED-ID TO RW-POST-PLAYER
047600     MOVE 'REFERRED' TO RW-POST-REASON
047700     PERFORM 3200-POST-BONUS THRU 3200-EXIT
047800     SET RX-LINK-PAID TO TRUE
047900     MOVE RW-RUN-DATE TO RX-PAID-DATE
048000     REWRITE REFERRAL-LINK-RECORD
048100     MOVE 'paid' TO RW-DTL-NOTE
048120     IF RW-LINK-WITHHELD > ZERO
048140         MOVE 'paid -- withheld for country' TO RW-DTL-NOTE
048160     END-IF
048200     WRITE REFERRAL-REPORT-LINE FROM RW-DETAIL-LINE
048300     ADD 1 TO RW-LINKS-PAID.
048400 3100-EXIT.
048500     EXIT.

048600*    Balance first, then the ledger entry, the same order PTSCON
048700*    posts in.  A side with no balance record yet gets one, the
048800*    way WORKER opens one on a player's first earn.  A side
048820*    whose country may not earn is withheld through ELIGCHK,
048840*    the same rule WORKER holds its own earns to.
048900 3200-POST-BONUS.
048905     MOVE RW-REFER-POINTS TO RW-ELIG-POINTS
048910     CALL "ELIGCHK" USING RW-POST-PLAYER
048915                          RW-ELIG-POINTS
048920                          RW-POST-REASON
048925                          RW-ELIG-ALLOWED
048930                          RW-ELIG-COUNTRY
048932                          RW-ELIG-LOG
048935     IF RW-ELIG-ALLOWED = 'N'
048940         ADD 1 TO RW-LINK-WITHHELD
048945         ADD 1 TO RW-SIDES-WITHHELD
048950         GO TO 3200-EXIT
048955     END-IF
049000     MOVE RW-POST-PLAYER TO PB-PLAYER-ID
049100     READ POINTS-BALANCE-FILE
049200         INVALID KEY
049300             MOVE RW-POST-PLAYER TO PB-PLAYER-ID
049400             MOVE RW-REFER-POINTS TO PB-BALANCE
049500             WRITE POINTS-BALANCE-RECORD
049600         NOT INVALID KEY
049700             ADD RW-REFER-POINTS TO PB-BALANCE
049800             REWRITE POINTS-BALANCE-RECORD
049900     END-READ
050000     ACCEPT RW-SYS-TIME FROM TIME
050100     MOVE RW-RUN-DATE TO PD-DATE
050200     MOVE RW-SYS-TIME TO PD-TIME
050300     MOVE RW-POST-PLAYER TO PD-PLAYER-ID
050400     MOVE 'EARN' TO PD-ENTRY-TYPE
050500     MOVE RW-POST-REASON TO PD-REASON
050600     MOVE RW-REFER-POINTS TO PD-POINTS
050700     WRITE POINTS-LEDGER-RECORD
050800     ADD RW-REFER-POINTS TO RW-POINTS-PAID.
050900 3200-EXIT.
051000     EXIT.

051100 4000-TERMINATE.
051200     WRITE REFERRAL-REPORT-LINE FROM RW-BLANK-LINE
051300     MOVE SPACES TO RW-STATUS-TEXT
051400     STRING 'Links paid: ' RW-LINKS-PAID
051500            ', points paid: ' RW-POINTS-PAID
051600         DELIMITED BY SIZE INTO RW-STATUS-TEXT
051700     WRITE REFERRAL-REPORT-LINE FROM RW-STATUS-LINE
051800     MOVE SPACES TO RW-STATUS-TEXT
051900     STRING 'Links held on review: ' RW-LINKS-HELD
052000            ', still waiting: ' RW-LINKS-WAITING
052100         DELIMITED BY SIZE INTO RW-STATUS-TEXT
052200     WRITE REFERRAL-REPORT-LINE FROM RW-STATUS-LINE
052210     IF RW-SIDES-WITHHELD > ZERO
052220         MOVE SPACES TO RW-STATUS-TEXT
052230         STRING 'Bonuses withheld for the country: '
052240                RW-SIDES-WITHHELD
052250             DELIMITED BY SIZE INTO RW-STATUS-TEXT
052260         WRITE REFERRAL-REPORT-LINE FROM RW-STATUS-LINE
052270     END-IF
052300     IF RW-LINKS-DEFERRED > ZERO
052400         MOVE SPACES TO RW-STATUS-TEXT
052500         STRING 'Links beyond the table, left for a later night: '
052600                RW-LINKS-DEFERRED
052700             DELIMITED BY SIZE INTO RW-STATUS-TEXT
052800         WRITE REFERRAL-REPORT-LINE FROM RW-STATUS-LINE
052900     END-IF
053000     CLOSE REFERRAL-REPORT-FILE
053100     MOVE 0 TO RETURN-CODE.
053200 4000-EXIT.
053300     EXIT.

053400 9999-EXIT.
053500     STOP RUN.
