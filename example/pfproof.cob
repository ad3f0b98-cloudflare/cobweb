000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PFPROOF.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PFPROOF
000900*
001000*  Nightly batch job.  PTSVRFY proves the points balances
001100*  against their ledger; this proves PLAYER-PROFILE against the
001200*  PLAY-HISTORY trail its counters came from.  Each profile's
001300*  lifetime wins, losses and ties, its head-to-head record and
001400*  its best streak are recomputed from history and set beside
001500*  what is on file, and every profile that disagrees is listed
001600*  with the difference (profile minus history).
001700*
001800*  History is read oldest first: PLAYHIST.ARC, where RETENMGR
001900*  ages records, then the live PLAYHIST -- passing over any live
002000*  record no newer than the archive's newest, which is a copy
002100*  RETENMGR has archived and ops have not yet promoted away.
002200*  (A record a dispute hold keeps back in the live file while
002300*  newer ones age out is passed over with them, so a held
002400*  player can show short until the case closes.)
002500*
002600*  PROFMNT merges are allowed for off the PROFILE-LOG trail: a
002700*  play made under a merged id before the merge counts to the
002800*  profile it was merged into, and a play made under an erased
002900*  id before the erase counts to nobody.  A merge keeps the
003000*  better of the two best streaks rather than joining them, so
003100*  the streak is followed per id and handed on at the merge
003200*  the same way.
003300*
003400*  The job ends clean whatever it finds, as PTSVRFY does; once
003500*  the number of out-of-balance profiles passes the threshold it
003600*  raises a WARN on the common ALERT file instead.  The
003700*  threshold is the first word of the command line, default 10.
003800*
003900*  A play a DISPUTE case was upheld on stands as PLAY-CORRECTION
004000*  has it: DISPPOST adjusts the profile and posts the correction
004100*  rather than rewriting history, so the correction's result is
004200*  folded in place of the one on history.  Corrections are held
004300*  by play (player, date and time), the latest for a play
004400*  standing, as DISPPOST itself reads them.
004500*
004600*  Invoke as:  pfproof [threshold]
004700*  Leaves PFPROOF.TXT.
004800*
004900*  Modification history
005000*  ---------------------------------------------------------------
005100*  2026-10-15  jm  Original program.
005200*  2026-10-15  jm  PLAY-HISTORY grew the WORKER instance id, so
005300*  the archive pass-through width moves from 95 to 96.
005400*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
005500*  the archive pass-through width moves from 96 to 105.
005600*  2026-10-15  jm  Plays corrected on PLAY-CORRECTION are folded
005700*  with the corrected result, not the one on history.
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT ARC-PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST.ARC"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FP-ARCHIVE-FILE-STATUS.
006500     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FP-PLAYHIST-FILE-STATUS.
006800     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FP-CORRECT-FILE-STATUS.
007100     SELECT PROFILE-LOG-FILE ASSIGN TO "PROFLOG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FP-LOG-FILE-STATUS.
007400     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS PP-PLAYER-ID
007800         FILE STATUS IS FP-PROFILE-FILE-STATUS.
007900     SELECT ALERT-FILE ASSIGN TO "ALERTS"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FP-ALERT-FILE-STATUS.
008200     SELECT PROOF-REPORT-FILE ASSIGN TO "PFPROOF.TXT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FP-REPORT-FILE-STATUS.

008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  ARC-PLAY-HISTORY-FILE.
008800 01  FP-ARCHIVE-LINE             PIC X(105).

008900 FD  PLAY-HISTORY-FILE.
009000 COPY "playhist.cpy".

009100 FD  PLAY-CORRECTION-FILE.
009200 COPY "playcorr.cpy".

009300 FD  PROFILE-LOG-FILE.
009400 COPY "proflog.cpy".

009500 FD  PLAYER-PROFILE-FILE.
009600 COPY "playerpf.cpy".

009700 FD  ALERT-FILE.
009800 COPY "alertrec.cpy".

009900 FD  PROOF-REPORT-FILE.
010000 01  PROOF-REPORT-LINE           PIC X(80).

010100 WORKING-STORAGE SECTION.
010200     77 FP-ARCHIVE-FILE-STATUS   PIC X(02) VALUE '00'.
010300        88 FP-ARCHIVE-FILE-OK              VALUE '00'.
010400     77 FP-PLAYHIST-FILE-STATUS  PIC X(02) VALUE '00'.
010500        88 FP-PLAYHIST-FILE-OK             VALUE '00'.
010600     77 FP-CORRECT-FILE-STATUS   PIC X(02) VALUE '00'.
010700        88 FP-CORRECT-FILE-OK              VALUE '00'.
010800     77 FP-LOG-FILE-STATUS       PIC X(02) VALUE '00'.
010900        88 FP-LOG-FILE-OK                  VALUE '00'.
011000     77 FP-PROFILE-FILE-STATUS   PIC X(02) VALUE '00'.
011100        88 FP-PROFILE-FILE-OK              VALUE '00'.
011200     77 FP-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
011300        88 FP-ALERT-FILE-OK                VALUE '00'.
011400     77 FP-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
011500     77 FP-EOF-SWITCH            PIC X(01) VALUE 'N'.
011600        88 FP-AT-EOF                       VALUE 'Y'.
011700     77 FP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
011800        88 FP-ENTRY-FOUND                  VALUE 'Y'.
011900     77 FP-DIFFER-SWITCH         PIC X(01) VALUE 'N'.
012000        88 FP-PROFILE-DIFFERS              VALUE 'Y'.
012100     77 FP-CORR-FOUND-SWITCH     PIC X(01) VALUE 'N'.
012200        88 FP-CORRECTION-FOUND             VALUE 'Y'.

012300     01 FP-COMMAND-LINE          PIC X(20) VALUE SPACES.
012400     77 FP-THRESHOLD             PIC 9(05) VALUE 10.
012500     77 FP-RUN-DATE              PIC 9(08) VALUE ZERO.
012600     77 FP-ALERT-TIME            PIC 9(08) VALUE ZERO.
012700     77 FP-ARCHIVE-HIGH-DATE     PIC 9(08) VALUE ZERO.
012800     77 FP-ARCHIVE-HIGH-TIME     PIC 9(08) VALUE ZERO.
012900     77 FP-SEEK-PLAYER           PIC X(20) VALUE SPACES.
013000     77 FP-SEEK-DATE             PIC 9(08) VALUE ZERO.
013100     77 FP-SEEK-TIME             PIC 9(08) VALUE ZERO.
013200     77 FP-OWNER-ID              PIC X(20) VALUE SPACES.
013300     77 FP-RAW-IDX               PIC 9(04) COMP VALUE ZERO.
013400     77 FP-OWNER-IDX             PIC 9(04) COMP VALUE ZERO.
013500     77 FP-SOURCE-IDX            PIC 9(04) COMP VALUE ZERO.
013600     77 FP-HANDED-BEST           PIC 9(05) COMP VALUE ZERO.
013700     77 FP-EXPECT-BEST           PIC 9(05) COMP VALUE ZERO.
013800     77 FP-PLAY-RESULT           PIC X(10) VALUE SPACES.

013900     77 FP-ARCHIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
014000     77 FP-LIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
014100     77 FP-OVERLAP-COUNT         PIC 9(09) COMP VALUE ZERO.
014200     77 FP-ERASED-COUNT          PIC 9(09) COMP VALUE ZERO.
014300     77 FP-PROFILE-COUNT         PIC 9(09) COMP VALUE ZERO.
014400     77 FP-UNTALLIED-COUNT       PIC 9(09) COMP VALUE ZERO.
014500     77 FP-CORRECTED-COUNT       PIC 9(09) COMP VALUE ZERO.
014600     77 FP-CORR-DROPPED-COUNT    PIC 9(09) COMP VALUE ZERO.
014700     77 FP-BREAK-COUNT           PIC 9(05) VALUE ZERO.
014800     77 FP-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.

014900*    Every merge and erase off PROFILE-LOG, in the order made --
015000*    the order matters when an id merged into one that was
015100*    itself merged later.
015200     77 FP-MERGE-COUNT           PIC 9(04) COMP VALUE ZERO.
015300     77 FP-MERGE-IDX             PIC 9(04) COMP VALUE ZERO.
015400     01 FP-MERGE-TABLE.
015500        05 FP-MERGE-ENTRY OCCURS 200 TIMES.
015600           10 FP-MRG-ACTION      PIC X(05).
015700           10 FP-MRG-SOURCE      PIC X(20).
015800           10 FP-MRG-TARGET      PIC X(20).
015900           10 FP-MRG-DATE        PIC 9(08).
016000           10 FP-MRG-TIME        PIC 9(08).

016100*    The standing correction for every corrected play, keyed
016200*    by the play; an anonymous play's has no profile to prove.
016300     77 FP-CORR-COUNT            PIC 9(04) COMP VALUE ZERO.
016400     77 FP-CORR-IDX              PIC 9(04) COMP VALUE ZERO.
016500     01 FP-CORRECTION-TABLE.
016600        05 FP-COR-ENTRY OCCURS 500 TIMES.
016700           10 FP-COR-PLAYER      PIC X(20).
016800           10 FP-COR-DATE        PIC 9(08).
016900           10 FP-COR-TIME        PIC 9(08).
017000           10 FP-COR-RESULT      PIC X(10).

017100*    One row per player id seen on history or on file.  The
017200*    W-L-T and head-to-head columns count to the profile that
017300*    owns the play now; the streak columns follow the id the
017400*    play was made under.  FP-TLY-STREAM is N while that id has
017500*    only ever played as itself, M once its plays went into a
017600*    merge, and R when the id has played again since.
017700     77 FP-TALLY-COUNT           PIC 9(04) COMP VALUE ZERO.
017800     77 FP-TALLY-IDX             PIC 9(04) COMP VALUE ZERO.
017900     01 FP-TALLY-TABLE.
018000        05 FP-TALLY-ENTRY OCCURS 1000 TIMES.
018100           10 FP-TLY-PLAYER      PIC X(20).
018200           10 FP-TLY-WINS        PIC 9(07) COMP.
018300           10 FP-TLY-LOSSES      PIC 9(07) COMP.
018400           10 FP-TLY-TIES        PIC 9(07) COMP.
018500           10 FP-TLY-H2H-WINS    PIC 9(07) COMP.
018600           10 FP-TLY-H2H-LOSSES  PIC 9(07) COMP.
018700           10 FP-TLY-H2H-TIES    PIC 9(07) COMP.
018800           10 FP-TLY-CUR-STREAK  PIC 9(05) COMP.
018900           10 FP-TLY-BEST-STREAK PIC 9(05) COMP.
019000           10 FP-TLY-HANDED-BEST PIC 9(05) COMP.
019100           10 FP-TLY-STREAM      PIC X(01).
019200           10 FP-TLY-HAS-PROF    PIC X(01).
019300           10 FP-TLY-PF-WINS     PIC 9(05).
019400           10 FP-TLY-PF-LOSSES   PIC 9(05).
019500           10 FP-TLY-PF-TIES     PIC 9(05).
019600           10 FP-TLY-PF-H2H-W    PIC 9(05).
019700           10 FP-TLY-PF-H2H-L    PIC 9(05).
019800           10 FP-TLY-PF-H2H-T    PIC 9(05).
019900           10 FP-TLY-PF-BEST     PIC 9(05).

020000     01 FP-HEADING-1             PIC X(80) VALUE
020100        'PFPROOF - PROFILE COUNTERS PROVED AGAINST PLAY-HISTORY'.
020200     01 FP-HEADING-2             PIC X(80).
020300     01 FP-HEADING-3.
020400        05 FILLER                PIC X(22) VALUE
020500           '  Player'.
020600        05 FILLER                PIC X(42) VALUE
020700           ' Wins  Loss  Ties H2H-W H2H-L H2H-T  Best'.
020800     01 FP-HEADING-4             PIC X(80) VALUE
020900        '  (profile minus history)'.
021000     01 FP-BLANK-LINE            PIC X(80) VALUE SPACES.
021100     01 FP-BREAK-LINE.
021200        05 FILLER                PIC X(02) VALUE SPACES.
021300        05 FP-BRK-PLAYER         PIC X(20).
021400        05 FP-BRK-WINS           PIC -ZZZZ9.
021500        05 FP-BRK-LOSSES         PIC -ZZZZ9.
021600        05 FP-BRK-TIES           PIC -ZZZZ9.
021700        05 FP-BRK-H2H-W          PIC -ZZZZ9.
021800        05 FP-BRK-H2H-L          PIC -ZZZZ9.
021900        05 FP-BRK-H2H-T          PIC -ZZZZ9.
022000        05 FP-BRK-BEST           PIC -ZZZZ9.
022100        05 FILLER                PIC X(01) VALUE SPACE.
022200        05 FP-BRK-NOTE           PIC X(15).
022300     01 FP-WORK-DIFF             PIC S9(07) VALUE ZERO.
022400     01 FP-DETAIL-LINE.
022500        05 FILLER                PIC X(02) VALUE SPACES.
022600        05 FP-DTL-TEXT           PIC X(40).
022700        05 FP-DTL-COUNT          PIC ZZZ,ZZZ,ZZ9.
022800        05 FILLER                PIC X(27) VALUE SPACES.
022900     01 FP-STATUS-LINE.
023000        05 FILLER                PIC X(02) VALUE SPACES.
023100        05 FP-STATUS-TEXT        PIC X(78).

023200 PROCEDURE DIVISION.

023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023500     PERFORM 1500-LOAD-PROFILE-LOG THRU 1500-EXIT
023600     PERFORM 1600-LOAD-CORRECTIONS THRU 1600-EXIT
023700     PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
023800     PERFORM 2500-READ-LIVE-HISTORY THRU 2500-EXIT
023900     PERFORM 3000-HAND-ON-STREAKS THRU 3000-EXIT
024000     PERFORM 4000-READ-PROFILES THRU 4000-EXIT
024100     PERFORM 5000-COMPARE THRU 5000-EXIT
024200     PERFORM 6000-VERDICT THRU 6000-EXIT
024300     GO TO 9999-EXIT.

024400 1000-INITIALIZE.
024500     ACCEPT FP-RUN-DATE FROM DATE YYYYMMDD
024600     ACCEPT FP-COMMAND-LINE FROM COMMAND-LINE
024700     IF FP-COMMAND-LINE (1:5) IS NUMERIC
024800         MOVE FP-COMMAND-LINE (1:5) TO FP-THRESHOLD
024900     END-IF
025000     OPEN OUTPUT PROOF-REPORT-FILE
025100     MOVE SPACES TO FP-HEADING-2
025200     STRING 'Run date: ' FP-RUN-DATE '   WARN above '
025300            FP-THRESHOLD ' break(s)' DELIMITED BY SIZE
025400         INTO FP-HEADING-2
025500     WRITE PROOF-REPORT-LINE FROM FP-HEADING-1
025600     WRITE PROOF-REPORT-LINE FROM FP-HEADING-2
025700     WRITE PROOF-REPORT-LINE FROM FP-BLANK-LINE
025800     WRITE PROOF-REPORT-LINE FROM FP-HEADING-3
025900     WRITE PROOF-REPORT-LINE FROM FP-HEADING-4.
026000 1000-EXIT.
026100     EXIT.

026200*    No trail just means nothing was ever merged or erased.
026300 1500-LOAD-PROFILE-LOG.
026400     OPEN INPUT PROFILE-LOG-FILE
026500     IF NOT FP-LOG-FILE-OK
026600         GO TO 1500-EXIT
026700     END-IF
026800     MOVE 'N' TO FP-EOF-SWITCH
026900     PERFORM 1510-LOAD-ONE-ACTION THRU 1510-EXIT
027000             UNTIL FP-AT-EOF
027100     CLOSE PROFILE-LOG-FILE.
027200 1500-EXIT.
027300     EXIT.

027400 1510-LOAD-ONE-ACTION.
027500     READ PROFILE-LOG-FILE
027600         AT END
027700             MOVE 'Y' TO FP-EOF-SWITCH
027800         NOT AT END
027900             IF FP-MERGE-COUNT < 200
028000                 ADD 1 TO FP-MERGE-COUNT
028100                 MOVE PL-ACTION TO FP-MRG-ACTION(FP-MERGE-COUNT)
028200                 MOVE PL-SOURCE-ID
028300                     TO FP-MRG-SOURCE(FP-MERGE-COUNT)
028400                 MOVE PL-TARGET-ID
028500                     TO FP-MRG-TARGET(FP-MERGE-COUNT)
028600                 MOVE PL-DATE TO FP-MRG-DATE(FP-MERGE-COUNT)
028700                 MOVE PL-TIME TO FP-MRG-TIME(FP-MERGE-COUNT)
028800             END-IF
028900     END-READ.
029000 1510-EXIT.
029100     EXIT.

029200*    No corrections file just means no case was ever upheld.
029300 1600-LOAD-CORRECTIONS.
029400     OPEN INPUT PLAY-CORRECTION-FILE
029500     IF NOT FP-CORRECT-FILE-OK
029600         GO TO 1600-EXIT
029700     END-IF
029800     MOVE 'N' TO FP-EOF-SWITCH
029900     PERFORM 1610-LOAD-ONE-CORRECTION THRU 1610-EXIT
030000             UNTIL FP-AT-EOF
030100     CLOSE PLAY-CORRECTION-FILE.
030200 1600-EXIT.
030300     EXIT.

030400*    The file is in the order posted, so a later correction of
030500*    the same play replaces the earlier one's result.
030600 1610-LOAD-ONE-CORRECTION.
030700     READ PLAY-CORRECTION-FILE
030800         AT END
030900             MOVE 'Y' TO FP-EOF-SWITCH
031000             GO TO 1610-EXIT
031100     END-READ
031200     IF CO-PLAYER-ID = SPACES
031300         GO TO 1610-EXIT
031400     END-IF
031500     MOVE CO-PLAYER-ID TO FP-SEEK-PLAYER
031600     MOVE CO-PLAY-DATE TO FP-SEEK-DATE
031700     MOVE CO-PLAY-TIME TO FP-SEEK-TIME
031800     PERFORM 2250-FIND-CORRECTION THRU 2250-EXIT
031900     IF FP-CORRECTION-FOUND
032000         MOVE CO-NEW-RESULT TO FP-COR-RESULT(FP-CORR-IDX)
032100         GO TO 1610-EXIT
032200     END-IF
032300     IF FP-CORR-COUNT >= 500
032400         ADD 1 TO FP-CORR-DROPPED-COUNT
032500         GO TO 1610-EXIT
032600     END-IF
032700     ADD 1 TO FP-CORR-COUNT
032800     MOVE CO-PLAYER-ID TO FP-COR-PLAYER(FP-CORR-COUNT)
032900     MOVE CO-PLAY-DATE TO FP-COR-DATE(FP-CORR-COUNT)
033000     MOVE CO-PLAY-TIME TO FP-COR-TIME(FP-CORR-COUNT)
033100     MOVE CO-NEW-RESULT TO FP-COR-RESULT(FP-CORR-COUNT).
033200 1610-EXIT.
033300     EXIT.

033400 2000-READ-ARCHIVE.
033500     OPEN INPUT ARC-PLAY-HISTORY-FILE
033600     IF NOT FP-ARCHIVE-FILE-OK
033700         GO TO 2000-EXIT
033800     END-IF
033900     MOVE 'N' TO FP-EOF-SWITCH
034000     PERFORM 2100-READ-ONE-ARCHIVED THRU 2100-EXIT
034100             UNTIL FP-AT-EOF
034200     CLOSE ARC-PLAY-HISTORY-FILE.
034300 2000-EXIT.
034400     EXIT.

034500 2100-READ-ONE-ARCHIVED.
034600     READ ARC-PLAY-HISTORY-FILE INTO PLAY-HISTORY-RECORD
034700         AT END
034800             MOVE 'Y' TO FP-EOF-SWITCH
034900             GO TO 2100-EXIT
035000     END-READ
035100     ADD 1 TO FP-ARCHIVE-COUNT
035200     IF PH-DATE > FP-ARCHIVE-HIGH-DATE OR
035300        (PH-DATE = FP-ARCHIVE-HIGH-DATE AND
035400         PH-TIME > FP-ARCHIVE-HIGH-TIME)
035500         MOVE PH-DATE TO FP-ARCHIVE-HIGH-DATE
035600         MOVE PH-TIME TO FP-ARCHIVE-HIGH-TIME
035700     END-IF
035800     PERFORM 2200-FOLD-ONE-PLAY THRU 2200-EXIT.
035900 2100-EXIT.
036000     EXIT.

036100*    A live record no newer than the archive's newest is one
036200*    RETENMGR has already archived.
036300 2500-READ-LIVE-HISTORY.
036400     OPEN INPUT PLAY-HISTORY-FILE
036500     IF NOT FP-PLAYHIST-FILE-OK
036600         GO TO 2500-EXIT
036700     END-IF
036800     MOVE 'N' TO FP-EOF-SWITCH
036900     PERFORM 2600-READ-ONE-LIVE THRU 2600-EXIT
037000             UNTIL FP-AT-EOF
037100     CLOSE PLAY-HISTORY-FILE.
037200 2500-EXIT.
037300     EXIT.

037400 2600-READ-ONE-LIVE.
037500     READ PLAY-HISTORY-FILE
037600         AT END
037700             MOVE 'Y' TO FP-EOF-SWITCH
037800             GO TO 2600-EXIT
037900     END-READ
038000     IF PH-DATE < FP-ARCHIVE-HIGH-DATE OR
038100        (PH-DATE = FP-ARCHIVE-HIGH-DATE AND
038200         PH-TIME <= FP-ARCHIVE-HIGH-TIME)
038300         ADD 1 TO FP-OVERLAP-COUNT
038400         GO TO 2600-EXIT
038500     END-IF
038600     ADD 1 TO FP-LIVE-COUNT
038700     PERFORM 2200-FOLD-ONE-PLAY THRU 2200-EXIT.
038800 2600-EXIT.
038900     EXIT.

039000******************************************************************
039100*  One play.  The streak goes on the id it was made under; the
039200*  W-L-T and head-to-head go on whichever profile owns it now.
039300*  The result folded is the standing one: a correction's, when
039400*  the play was corrected.
039500******************************************************************
039600 2200-FOLD-ONE-PLAY.
039700     IF PH-PLAYER-ID = SPACES
039800         GO TO 2200-EXIT
039900     END-IF
040000     MOVE PH-RESULT TO FP-PLAY-RESULT
040100     IF FP-CORR-COUNT > ZERO
040200         MOVE PH-PLAYER-ID TO FP-SEEK-PLAYER
040300         MOVE PH-DATE TO FP-SEEK-DATE
040400         MOVE PH-TIME TO FP-SEEK-TIME
040500         PERFORM 2250-FIND-CORRECTION THRU 2250-EXIT
040600         IF FP-CORRECTION-FOUND
040700             MOVE FP-COR-RESULT(FP-CORR-IDX) TO FP-PLAY-RESULT
040800             ADD 1 TO FP-CORRECTED-COUNT
040900         END-IF
041000     END-IF
041100     MOVE PH-PLAYER-ID TO FP-SEEK-PLAYER
041200     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT
041300     IF FP-TALLY-IDX = ZERO
041400         ADD 1 TO FP-UNTALLIED-COUNT
041500         GO TO 2200-EXIT
041600     END-IF
041700     MOVE FP-TALLY-IDX TO FP-RAW-IDX
041800     PERFORM 2300-FIND-OWNER THRU 2300-EXIT
041900     PERFORM 2400-FOLD-STREAK THRU 2400-EXIT
042000     IF FP-OWNER-ID = SPACES
042100         ADD 1 TO FP-ERASED-COUNT
042200         GO TO 2200-EXIT
042300     END-IF
042400     MOVE FP-OWNER-ID TO FP-SEEK-PLAYER
042500     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT
042600     IF FP-TALLY-IDX = ZERO
042700         ADD 1 TO FP-UNTALLIED-COUNT
042800         GO TO 2200-EXIT
042900     END-IF
043000     MOVE FP-TALLY-IDX TO FP-OWNER-IDX
043100     EVALUATE FP-PLAY-RESULT
043200         WHEN 'You win!'
043300             ADD 1 TO FP-TLY-WINS(FP-OWNER-IDX)
043400         WHEN 'You lose!'
043500             ADD 1 TO FP-TLY-LOSSES(FP-OWNER-IDX)
043600         WHEN OTHER
043700             ADD 1 TO FP-TLY-TIES(FP-OWNER-IDX)
043800     END-EVALUATE
043900*    Difficulty zero is a head-to-head side; spaces on a record
044000*    from before the byte existed is a normal game.
044100     IF PH-DIFFICULTY IS NUMERIC AND PH-DIFFICULTY = ZERO
044200         EVALUATE FP-PLAY-RESULT
044300             WHEN 'You win!'
044400                 ADD 1 TO FP-TLY-H2H-WINS(FP-OWNER-IDX)
044500             WHEN 'You lose!'
044600                 ADD 1 TO FP-TLY-H2H-LOSSES(FP-OWNER-IDX)
044700             WHEN OTHER
044800                 ADD 1 TO FP-TLY-H2H-TIES(FP-OWNER-IDX)
044900         END-EVALUATE
045000     END-IF.
045100 2200-EXIT.
045200     EXIT.

045300*    FP-CORR-IDX is left on the row found.
045400 2250-FIND-CORRECTION.
045500     MOVE 'N' TO FP-CORR-FOUND-SWITCH
045600     PERFORM 2260-MATCH-CORRECTION THRU 2260-EXIT
045700             VARYING FP-CORR-IDX FROM 1 BY 1
045800             UNTIL FP-CORR-IDX > FP-CORR-COUNT
045900                OR FP-CORRECTION-FOUND
046000     IF FP-CORRECTION-FOUND
046100         SUBTRACT 1 FROM FP-CORR-IDX
046200     END-IF.
046300 2250-EXIT.
046400     EXIT.

046500 2260-MATCH-CORRECTION.
046600     IF FP-COR-PLAYER(FP-CORR-IDX) = FP-SEEK-PLAYER AND
046700        FP-COR-DATE(FP-CORR-IDX) = FP-SEEK-DATE AND
046800        FP-COR-TIME(FP-CORR-IDX) = FP-SEEK-TIME
046900         MOVE 'Y' TO FP-CORR-FOUND-SWITCH
047000     END-IF.
047100 2260-EXIT.
047200     EXIT.

047300*    The trail is in the order the actions were made, so one pass
047400*    follows a chain of merges; an erase leaves no owner at all.
047500 2300-FIND-OWNER.
047600     MOVE PH-PLAYER-ID TO FP-OWNER-ID
047700     PERFORM 2310-APPLY-ONE-ACTION THRU 2310-EXIT
047800             VARYING FP-MERGE-IDX FROM 1 BY 1
047900             UNTIL FP-MERGE-IDX > FP-MERGE-COUNT.
048000 2300-EXIT.
048100     EXIT.

048200 2310-APPLY-ONE-ACTION.
048300     IF FP-OWNER-ID = SPACES OR
048400        FP-MRG-SOURCE(FP-MERGE-IDX) NOT = FP-OWNER-ID
048500         GO TO 2310-EXIT
048600     END-IF
048700     IF PH-DATE > FP-MRG-DATE(FP-MERGE-IDX) OR
048800        (PH-DATE = FP-MRG-DATE(FP-MERGE-IDX) AND
048900         PH-TIME >= FP-MRG-TIME(FP-MERGE-IDX))
049000         GO TO 2310-EXIT
049100     END-IF
049200     IF FP-MRG-ACTION(FP-MERGE-IDX) = 'MERGE'
049300         MOVE FP-MRG-TARGET(FP-MERGE-IDX) TO FP-OWNER-ID
049400     ELSE
049500         MOVE SPACES TO FP-OWNER-ID
049600     END-IF.
049700 2310-EXIT.
049800     EXIT.

049900*    The streak rule is WORKER's: a win extends it, a loss ends
050000*    it, a tie leaves it be.  An id playing as itself again after
050100*    its plays went into a merge starts a fresh streak; the best
050200*    it had before is what it handed on.
050300 2400-FOLD-STREAK.
050400     IF FP-OWNER-ID NOT = PH-PLAYER-ID
050500         IF FP-TLY-STREAM(FP-RAW-IDX) = 'N'
050600             MOVE 'M' TO FP-TLY-STREAM(FP-RAW-IDX)
050700         END-IF
050800     ELSE
050900         IF FP-TLY-STREAM(FP-RAW-IDX) = 'M'
051000             MOVE FP-TLY-BEST-STREAK(FP-RAW-IDX)
051100                 TO FP-TLY-HANDED-BEST(FP-RAW-IDX)
051200             MOVE ZERO TO FP-TLY-CUR-STREAK(FP-RAW-IDX)
051300             MOVE ZERO TO FP-TLY-BEST-STREAK(FP-RAW-IDX)
051400             MOVE 'R' TO FP-TLY-STREAM(FP-RAW-IDX)
051500         END-IF
051600     END-IF
051700     EVALUATE FP-PLAY-RESULT
051800         WHEN 'You win!'
051900             ADD 1 TO FP-TLY-CUR-STREAK(FP-RAW-IDX)
052000             IF FP-TLY-CUR-STREAK(FP-RAW-IDX) >
052100                FP-TLY-BEST-STREAK(FP-RAW-IDX)
052200                 MOVE FP-TLY-CUR-STREAK(FP-RAW-IDX)
052300                     TO FP-TLY-BEST-STREAK(FP-RAW-IDX)
052400             END-IF
052500         WHEN 'You lose!'
052600             MOVE ZERO TO FP-TLY-CUR-STREAK(FP-RAW-IDX)
052700         WHEN OTHER
052800             CONTINUE
052900     END-EVALUATE.
053000 2400-EXIT.
053100     EXIT.

053200******************************************************************
053300*  A merge keeps the better of the two best streaks.  Walk the
053400*  merges in the order made, handing each source's best on to
053500*  its target -- into what the target hands on in turn, when the
053600*  target was itself merged later.
053700******************************************************************
053800 3000-HAND-ON-STREAKS.
053900     PERFORM 3100-CLOSE-ONE-STREAM THRU 3100-EXIT
054000             VARYING FP-TALLY-IDX FROM 1 BY 1
054100             UNTIL FP-TALLY-IDX > FP-TALLY-COUNT
054200     PERFORM 3200-HAND-ON-ONE THRU 3200-EXIT
054300             VARYING FP-MERGE-IDX FROM 1 BY 1
054400             UNTIL FP-MERGE-IDX > FP-MERGE-COUNT.
054500 3000-EXIT.
054600     EXIT.

054700 3100-CLOSE-ONE-STREAM.
054800     IF FP-TLY-STREAM(FP-TALLY-IDX) = 'M'
054900         MOVE FP-TLY-BEST-STREAK(FP-TALLY-IDX)
055000             TO FP-TLY-HANDED-BEST(FP-TALLY-IDX)
055100         MOVE ZERO TO FP-TLY-BEST-STREAK(FP-TALLY-IDX)
055200     END-IF.
055300 3100-EXIT.
055400     EXIT.

055500 3200-HAND-ON-ONE.
055600     IF FP-MRG-ACTION(FP-MERGE-IDX) NOT = 'MERGE'
055700         GO TO 3200-EXIT
055800     END-IF
055900     MOVE FP-MRG-SOURCE(FP-MERGE-IDX) TO FP-SEEK-PLAYER
056000     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT
056100     IF FP-TALLY-IDX = ZERO
056200         GO TO 3200-EXIT
056300     END-IF
056400     MOVE FP-TLY-HANDED-BEST(FP-TALLY-IDX) TO FP-HANDED-BEST
056500     MOVE FP-MRG-TARGET(FP-MERGE-IDX) TO FP-SEEK-PLAYER
056600     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT
056700     IF FP-TALLY-IDX = ZERO
056800         GO TO 3200-EXIT
056900     END-IF
057000     IF FP-TLY-STREAM(FP-TALLY-IDX) = 'N'
057100         IF FP-HANDED-BEST > FP-TLY-BEST-STREAK(FP-TALLY-IDX)
057200             MOVE FP-HANDED-BEST
057300                 TO FP-TLY-BEST-STREAK(FP-TALLY-IDX)
057400         END-IF
057500     ELSE
057600         IF FP-HANDED-BEST > FP-TLY-HANDED-BEST(FP-TALLY-IDX)
057700             MOVE FP-HANDED-BEST
057800                 TO FP-TLY-HANDED-BEST(FP-TALLY-IDX)
057900         END-IF
058000     END-IF.
058100 3200-EXIT.
058200     EXIT.

058300*    Counters a record from before they existed carries as
058400*    garbage are taken as zero, the way WORKER starts them.
058500 4000-READ-PROFILES.
058600     OPEN INPUT PLAYER-PROFILE-FILE
058700     IF NOT FP-PROFILE-FILE-OK
058800         GO TO 4000-EXIT
058900     END-IF
059000     MOVE 'N' TO FP-EOF-SWITCH
059100     PERFORM 4100-READ-ONE-PROFILE THRU 4100-EXIT
059200             UNTIL FP-AT-EOF
059300     CLOSE PLAYER-PROFILE-FILE.
059400 4000-EXIT.
059500     EXIT.

059600 4100-READ-ONE-PROFILE.
059700     READ PLAYER-PROFILE-FILE NEXT RECORD
059800         AT END
059900             MOVE 'Y' TO FP-EOF-SWITCH
060000             GO TO 4100-EXIT
060100     END-READ
060200     ADD 1 TO FP-PROFILE-COUNT
060300     MOVE PP-PLAYER-ID TO FP-SEEK-PLAYER
060400     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT
060500     IF FP-TALLY-IDX = ZERO
060600         ADD 1 TO FP-UNTALLIED-COUNT
060700         GO TO 4100-EXIT
060800     END-IF
060900     MOVE 'Y' TO FP-TLY-HAS-PROF(FP-TALLY-IDX)
061000     MOVE PP-WINS TO FP-TLY-PF-WINS(FP-TALLY-IDX)
061100     MOVE PP-LOSSES TO FP-TLY-PF-LOSSES(FP-TALLY-IDX)
061200     MOVE PP-TIES TO FP-TLY-PF-TIES(FP-TALLY-IDX)
061300     IF PP-BEST-STREAK IS NUMERIC
061400         MOVE PP-BEST-STREAK TO FP-TLY-PF-BEST(FP-TALLY-IDX)
061500     END-IF
061600     IF PP-H2H-WINS IS NUMERIC AND PP-H2H-LOSSES IS NUMERIC AND
061700        PP-H2H-TIES IS NUMERIC
061800         MOVE PP-H2H-WINS TO FP-TLY-PF-H2H-W(FP-TALLY-IDX)
061900         MOVE PP-H2H-LOSSES TO FP-TLY-PF-H2H-L(FP-TALLY-IDX)
062000         MOVE PP-H2H-TIES TO FP-TLY-PF-H2H-T(FP-TALLY-IDX)
062100     END-IF.
062200 4100-EXIT.
062300     EXIT.

062400 5000-COMPARE.
062500     PERFORM 5100-COMPARE-ONE THRU 5100-EXIT
062600             VARYING FP-TALLY-IDX FROM 1 BY 1
062700             UNTIL FP-TALLY-IDX > FP-TALLY-COUNT.
062800 5000-EXIT.
062900     EXIT.

063000*    History with no profile behind it is a break too -- unless
063100*    every play on it belongs to another profile by now, which
063200*    leaves nothing owned here.
063300 5100-COMPARE-ONE.
063400     MOVE 'N' TO FP-DIFFER-SWITCH
063500     MOVE SPACES TO FP-BRK-NOTE
063600     MOVE FP-TLY-BEST-STREAK(FP-TALLY-IDX) TO FP-EXPECT-BEST
063700     IF FP-TLY-STREAM(FP-TALLY-IDX) NOT = 'N' AND
063800        FP-TLY-HANDED-BEST(FP-TALLY-IDX) > FP-EXPECT-BEST
063900         MOVE FP-TLY-HANDED-BEST(FP-TALLY-IDX) TO FP-EXPECT-BEST
064000     END-IF
064100     IF FP-TLY-HAS-PROF(FP-TALLY-IDX) NOT = 'Y'
064200         IF FP-TLY-WINS(FP-TALLY-IDX) = ZERO AND
064300            FP-TLY-LOSSES(FP-TALLY-IDX) = ZERO AND
064400            FP-TLY-TIES(FP-TALLY-IDX) = ZERO
064500             GO TO 5100-EXIT
064600         END-IF
064700         MOVE 'no profile' TO FP-BRK-NOTE
064800         MOVE ZERO TO FP-EXPECT-BEST
064900         MOVE 'Y' TO FP-DIFFER-SWITCH
065000     END-IF
065100     IF FP-TLY-PF-WINS(FP-TALLY-IDX) NOT =
065200           FP-TLY-WINS(FP-TALLY-IDX) OR
065300        FP-TLY-PF-LOSSES(FP-TALLY-IDX) NOT =
065400           FP-TLY-LOSSES(FP-TALLY-IDX) OR
065500        FP-TLY-PF-TIES(FP-TALLY-IDX) NOT =
065600           FP-TLY-TIES(FP-TALLY-IDX) OR
065700        FP-TLY-PF-H2H-W(FP-TALLY-IDX) NOT =
065800           FP-TLY-H2H-WINS(FP-TALLY-IDX) OR
065900        FP-TLY-PF-H2H-L(FP-TALLY-IDX) NOT =
066000           FP-TLY-H2H-LOSSES(FP-TALLY-IDX) OR
066100        FP-TLY-PF-H2H-T(FP-TALLY-IDX) NOT =
066200           FP-TLY-H2H-TIES(FP-TALLY-IDX) OR
066300        FP-TLY-PF-BEST(FP-TALLY-IDX) NOT = FP-EXPECT-BEST
066400         MOVE 'Y' TO FP-DIFFER-SWITCH
066500     END-IF
066600     IF NOT FP-PROFILE-DIFFERS
066700         GO TO 5100-EXIT
066800     END-IF
066900     ADD 1 TO FP-BREAK-COUNT
067000     MOVE FP-TLY-PLAYER(FP-TALLY-IDX) TO FP-BRK-PLAYER
067100     COMPUTE FP-WORK-DIFF = FP-TLY-PF-WINS(FP-TALLY-IDX)
067200                          - FP-TLY-WINS(FP-TALLY-IDX)
067300     MOVE FP-WORK-DIFF TO FP-BRK-WINS
067400     COMPUTE FP-WORK-DIFF = FP-TLY-PF-LOSSES(FP-TALLY-IDX)
067500                          - FP-TLY-LOSSES(FP-TALLY-IDX)
067600     MOVE FP-WORK-DIFF TO FP-BRK-LOSSES
067700     COMPUTE FP-WORK-DIFF = FP-TLY-PF-TIES(FP-TALLY-IDX)
067800                          - FP-TLY-TIES(FP-TALLY-IDX)
067900     MOVE FP-WORK-DIFF TO FP-BRK-TIES
068000     COMPUTE FP-WORK-DIFF = FP-TLY-PF-H2H-W(FP-TALLY-IDX)
068100                          - FP-TLY-H2H-WINS(FP-TALLY-IDX)
068200     MOVE FP-WORK-DIFF TO FP-BRK-H2H-W
068300     COMPUTE FP-WORK-DIFF = FP-TLY-PF-H2H-L(FP-TALLY-IDX)
068400                          - FP-TLY-H2H-LOSSES(FP-TALLY-IDX)
068500     MOVE FP-WORK-DIFF TO FP-BRK-H2H-L
068600     COMPUTE FP-WORK-DIFF = FP-TLY-PF-H2H-T(FP-TALLY-IDX)
068700                          - FP-TLY-H2H-TIES(FP-TALLY-IDX)
068800     MOVE FP-WORK-DIFF TO FP-BRK-H2H-T
068900     COMPUTE FP-WORK-DIFF = FP-TLY-PF-BEST(FP-TALLY-IDX)
069000                          - FP-EXPECT-BEST
069100     MOVE FP-WORK-DIFF TO FP-BRK-BEST
069200     WRITE PROOF-REPORT-LINE FROM FP-BREAK-LINE.
069300 5100-EXIT.
069400     EXIT.

069500 6000-VERDICT.
069600     WRITE PROOF-REPORT-LINE FROM FP-BLANK-LINE
069700     MOVE 'Archived history records' TO FP-DTL-TEXT
069800     MOVE FP-ARCHIVE-COUNT TO FP-DTL-COUNT
069900     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
070000     MOVE 'Live history records' TO FP-DTL-TEXT
070100     MOVE FP-LIVE-COUNT TO FP-DTL-COUNT
070200     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
070300     MOVE '  passed over as already archived' TO FP-DTL-TEXT
070400     MOVE FP-OVERLAP-COUNT TO FP-DTL-COUNT
070500     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
070600     MOVE 'Plays folded as corrected' TO FP-DTL-TEXT
070700     MOVE FP-CORRECTED-COUNT TO FP-DTL-COUNT
070800     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
070900     MOVE 'Plays under an id since erased' TO FP-DTL-TEXT
071000     MOVE FP-ERASED-COUNT TO FP-DTL-COUNT
071100     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
071200     MOVE 'Merges and erases allowed for' TO FP-DTL-TEXT
071300     MOVE FP-MERGE-COUNT TO FP-DTL-COUNT
071400     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
071500     MOVE 'Profiles on file' TO FP-DTL-TEXT
071600     MOVE FP-PROFILE-COUNT TO FP-DTL-COUNT
071700     WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
071800     IF FP-UNTALLIED-COUNT > ZERO
071900         MOVE 'Not proved -- tally table full' TO FP-DTL-TEXT
072000         MOVE FP-UNTALLIED-COUNT TO FP-DTL-COUNT
072100         WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
072200     END-IF
072300     IF FP-CORR-DROPPED-COUNT > ZERO
072400         MOVE 'Not proved -- correction table full'
072500             TO FP-DTL-TEXT
072600         MOVE FP-CORR-DROPPED-COUNT TO FP-DTL-COUNT
072700         WRITE PROOF-REPORT-LINE FROM FP-DETAIL-LINE
072800     END-IF
072900     WRITE PROOF-REPORT-LINE FROM FP-BLANK-LINE
073000     IF FP-BREAK-COUNT = ZERO
073100         MOVE 'OK -- every profile agrees with its history'
073200             TO FP-STATUS-TEXT
073300     ELSE
073400         MOVE SPACES TO FP-STATUS-TEXT
073500         STRING 'OUT OF BALANCE -- ' FP-BREAK-COUNT
073600                ' profile(s)' DELIMITED BY SIZE
073700             INTO FP-STATUS-TEXT
073800     END-IF
073900     WRITE PROOF-REPORT-LINE FROM FP-STATUS-LINE
074000     IF FP-BREAK-COUNT > FP-THRESHOLD
074100         PERFORM 6500-RAISE-ALERT THRU 6500-EXIT
074200     END-IF
074300     CLOSE PROOF-REPORT-FILE
074400     MOVE 0 TO RETURN-CODE.
074500 6000-EXIT.
074600     EXIT.

074700*    Appended in the same open-extend idiom the other batch
074800*    writers use; ALERTER delivers it at window end.
074900 6500-RAISE-ALERT.
075000     ACCEPT FP-ALERT-TIME FROM TIME
075100     MOVE FP-RUN-DATE TO AR-DATE
075200     MOVE FP-ALERT-TIME TO AR-TIME
075300     SET AR-SEV-WARNING TO TRUE
075400     MOVE 'PFPROOF' TO AR-PROGRAM
075500     MOVE 'PF-BREAK' TO AR-ALERT-KEY
075600     MOVE SPACES TO AR-MESSAGE
075700     STRING 'profiles out of balance with history, '
075800            FP-BREAK-COUNT DELIMITED BY SIZE INTO AR-MESSAGE
075900     OPEN EXTEND ALERT-FILE
076000     IF NOT FP-ALERT-FILE-OK
076100         OPEN OUTPUT ALERT-FILE
076200     END-IF
076300     WRITE ALERT-RECORD
076400     CLOSE ALERT-FILE.
076500 6500-EXIT.
076600     EXIT.

076700 7000-FIND-OR-ADD.
076800     MOVE 'N' TO FP-FOUND-SWITCH
076900     PERFORM 7100-MATCH-ONE THRU 7100-EXIT
077000             VARYING FP-TALLY-IDX FROM 1 BY 1
077100             UNTIL FP-TALLY-IDX > FP-TALLY-COUNT
077200                OR FP-ENTRY-FOUND
077300     IF FP-ENTRY-FOUND
077400         SUBTRACT 1 FROM FP-TALLY-IDX
077500         GO TO 7000-EXIT
077600     END-IF
077700     IF FP-TALLY-COUNT >= 1000
077800         MOVE ZERO TO FP-TALLY-IDX
077900         GO TO 7000-EXIT
078000     END-IF
078100     ADD 1 TO FP-TALLY-COUNT
078200     MOVE FP-TALLY-COUNT TO FP-TALLY-IDX
078300     MOVE FP-SEEK-PLAYER TO FP-TLY-PLAYER(FP-TALLY-IDX)
078400     MOVE ZERO TO FP-TLY-WINS(FP-TALLY-IDX)
078500     MOVE ZERO TO FP-TLY-LOSSES(FP-TALLY-IDX)
078600     MOVE ZERO TO FP-TLY-TIES(FP-TALLY-IDX)
078700     MOVE ZERO TO FP-TLY-H2H-WINS(FP-TALLY-IDX)
078800     MOVE ZERO TO FP-TLY-H2H-LOSSES(FP-TALLY-IDX)
078900     MOVE ZERO TO FP-TLY-H2H-TIES(FP-TALLY-IDX)
079000     MOVE ZERO TO FP-TLY-CUR-STREAK(FP-TALLY-IDX)
079100     MOVE ZERO TO FP-TLY-BEST-STREAK(FP-TALLY-IDX)
079200     MOVE ZERO TO FP-TLY-HANDED-BEST(FP-TALLY-IDX)
079300     MOVE 'N' TO FP-TLY-STREAM(FP-TALLY-IDX)
079400     MOVE 'N' TO FP-TLY-HAS-PROF(FP-TALLY-IDX)
079500     MOVE ZERO TO FP-TLY-PF-WINS(FP-TALLY-IDX)
079600     MOVE ZERO TO FP-TLY-PF-LOSSES(FP-TALLY-IDX)
079700     MOVE ZERO TO FP-TLY-PF-TIES(FP-TALLY-IDX)
079800     MOVE ZERO TO FP-TLY-PF-H2H-W(FP-TALLY-IDX)
079900     MOVE ZERO TO FP-TLY-PF-H2H-L(FP-TALLY-IDX)
080000     MOVE ZERO TO FP-TLY-PF-H2H-T(FP-TALLY-IDX)
080100     MOVE ZERO TO FP-TLY-PF-BEST(FP-TALLY-IDX).
080200 7000-EXIT.
080300     EXIT.

080400 7100-MATCH-ONE.
080500     IF FP-TLY-PLAYER(FP-TALLY-IDX) = FP-SEEK-PLAYER
080600         MOVE 'Y' TO FP-FOUND-SWITCH
080700     END-IF.
080800 7100-EXIT.
080900     EXIT.

081000 9999-EXIT.
081100     STOP RUN.
