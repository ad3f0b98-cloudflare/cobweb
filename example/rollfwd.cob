000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROLLFWD.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  ROLLFWD
000900*
001000*  Roll-forward recovery of PLAYER-PROFILE.  RESTORE gets
001100*  PLAYERPF back only as far as last night's unload, so a file
001200*  lost at four in the afternoon would cost every player the
001300*  day's wins, streaks and season counts.  This job rebuilds
001400*  PLAYERPF from PLAYERPF.UNL exactly as RESTORE does -- OPEN
001500*  OUTPUT, every data record, the trailer count proved -- and
001600*  then replays every PLAY-HISTORY record stamped after the
001700*  moment BACKUP started the unload, tallying each one the way
001800*  WORKER's 4830-TALLY-PROFILE and 4832-TALLY-SEASON do: the
001900*  lifetime W-L-T and streaks, the season counters for the
002000*  season the play fell in, the human-opponent record for a
002100*  head-to-head game (difficulty zero), and the once-only
002200*  achievement flags.
002300*
002400*  DISPPOST corrections posted since the unload are replayed
002500*  too, off PLAY-CORRECTION.  A play made since the unload is
002600*  tallied with its standing (latest corrected) result; a play
002700*  the unload already holds, corrected since, has its W-L-T,
002800*  season and head-to-head counters moved from the old result
002900*  to the new one as DISPPOST moved them.  The current streaks
003000*  DISPPOST reworked for those earlier plays are left as the
003100*  unload had them -- the best streak PFPROOF proves is only
003200*  ever raised by a correction, and the replay raises it.
003300*
003400*  The flags are set, not announced: the ACHIEVED feed and the
003500*  mailer already heard about them when the play was made.  A
003600*  player first seen after the unload gets a fresh record, but
003700*  a display name sent that day is not on PLAY-HISTORY and has
003800*  to come back on the player's next visit.  Merges and erases
003900*  made on PROFMNT since the unload are not replayed either --
004000*  CONJRNL has them, for whoever runs this to redo by hand.
004100*
004200*  Run on demand, with the workers stopped, in place of
004300*  RESTORE PLAYERPF.  Leaves ROLLFWD.TXT naming the plays
004400*  applied and the achievements and head-to-head counters they
004500*  moved.
004600*
004700*  Invoke as:  rollfwd
004800*  Exits with RETURN-CODE 0 when the rebuild's count matches
004900*  the trailer and the replay ran, 1 otherwise (a missing or
005000*  trailerless unload, or one too old to carry its unload
005100*  time, in which case nothing is replayed).
005200*
005300*  Modification history
005400*  ---------------------------------------------------------------
005500*  2026-10-15  jm  Original program.
005600*  2026-10-15  jm  Corrections posted on PLAY-CORRECTION since
005700*  the unload are replayed with the plays.
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT UNLOAD-FILE ASSIGN TO "PLAYERPF.UNL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FR-UNLOAD-FILE-STATUS.
006500     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PP-PLAYER-ID
006900         FILE STATUS IS FR-PROFILE-FILE-STATUS.
007000     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FR-PLAYHIST-FILE-STATUS.
007300     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FR-CORRECT-FILE-STATUS.
007600     SELECT SEASON-CALENDAR-FILE ASSIGN TO "SEASNCAL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS FR-SEASON-FILE-STATUS.
007900     SELECT ROLLFWD-REPORT-FILE ASSIGN TO "ROLLFWD.TXT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FR-REPORT-FILE-STATUS.

008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  UNLOAD-FILE.
008500 01  FR-UNLOAD-LINE              PIC X(321).

008600 FD  PLAYER-PROFILE-FILE.
008700 COPY "playerpf.cpy".

008800 FD  PLAY-HISTORY-FILE.
008900 COPY "playhist.cpy".

009000 FD  PLAY-CORRECTION-FILE.
009100 COPY "playcorr.cpy".

009200 FD  SEASON-CALENDAR-FILE.
009300 COPY "seasncal.cpy".

009400 FD  ROLLFWD-REPORT-FILE.
009500 01  ROLLFWD-REPORT-LINE         PIC X(80).

009600 WORKING-STORAGE SECTION.
009700 COPY "unldrec.cpy".

009800     77 FR-UNLOAD-FILE-STATUS    PIC X(02) VALUE '00'.
009900        88 FR-UNLOAD-FILE-OK               VALUE '00'.
010000     77 FR-PROFILE-FILE-STATUS   PIC X(02) VALUE '00'.
010100        88 FR-PROFILE-FILE-OK              VALUE '00'.
010200     77 FR-PLAYHIST-FILE-STATUS  PIC X(02) VALUE '00'.
010300        88 FR-PLAYHIST-FILE-OK             VALUE '00'.
010400     77 FR-CORRECT-FILE-STATUS   PIC X(02) VALUE '00'.
010500        88 FR-CORRECT-FILE-OK              VALUE '00'.
010600     77 FR-SEASON-FILE-STATUS    PIC X(02) VALUE '00'.
010700        88 FR-SEASON-FILE-OK               VALUE '00'.
010800     77 FR-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
010900     77 FR-EOF-SWITCH            PIC X(01) VALUE 'N'.
011000        88 FR-AT-EOF                       VALUE 'Y'.
011100     77 FR-TRAILER-SWITCH        PIC X(01) VALUE 'N'.
011200        88 FR-TRAILER-SEEN                 VALUE 'Y'.
011300     77 FR-NEW-SWITCH            PIC X(01) VALUE 'N'.
011400        88 FR-PROFILE-IS-NEW               VALUE 'Y'.
011500     77 FR-H2H-SWITCH            PIC X(01) VALUE 'N'.
011600        88 FR-H2H-PLAY                     VALUE 'Y'.
011700     77 FR-CORR-FOUND-SWITCH     PIC X(01) VALUE 'N'.
011800        88 FR-CORRECTION-FOUND             VALUE 'Y'.

011900     77 FR-RUN-DATE              PIC 9(08) VALUE ZERO.
012000     77 FR-UNLOAD-DATE           PIC 9(08) VALUE ZERO.
012100     77 FR-UNLOAD-TIME           PIC 9(08) VALUE ZERO.
012200     77 FR-PLAY-SEASON           PIC X(06) VALUE SPACES.
012300     77 FR-TOTAL-GAMES           PIC 9(06) VALUE ZERO.
012400     77 FR-PLAY-RESULT           PIC X(10) VALUE SPACES.
012500     77 FR-SEEK-PLAYER           PIC X(20) VALUE SPACES.
012600     77 FR-SEEK-DATE             PIC 9(08) VALUE ZERO.
012700     77 FR-SEEK-TIME             PIC 9(08) VALUE ZERO.
012800     77 FR-OLD-CODE              PIC X(01) VALUE SPACE.
012900     77 FR-NEW-CODE              PIC X(01) VALUE SPACE.

013000     77 FR-LOADED-COUNT          PIC 9(09) COMP VALUE ZERO.
013100     77 FR-TRAILER-COUNT         PIC 9(09) COMP VALUE ZERO.
013200     77 FR-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
013300     77 FR-BEFORE-COUNT          PIC 9(09) COMP VALUE ZERO.
013400     77 FR-APPLIED-COUNT         PIC 9(09) COMP VALUE ZERO.
013500     77 FR-SEASON-PLAY-COUNT     PIC 9(09) COMP VALUE ZERO.
013600     77 FR-CREATED-COUNT         PIC 9(09) COMP VALUE ZERO.
013700     77 FR-H2H-WIN-COUNT         PIC 9(09) COMP VALUE ZERO.
013800     77 FR-H2H-LOSS-COUNT        PIC 9(09) COMP VALUE ZERO.
013900     77 FR-H2H-TIE-COUNT         PIC 9(09) COMP VALUE ZERO.
014000     77 FR-CORR-FOLDED-COUNT     PIC 9(09) COMP VALUE ZERO.
014100     77 FR-CORR-APPLIED-COUNT    PIC 9(09) COMP VALUE ZERO.
014200     77 FR-CORR-NOPROF-COUNT     PIC 9(09) COMP VALUE ZERO.
014300     77 FR-CORR-DROPPED-COUNT    PIC 9(09) COMP VALUE ZERO.
014400     77 FR-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.

014500*    The season calendar, held so each replayed play is tallied
014600*    into the season its own date fell in.
014700     77 FR-SEASON-COUNT          PIC 9(02) COMP VALUE ZERO.
014800     77 FR-SEASON-IDX            PIC 9(02) COMP VALUE ZERO.
014900     01 FR-SEASON-TABLE.
015000        05 FR-SEASON-ENTRY OCCURS 40 TIMES.
015100           10 FR-SEA-ID          PIC X(06).
015200           10 FR-SEA-START       PIC 9(08).
015300           10 FR-SEA-END         PIC 9(08).

015400*    The standing result of every play made since the unload
015500*    that a correction has been posted against.
015600     77 FR-CORR-COUNT            PIC 9(03) COMP VALUE ZERO.
015700     77 FR-CORR-IDX              PIC 9(03) COMP VALUE ZERO.
015800     01 FR-CORRECTION-TABLE.
015900        05 FR-COR-ENTRY OCCURS 200 TIMES.
016000           10 FR-COR-PLAYER      PIC X(20).
016100           10 FR-COR-DATE        PIC 9(08).
016200           10 FR-COR-TIME        PIC 9(08).
016300           10 FR-COR-RESULT      PIC X(10).

016400*    One counter per achievement, in the flag order on the
016500*    profile record.
016600     77 FR-ACHV-IDX              PIC 9(02) COMP VALUE ZERO.
016700     01 FR-ACHV-TABLE.
016800        05 FR-ACHV-ENTRY OCCURS 4 TIMES.
016900           10 FR-ACHV-CODE       PIC X(08).
017000           10 FR-ACHV-COUNT      PIC 9(09) COMP.

017100     01 FR-HEADING-1             PIC X(80) VALUE
017200        'ROLLFWD - PLAYER-PROFILE ROLL-FORWARD RECOVERY'.
017300     01 FR-HEADING-2             PIC X(80).
017400     01 FR-BLANK-LINE            PIC X(80) VALUE SPACES.
017500     01 FR-DETAIL-LINE.
017600        05 FILLER                PIC X(04) VALUE SPACES.
017700        05 FR-DTL-TEXT           PIC X(40).
017800        05 FR-DTL-COUNT          PIC ZZZ,ZZZ,ZZ9.
017900        05 FILLER                PIC X(25) VALUE SPACES.
018000     01 FR-MESSAGE-LINE          PIC X(80) VALUE SPACES.

018100 PROCEDURE DIVISION.

018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     PERFORM 2000-RESTORE-UNLOAD THRU 2000-EXIT
018500     IF RETURN-CODE = 0
018600         PERFORM 3000-REPLAY-HISTORY THRU 3000-EXIT
018700     END-IF
018800     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
018900     GO TO 9999-EXIT.

019000 1000-INITIALIZE.
019100     MOVE 0 TO RETURN-CODE
019200     ACCEPT FR-RUN-DATE FROM DATE YYYYMMDD
019300     MOVE 'FIRSTWIN' TO FR-ACHV-CODE(1)
019400     MOVE 'STREAK10' TO FR-ACHV-CODE(2)
019500     MOVE 'GAMES100' TO FR-ACHV-CODE(3)
019600     MOVE 'HARDWIN' TO FR-ACHV-CODE(4)
019700     PERFORM 1100-ZERO-ONE-ACHV THRU 1100-EXIT
019800             VARYING FR-ACHV-IDX FROM 1 BY 1
019900             UNTIL FR-ACHV-IDX > 4
020000     PERFORM 1200-LOAD-SEASONS THRU 1200-EXIT
020100     OPEN OUTPUT ROLLFWD-REPORT-FILE
020200     MOVE SPACES TO FR-HEADING-2
020300     STRING 'Run date: ' FR-RUN-DATE DELIMITED BY SIZE
020400         INTO FR-HEADING-2
020500     WRITE ROLLFWD-REPORT-LINE FROM FR-HEADING-1
020600     WRITE ROLLFWD-REPORT-LINE FROM FR-HEADING-2
020700     WRITE ROLLFWD-REPORT-LINE FROM FR-BLANK-LINE.
020800 1000-EXIT.
020900     EXIT.

021000 1100-ZERO-ONE-ACHV.
021100     MOVE ZERO TO FR-ACHV-COUNT(FR-ACHV-IDX).
021200 1100-EXIT.
021300     EXIT.

021400*    No calendar, or a gap in it, means lifetime-only play --
021500*    the same as WORKER treats it.
021600 1200-LOAD-SEASONS.
021700     OPEN INPUT SEASON-CALENDAR-FILE
021800     IF NOT FR-SEASON-FILE-OK
021900         GO TO 1200-EXIT
022000     END-IF
022100     MOVE 'N' TO FR-EOF-SWITCH
022200     PERFORM 1210-LOAD-ONE-SEASON THRU 1210-EXIT
022300             UNTIL FR-AT-EOF
022400     CLOSE SEASON-CALENDAR-FILE.
022500 1200-EXIT.
022600     EXIT.

022700 1210-LOAD-ONE-SEASON.
022800     READ SEASON-CALENDAR-FILE
022900         AT END
023000             MOVE 'Y' TO FR-EOF-SWITCH
023100         NOT AT END
023200             IF FR-SEASON-COUNT < 40
023300                 ADD 1 TO FR-SEASON-COUNT
023400                 MOVE SN-SEASON-ID TO FR-SEA-ID(FR-SEASON-COUNT)
023500                 MOVE SN-START-DATE
023600                     TO FR-SEA-START(FR-SEASON-COUNT)
023700                 MOVE SN-END-DATE
023800                     TO FR-SEA-END(FR-SEASON-COUNT)
023900             END-IF
024000     END-READ.
024100 1210-EXIT.
024200     EXIT.

024300******************************************************************
024400*  The restore half, as RESTORE does it: OPEN OUTPUT throws the
024500*  damaged file away wholesale, and the trailer count has to
024600*  match or nothing is replayed on top.
024700******************************************************************
024800 2000-RESTORE-UNLOAD.
024900     OPEN INPUT UNLOAD-FILE
025000     IF NOT FR-UNLOAD-FILE-OK
025100         MOVE SPACES TO FR-MESSAGE-LINE
025200         STRING 'Cannot open PLAYERPF.UNL, status '
025300                FR-UNLOAD-FILE-STATUS ' -- nothing done.'
025400             DELIMITED BY SIZE INTO FR-MESSAGE-LINE
025500         MOVE 1 TO RETURN-CODE
025600         GO TO 2000-EXIT
025700     END-IF
025800     OPEN OUTPUT PLAYER-PROFILE-FILE
025900     IF NOT FR-PROFILE-FILE-OK
026000         MOVE SPACES TO FR-MESSAGE-LINE
026100         STRING 'Cannot open PLAYERPF, status '
026200                FR-PROFILE-FILE-STATUS ' -- nothing done.'
026300             DELIMITED BY SIZE INTO FR-MESSAGE-LINE
026400         CLOSE UNLOAD-FILE
026500         MOVE 1 TO RETURN-CODE
026600         GO TO 2000-EXIT
026700     END-IF
026800     MOVE 'N' TO FR-EOF-SWITCH
026900     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
027000             UNTIL FR-AT-EOF
027100     CLOSE UNLOAD-FILE
027200     CLOSE PLAYER-PROFILE-FILE
027300     EVALUATE TRUE
027400         WHEN NOT FR-TRAILER-SEEN
027500             MOVE 'Unload carries no trailer -- not replayed.'
027600                 TO FR-MESSAGE-LINE
027700             MOVE 1 TO RETURN-CODE
027800         WHEN FR-LOADED-COUNT NOT = FR-TRAILER-COUNT
027900             MOVE 'Loaded count does not match the trailer.'
028000                 TO FR-MESSAGE-LINE
028100             MOVE 1 TO RETURN-CODE
028200         WHEN FR-UNLOAD-DATE = ZERO
028300             MOVE 'Unload carries no time -- restored only.'
028400                 TO FR-MESSAGE-LINE
028500             MOVE 1 TO RETURN-CODE
028600         WHEN OTHER
028700             CONTINUE
028800     END-EVALUATE.
028900 2000-EXIT.
029000     EXIT.

029100 2100-LOAD-ONE-RECORD.
029200     READ UNLOAD-FILE INTO UNLOAD-RECORD
029300         AT END
029400             MOVE 'Y' TO FR-EOF-SWITCH
029500         NOT AT END
029600             EVALUATE TRUE
029700                 WHEN UN-TRAILER-RECORD
029800                     MOVE 'Y' TO FR-TRAILER-SWITCH
029900                     MOVE UN-RECORD-COUNT TO FR-TRAILER-COUNT
030000                     IF UN-UNLOAD-DATE IS NUMERIC
030100                         MOVE UN-UNLOAD-DATE TO FR-UNLOAD-DATE
030200                         MOVE UN-UNLOAD-TIME TO FR-UNLOAD-TIME
030300                     END-IF
030400                 WHEN UN-DATA-RECORD
030500                     MOVE UN-IMAGE TO PLAYER-PROFILE-RECORD
030600                     WRITE PLAYER-PROFILE-RECORD
030700                     IF FR-PROFILE-FILE-OK
030800                         ADD 1 TO FR-LOADED-COUNT
030900                     END-IF
031000                 WHEN OTHER
031100                     CONTINUE
031200             END-EVALUATE
031300     END-READ.
031400 2100-EXIT.
031500     EXIT.

031600******************************************************************
031700*  The roll-forward half.  PLAY-HISTORY is in the order the plays
031800*  were made; everything at or before the unload's own moment is
031900*  already in the restored record and is passed over.
032000******************************************************************
032100 3000-REPLAY-HISTORY.
032200     OPEN INPUT PLAY-HISTORY-FILE
032300     IF NOT FR-PLAYHIST-FILE-OK
032400         MOVE 'No PLAY-HISTORY file -- nothing to replay.'
032500             TO FR-MESSAGE-LINE
032600         GO TO 3000-EXIT
032700     END-IF
032800     OPEN I-O PLAYER-PROFILE-FILE
032900     IF NOT FR-PROFILE-FILE-OK
033000         MOVE SPACES TO FR-MESSAGE-LINE
033100         STRING 'Cannot reopen PLAYERPF, status '
033200                FR-PROFILE-FILE-STATUS ' -- not replayed.'
033300             DELIMITED BY SIZE INTO FR-MESSAGE-LINE
033400         CLOSE PLAY-HISTORY-FILE
033500         MOVE 1 TO RETURN-CODE
033600         GO TO 3000-EXIT
033700     END-IF
033800     PERFORM 3050-LOAD-CORRECTIONS THRU 3050-EXIT
033900     MOVE 'N' TO FR-EOF-SWITCH
034000     PERFORM 3100-REPLAY-ONE-PLAY THRU 3100-EXIT
034100             UNTIL FR-AT-EOF
034200     CLOSE PLAY-HISTORY-FILE
034300     PERFORM 3400-REPLAY-CORRECTIONS THRU 3400-EXIT
034400     CLOSE PLAYER-PROFILE-FILE
034500     IF FR-CORR-DROPPED-COUNT > ZERO
034600         MOVE 'Rolled forward, but corrections were not all held.'
034700             TO FR-MESSAGE-LINE
034800         MOVE 1 TO RETURN-CODE
034900         GO TO 3000-EXIT
035000     END-IF
035100     MOVE 'PLAYERPF restored and rolled forward.'
035200         TO FR-MESSAGE-LINE.
035300 3000-EXIT.
035400     EXIT.

035500*    Only a play made since the unload is wanted here; one the
035600*    unload holds is corrected by 3400 instead.  The file is in
035700*    the order posted, so a later correction of the same play
035800*    replaces the earlier one's result.
035900 3050-LOAD-CORRECTIONS.
036000     OPEN INPUT PLAY-CORRECTION-FILE
036100     IF NOT FR-CORRECT-FILE-OK
036200         GO TO 3050-EXIT
036300     END-IF
036400     MOVE 'N' TO FR-EOF-SWITCH
036500     PERFORM 3060-LOAD-ONE-CORRECTION THRU 3060-EXIT
036600             UNTIL FR-AT-EOF
036700     CLOSE PLAY-CORRECTION-FILE.
036800 3050-EXIT.
036900     EXIT.

037000 3060-LOAD-ONE-CORRECTION.
037100     READ PLAY-CORRECTION-FILE
037200         AT END
037300             MOVE 'Y' TO FR-EOF-SWITCH
037400             GO TO 3060-EXIT
037500     END-READ
037600     IF CO-PLAYER-ID = SPACES
037700         GO TO 3060-EXIT
037800     END-IF
037900     IF CO-PLAY-DATE < FR-UNLOAD-DATE OR
038000        (CO-PLAY-DATE = FR-UNLOAD-DATE AND
038100         CO-PLAY-TIME <= FR-UNLOAD-TIME)
038200         GO TO 3060-EXIT
038300     END-IF
038400     MOVE CO-PLAYER-ID TO FR-SEEK-PLAYER
038500     MOVE CO-PLAY-DATE TO FR-SEEK-DATE
038600     MOVE CO-PLAY-TIME TO FR-SEEK-TIME
038700     PERFORM 3070-FIND-CORRECTION THRU 3070-EXIT
038800     IF FR-CORRECTION-FOUND
038900         MOVE CO-NEW-RESULT TO FR-COR-RESULT(FR-CORR-IDX)
039000         GO TO 3060-EXIT
039100     END-IF
039200     IF FR-CORR-COUNT >= 200
039300         ADD 1 TO FR-CORR-DROPPED-COUNT
039400         GO TO 3060-EXIT
039500     END-IF
039600     ADD 1 TO FR-CORR-COUNT
039700     MOVE CO-PLAYER-ID TO FR-COR-PLAYER(FR-CORR-COUNT)
039800     MOVE CO-PLAY-DATE TO FR-COR-DATE(FR-CORR-COUNT)
039900     MOVE CO-PLAY-TIME TO FR-COR-TIME(FR-CORR-COUNT)
040000     MOVE CO-NEW-RESULT TO FR-COR-RESULT(FR-CORR-COUNT).
040100 3060-EXIT.
040200     EXIT.

040300*    FR-CORR-IDX is left on the row found.
040400 3070-FIND-CORRECTION.
040500     MOVE 'N' TO FR-CORR-FOUND-SWITCH
040600     PERFORM 3080-MATCH-CORRECTION THRU 3080-EXIT
040700             VARYING FR-CORR-IDX FROM 1 BY 1
040800             UNTIL FR-CORR-IDX > FR-CORR-COUNT
040900                OR FR-CORRECTION-FOUND
041000     IF FR-CORRECTION-FOUND
041100         SUBTRACT 1 FROM FR-CORR-IDX
041200     END-IF.
041300 3070-EXIT.
041400     EXIT.

041500 3080-MATCH-CORRECTION.
041600     IF FR-COR-PLAYER(FR-CORR-IDX) = FR-SEEK-PLAYER AND
041700        FR-COR-DATE(FR-CORR-IDX) = FR-SEEK-DATE AND
041800        FR-COR-TIME(FR-CORR-IDX) = FR-SEEK-TIME
041900         MOVE 'Y' TO FR-CORR-FOUND-SWITCH
042000     END-IF.
042100 3080-EXIT.
042200     EXIT.

042300 3100-REPLAY-ONE-PLAY.
042400     READ PLAY-HISTORY-FILE
042500         AT END
042600             MOVE 'Y' TO FR-EOF-SWITCH
042700             GO TO 3100-EXIT
042800     END-READ
042900     ADD 1 TO FR-READ-COUNT
043000     IF PH-PLAYER-ID = SPACES
043100         GO TO 3100-EXIT
043200     END-IF
043300     IF PH-DATE < FR-UNLOAD-DATE OR
043400        (PH-DATE = FR-UNLOAD-DATE AND PH-TIME <= FR-UNLOAD-TIME)
043500         ADD 1 TO FR-BEFORE-COUNT
043600         GO TO 3100-EXIT
043700     END-IF
043800     MOVE PH-RESULT TO FR-PLAY-RESULT
043900     IF FR-CORR-COUNT > ZERO
044000         MOVE PH-PLAYER-ID TO FR-SEEK-PLAYER
044100         MOVE PH-DATE TO FR-SEEK-DATE
044200         MOVE PH-TIME TO FR-SEEK-TIME
044300         PERFORM 3070-FIND-CORRECTION THRU 3070-EXIT
044400         IF FR-CORRECTION-FOUND
044500             MOVE FR-COR-RESULT(FR-CORR-IDX) TO FR-PLAY-RESULT
044600             ADD 1 TO FR-CORR-FOLDED-COUNT
044700         END-IF
044800     END-IF
044900     MOVE 'N' TO FR-NEW-SWITCH
045000     MOVE PH-PLAYER-ID TO PP-PLAYER-ID
045100     READ PLAYER-PROFILE-FILE
045200         INVALID KEY
045300             PERFORM 3200-INIT-PROFILE THRU 3200-EXIT
045400     END-READ
045500     PERFORM 3150-FIND-PLAY-SEASON THRU 3150-EXIT
045600     MOVE 'N' TO FR-H2H-SWITCH
045700     IF PH-DIFFICULTY IS NUMERIC AND PH-DIFFICULTY = ZERO
045800         MOVE 'Y' TO FR-H2H-SWITCH
045900     END-IF
046000     PERFORM 3300-TALLY-PROFILE THRU 3300-EXIT
046100     IF FR-PROFILE-IS-NEW
046200         WRITE PLAYER-PROFILE-RECORD
046300         ADD 1 TO FR-CREATED-COUNT
046400     ELSE
046500         REWRITE PLAYER-PROFILE-RECORD
046600     END-IF
046700     ADD 1 TO FR-APPLIED-COUNT.
046800 3100-EXIT.
046900     EXIT.

047000 3150-FIND-PLAY-SEASON.
047100     MOVE SPACES TO FR-PLAY-SEASON
047200     PERFORM 3160-TEST-ONE-SEASON THRU 3160-EXIT
047300             VARYING FR-SEASON-IDX FROM 1 BY 1
047400             UNTIL FR-SEASON-IDX > FR-SEASON-COUNT OR
047500                   FR-PLAY-SEASON NOT = SPACES.
047600 3150-EXIT.
047700     EXIT.

047800 3160-TEST-ONE-SEASON.
047900     IF PH-DATE >= FR-SEA-START(FR-SEASON-IDX) AND
048000        PH-DATE <= FR-SEA-END(FR-SEASON-IDX)
048100         MOVE FR-SEA-ID(FR-SEASON-IDX) TO FR-PLAY-SEASON
048200     END-IF.
048300 3160-EXIT.
048400     EXIT.

048500*    A player first seen after the unload, as WORKER's
048600*    4820-INIT-PROFILE starts one.
048700 3200-INIT-PROFILE.
048800     MOVE 'Y' TO FR-NEW-SWITCH
048900     MOVE PH-PLAYER-ID TO PP-PLAYER-ID
049000     MOVE ZERO TO PP-WINS
049100     MOVE ZERO TO PP-LOSSES
049200     MOVE ZERO TO PP-TIES
049300     MOVE SPACES TO PP-DISPLAY-NAME
049400     MOVE ZERO TO PP-CURRENT-STREAK
049500     MOVE ZERO TO PP-BEST-STREAK
049600     MOVE 'NNNN' TO PP-ACHIEVEMENT-FLAGS
049700     MOVE ZERO TO PP-H2H-WINS
049800     MOVE ZERO TO PP-H2H-LOSSES
049900     MOVE ZERO TO PP-H2H-TIES
050000     PERFORM 3220-RESET-SEASON-FIELDS THRU 3220-EXIT.
050100 3200-EXIT.
050200     EXIT.

050300 3220-RESET-SEASON-FIELDS.
050400     MOVE FR-PLAY-SEASON TO PP-SEASON-ID
050500     MOVE ZERO TO PP-SEASON-WINS
050600     MOVE ZERO TO PP-SEASON-LOSSES
050700     MOVE ZERO TO PP-SEASON-TIES
050800     MOVE ZERO TO PP-SEASON-CURR-STREAK
050900     MOVE ZERO TO PP-SEASON-BEST-STREAK.
051000 3220-EXIT.
051100     EXIT.

051200*    Kept step for step with WORKER's 4830-TALLY-PROFILE -- a
051300*    change to the live tally belongs here too.
051400 3300-TALLY-PROFILE.
051500     IF PP-CURRENT-STREAK NOT NUMERIC OR
051600        PP-BEST-STREAK NOT NUMERIC
051700         MOVE ZERO TO PP-CURRENT-STREAK
051800         MOVE ZERO TO PP-BEST-STREAK
051900         MOVE 'NNNN' TO PP-ACHIEVEMENT-FLAGS
052000     END-IF
052100     EVALUATE FR-PLAY-RESULT
052200         WHEN 'You win!'
052300             ADD 1 TO PP-WINS
052400             ADD 1 TO PP-CURRENT-STREAK
052500             IF PP-CURRENT-STREAK > PP-BEST-STREAK
052600                 MOVE PP-CURRENT-STREAK TO PP-BEST-STREAK
052700             END-IF
052800         WHEN 'You lose!'
052900             ADD 1 TO PP-LOSSES
053000             MOVE ZERO TO PP-CURRENT-STREAK
053100         WHEN OTHER
053200             ADD 1 TO PP-TIES
053300     END-EVALUATE
053400     IF FR-PLAY-SEASON NOT = SPACES
053500         PERFORM 3320-TALLY-SEASON THRU 3320-EXIT
053600     END-IF
053700     IF FR-H2H-PLAY
053800         PERFORM 3340-TALLY-H2H THRU 3340-EXIT
053900     END-IF
054000     PERFORM 3350-CHECK-ACHIEVEMENTS THRU 3350-EXIT.
054100 3300-EXIT.
054200     EXIT.

054300*    Kept step for step with WORKER's 4832-TALLY-SEASON: a profile
054400*    still carrying an earlier real season is one SEASONCL has not
054500*    reset yet, and the play counts toward lifetime only.
054600 3320-TALLY-SEASON.
054700     IF PP-SEASON-WINS NOT NUMERIC OR
054800        PP-SEASON-CURR-STREAK NOT NUMERIC
054900         PERFORM 3220-RESET-SEASON-FIELDS THRU 3220-EXIT
055000     END-IF
055100     IF PP-SEASON-ID = SPACES
055200         PERFORM 3220-RESET-SEASON-FIELDS THRU 3220-EXIT
055300     END-IF
055400     IF PP-SEASON-ID NOT = FR-PLAY-SEASON
055500         GO TO 3320-EXIT
055600     END-IF
055700     ADD 1 TO FR-SEASON-PLAY-COUNT
055800     EVALUATE FR-PLAY-RESULT
055900         WHEN 'You win!'
056000             ADD 1 TO PP-SEASON-WINS
056100             ADD 1 TO PP-SEASON-CURR-STREAK
056200             IF PP-SEASON-CURR-STREAK > PP-SEASON-BEST-STREAK
056300                 MOVE PP-SEASON-CURR-STREAK
056400                     TO PP-SEASON-BEST-STREAK
056500             END-IF
056600         WHEN 'You lose!'
056700             ADD 1 TO PP-SEASON-LOSSES
056800             MOVE ZERO TO PP-SEASON-CURR-STREAK
056900         WHEN OTHER
057000             ADD 1 TO PP-SEASON-TIES
057100     END-EVALUATE.
057200 3320-EXIT.
057300     EXIT.

057400 3340-TALLY-H2H.
057500     IF PP-H2H-WINS NOT NUMERIC OR
057600        PP-H2H-LOSSES NOT NUMERIC OR
057700        PP-H2H-TIES NOT NUMERIC
057800         MOVE ZERO TO PP-H2H-WINS
057900         MOVE ZERO TO PP-H2H-LOSSES
058000         MOVE ZERO TO PP-H2H-TIES
058100     END-IF
058200     EVALUATE FR-PLAY-RESULT
058300         WHEN 'You win!'
058400             ADD 1 TO PP-H2H-WINS
058500             ADD 1 TO FR-H2H-WIN-COUNT
058600         WHEN 'You lose!'
058700             ADD 1 TO PP-H2H-LOSSES
058800             ADD 1 TO FR-H2H-LOSS-COUNT
058900         WHEN OTHER
059000             ADD 1 TO PP-H2H-TIES
059100             ADD 1 TO FR-H2H-TIE-COUNT
059200     END-EVALUATE.
059300 3340-EXIT.
059400     EXIT.

059500*    The same four tests as WORKER's 4835-CHECK-ACHIEVEMENTS.  A
059600*    hard win is difficulty 3 against the computer; the history
059700*    record does not say whether a challenge code was behind it.
059800 3350-CHECK-ACHIEVEMENTS.
059900     IF FR-PLAY-RESULT = 'You win!' AND
060000        PP-ACHV-FIRST-WIN NOT = 'Y'
060100         MOVE 'Y' TO PP-ACHV-FIRST-WIN
060200         ADD 1 TO FR-ACHV-COUNT(1)
060300     END-IF
060400     IF PP-CURRENT-STREAK >= 10 AND PP-ACHV-STREAK-10 NOT = 'Y'
060500         MOVE 'Y' TO PP-ACHV-STREAK-10
060600         ADD 1 TO FR-ACHV-COUNT(2)
060700     END-IF
060800     COMPUTE FR-TOTAL-GAMES = PP-WINS + PP-LOSSES + PP-TIES
060900     IF FR-TOTAL-GAMES >= 100 AND PP-ACHV-GAMES-100 NOT = 'Y'
061000         MOVE 'Y' TO PP-ACHV-GAMES-100
061100         ADD 1 TO FR-ACHV-COUNT(3)
061200     END-IF
061300     IF FR-PLAY-RESULT = 'You win!' AND NOT FR-H2H-PLAY AND
061400        PH-DIFFICULTY IS NUMERIC AND PH-DIFFICULTY = 3 AND
061500        PP-ACHV-HARD-WIN NOT = 'Y'
061600         MOVE 'Y' TO PP-ACHV-HARD-WIN
061700         ADD 1 TO FR-ACHV-COUNT(4)
061800     END-IF.
061900 3350-EXIT.
062000     EXIT.

062100******************************************************************
062200*  A correction posted since the unload against a play the
062300*  unload already holds moves the counters the way DISPPOST's
062400*  3500-ADJUST-PROFILE moved them: lifetime W-L-T, the season
062500*  counters when the profile still carries the season the
062600*  correction was posted against, and the head-to-head record.
062700*  Each correction is applied in turn, from its own old result.
062800******************************************************************
062900 3400-REPLAY-CORRECTIONS.
063000     OPEN INPUT PLAY-CORRECTION-FILE
063100     IF NOT FR-CORRECT-FILE-OK
063200         GO TO 3400-EXIT
063300     END-IF
063400     MOVE 'N' TO FR-EOF-SWITCH
063500     PERFORM 3410-REPLAY-ONE-CORRECTION THRU 3410-EXIT
063600             UNTIL FR-AT-EOF
063700     CLOSE PLAY-CORRECTION-FILE.
063800 3400-EXIT.
063900     EXIT.

064000 3410-REPLAY-ONE-CORRECTION.
064100     READ PLAY-CORRECTION-FILE
064200         AT END
064300             MOVE 'Y' TO FR-EOF-SWITCH
064400             GO TO 3410-EXIT
064500     END-READ
064600     IF CO-PLAYER-ID = SPACES
064700         GO TO 3410-EXIT
064800     END-IF
064900     IF CO-POSTED-DATE < FR-UNLOAD-DATE OR
065000        (CO-POSTED-DATE = FR-UNLOAD-DATE AND
065100         CO-POSTED-TIME <= FR-UNLOAD-TIME)
065200         GO TO 3410-EXIT
065300     END-IF
065400     IF CO-PLAY-DATE > FR-UNLOAD-DATE OR
065500        (CO-PLAY-DATE = FR-UNLOAD-DATE AND
065600         CO-PLAY-TIME > FR-UNLOAD-TIME)
065700         GO TO 3410-EXIT
065800     END-IF
065900     MOVE CO-PLAYER-ID TO PP-PLAYER-ID
066000     READ PLAYER-PROFILE-FILE
066100         INVALID KEY
066200             ADD 1 TO FR-CORR-NOPROF-COUNT
066300             GO TO 3410-EXIT
066400     END-READ
066500     MOVE CO-OLD-RESULT TO FR-PLAY-RESULT
066600     PERFORM 3420-CODE-RESULT THRU 3420-EXIT
066700     MOVE FR-NEW-CODE TO FR-OLD-CODE
066800     MOVE CO-NEW-RESULT TO FR-PLAY-RESULT
066900     PERFORM 3420-CODE-RESULT THRU 3420-EXIT
067000     PERFORM 3430-MOVE-LIFETIME THRU 3430-EXIT
067100     IF CO-SEASON-ID NOT = SPACES AND
067200        PP-SEASON-ID = CO-SEASON-ID AND
067300        PP-SEASON-WINS IS NUMERIC
067400         PERFORM 3440-MOVE-SEASON THRU 3440-EXIT
067500     END-IF
067600     IF CO-H2H-PLAY AND
067700        PP-H2H-WINS IS NUMERIC AND PP-H2H-LOSSES IS NUMERIC AND
067800        PP-H2H-TIES IS NUMERIC
067900         PERFORM 3450-MOVE-H2H THRU 3450-EXIT
068000     END-IF
068100     REWRITE PLAYER-PROFILE-RECORD
068200     ADD 1 TO FR-CORR-APPLIED-COUNT.
068300 3410-EXIT.
068400     EXIT.

068500 3420-CODE-RESULT.
068600     EVALUATE TRUE
068700         WHEN FR-PLAY-RESULT (1:8) = 'You win!'
068800             MOVE 'W' TO FR-NEW-CODE
068900         WHEN FR-PLAY-RESULT (1:9) = 'You lose!'
069000             MOVE 'L' TO FR-NEW-CODE
069100         WHEN OTHER
069200             MOVE 'T' TO FR-NEW-CODE
069300     END-EVALUATE.
069400 3420-EXIT.
069500     EXIT.

069600 3430-MOVE-LIFETIME.
069700     EVALUATE FR-OLD-CODE
069800         WHEN 'W'
069900             IF PP-WINS > ZERO
070000                 SUBTRACT 1 FROM PP-WINS
070100             END-IF
070200         WHEN 'L'
070300             IF PP-LOSSES > ZERO
070400                 SUBTRACT 1 FROM PP-LOSSES
070500             END-IF
070600         WHEN OTHER
070700             IF PP-TIES > ZERO
070800                 SUBTRACT 1 FROM PP-TIES
070900             END-IF
071000     END-EVALUATE
071100     EVALUATE FR-NEW-CODE
071200         WHEN 'W'
071300             ADD 1 TO PP-WINS
071400         WHEN 'L'
071500             ADD 1 TO PP-LOSSES
071600         WHEN OTHER
071700             ADD 1 TO PP-TIES
071800     END-EVALUATE.
071900 3430-EXIT.
072000     EXIT.

072100 3440-MOVE-SEASON.
072200     EVALUATE FR-OLD-CODE
072300         WHEN 'W'
072400             IF PP-SEASON-WINS > ZERO
072500                 SUBTRACT 1 FROM PP-SEASON-WINS
072600             END-IF
072700         WHEN 'L'
072800             IF PP-SEASON-LOSSES > ZERO
072900                 SUBTRACT 1 FROM PP-SEASON-LOSSES
073000             END-IF
073100         WHEN OTHER
073200             IF PP-SEASON-TIES > ZERO
073300                 SUBTRACT 1 FROM PP-SEASON-TIES
073400             END-IF
073500     END-EVALUATE
073600     EVALUATE FR-NEW-CODE
073700         WHEN 'W'
073800             ADD 1 TO PP-SEASON-WINS
073900         WHEN 'L'
074000             ADD 1 TO PP-SEASON-LOSSES
074100         WHEN OTHER
074200             ADD 1 TO PP-SEASON-TIES
074300     END-EVALUATE.
074400 3440-EXIT.
074500     EXIT.

074600 3450-MOVE-H2H.
074700     EVALUATE FR-OLD-CODE
074800         WHEN 'W'
074900             IF PP-H2H-WINS > ZERO
075000                 SUBTRACT 1 FROM PP-H2H-WINS
075100             END-IF
075200         WHEN 'L'
075300             IF PP-H2H-LOSSES > ZERO
075400                 SUBTRACT 1 FROM PP-H2H-LOSSES
075500             END-IF
075600         WHEN OTHER
075700             IF PP-H2H-TIES > ZERO
075800                 SUBTRACT 1 FROM PP-H2H-TIES
075900             END-IF
076000     END-EVALUATE
076100     EVALUATE FR-NEW-CODE
076200         WHEN 'W'
076300             ADD 1 TO PP-H2H-WINS
076400         WHEN 'L'
076500             ADD 1 TO PP-H2H-LOSSES
076600         WHEN OTHER
076700             ADD 1 TO PP-H2H-TIES
076800     END-EVALUATE.
076900 3450-EXIT.
077000     EXIT.

077100******************************************************************
077200*  The report: what was restored, from when, and what the replay
077300*  moved.
077400******************************************************************
077500 8000-WRITE-REPORT.
077600     MOVE SPACES TO ROLLFWD-REPORT-LINE
077700     STRING 'Unload taken: ' FR-UNLOAD-DATE ' ' FR-UNLOAD-TIME
077800         DELIMITED BY SIZE INTO ROLLFWD-REPORT-LINE
077900     WRITE ROLLFWD-REPORT-LINE
078000     WRITE ROLLFWD-REPORT-LINE FROM FR-BLANK-LINE
078100     MOVE 'Profiles restored from the unload' TO FR-DTL-TEXT
078200     MOVE FR-LOADED-COUNT TO FR-DTL-COUNT
078300     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
078400     MOVE 'History records read' TO FR-DTL-TEXT
078500     MOVE FR-READ-COUNT TO FR-DTL-COUNT
078600     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
078700     MOVE '  already in the unload' TO FR-DTL-TEXT
078800     MOVE FR-BEFORE-COUNT TO FR-DTL-COUNT
078900     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
079000     MOVE 'Plays applied' TO FR-DTL-TEXT
079100     MOVE FR-APPLIED-COUNT TO FR-DTL-COUNT
079200     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
079300     MOVE '  counted toward a season' TO FR-DTL-TEXT
079400     MOVE FR-SEASON-PLAY-COUNT TO FR-DTL-COUNT
079500     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
079600     MOVE 'Profiles created by the replay' TO FR-DTL-TEXT
079700     MOVE FR-CREATED-COUNT TO FR-DTL-COUNT
079800     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
079900     MOVE '  plays tallied as corrected' TO FR-DTL-TEXT
080000     MOVE FR-CORR-FOLDED-COUNT TO FR-DTL-COUNT
080100     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
080200     MOVE 'Earlier plays corrected since' TO FR-DTL-TEXT
080300     MOVE FR-CORR-APPLIED-COUNT TO FR-DTL-COUNT
080400     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
080500     MOVE '  no profile to correct' TO FR-DTL-TEXT
080600     MOVE FR-CORR-NOPROF-COUNT TO FR-DTL-COUNT
080700     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
080800     IF FR-CORR-DROPPED-COUNT > ZERO
080900         MOVE 'Corrections not held -- table full' TO FR-DTL-TEXT
081000         MOVE FR-CORR-DROPPED-COUNT TO FR-DTL-COUNT
081100         WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
081200     END-IF
081300     WRITE ROLLFWD-REPORT-LINE FROM FR-BLANK-LINE
081400     PERFORM 8100-WRITE-ONE-ACHV THRU 8100-EXIT
081500             VARYING FR-ACHV-IDX FROM 1 BY 1
081600             UNTIL FR-ACHV-IDX > 4
081700     WRITE ROLLFWD-REPORT-LINE FROM FR-BLANK-LINE
081800     MOVE 'Head-to-head wins added' TO FR-DTL-TEXT
081900     MOVE FR-H2H-WIN-COUNT TO FR-DTL-COUNT
082000     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
082100     MOVE 'Head-to-head losses added' TO FR-DTL-TEXT
082200     MOVE FR-H2H-LOSS-COUNT TO FR-DTL-COUNT
082300     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
082400     MOVE 'Head-to-head ties added' TO FR-DTL-TEXT
082500     MOVE FR-H2H-TIE-COUNT TO FR-DTL-COUNT
082600     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE
082700     WRITE ROLLFWD-REPORT-LINE FROM FR-BLANK-LINE
082800     WRITE ROLLFWD-REPORT-LINE FROM FR-MESSAGE-LINE
082900     CLOSE ROLLFWD-REPORT-FILE
083000     DISPLAY "ROLLFWD: " FR-MESSAGE-LINE.
083100 8000-EXIT.
083200     EXIT.

083300 8100-WRITE-ONE-ACHV.
083400     MOVE SPACES TO FR-DTL-TEXT
083500     STRING 'Achievement ' FR-ACHV-CODE(FR-ACHV-IDX) ' earned'
083600         DELIMITED BY SIZE INTO FR-DTL-TEXT
083700     MOVE FR-ACHV-COUNT(FR-ACHV-IDX) TO FR-DTL-COUNT
083800     WRITE ROLLFWD-REPORT-LINE FROM FR-DETAIL-LINE.
083900 8100-EXIT.
084000     EXIT.

084100 9999-EXIT.
084200     STOP RUN.
