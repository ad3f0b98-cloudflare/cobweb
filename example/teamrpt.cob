000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TEAMRPT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  TEAMRPT
000900*
001000*  Season standings for the player clubs TEAMCON maintains.
001100*  Every game a member played in the open season -- off
001200*  PLAYHIST.ARC first, then the live PLAY-HISTORY file -- is
001300*  credited to the club the player belonged to on the day it
001400*  was played: on or after TB-JOIN-DATE and before
001500*  TB-LEAVE-DATE.  A game played before a player joined, after
001600*  they left, or while they were in another club counts for
001700*  nobody here.  Corrections DISPPOST has posted on the
001800*  PLAY-CORRECTION file move a play from its old result to the
001900*  corrected one, the way STATSRPT folds them in.  Clubs rank
002000*  on wins, fewest losses breaking a tie, then club id.
002100*
002200*  Runs two ways, the same as LEADERBD:  teamrpt  (the nightly
002300*  batch report, TEAMRPT.TXT, for the window's business date)
002400*  or  teamrpt HTTP  (the community managers' on-demand
002500*  standings for today, served over the CGI calls WORKER uses).
002600*  An HTTP hit never touches the standing TEAMRPT.TXT.  No
002700*  season open on the day just says so -- there is nothing to
002800*  rank between seasons.
002900*
003000*  Modification history
003100*  ---------------------------------------------------------------
003200*  2026-10-15  jm  Original program.
003220*  2026-10-15  jm  PLAY-HISTORY grew the WORKER instance id, so
003240*  the archive pass-through width moves from 95 to 96.
003260*  2026-10-15  jm  PLAY-HISTORY grew the experiment arm stamp, so
003280*  the archive pass-through width moves from 96 to 105.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TEAM-FILE ASSIGN TO "TEAMDEF"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS TQ-TEAM-FILE-STATUS.
004000     SELECT TEAM-MEMBER-FILE ASSIGN TO "TEAMMEM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TQ-MEMBER-FILE-STATUS.
004300     SELECT SEASON-CALENDAR-FILE ASSIGN TO "SEASNCAL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TQ-SEASON-FILE-STATUS.
004600     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "PLAYHIST.ARC"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TQ-HISTARC-FILE-STATUS.
004900     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS TQ-PLAYHIST-FILE-STATUS.
005200     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS TQ-CORRECT-FILE-STATUS.
005500     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TQ-BUSDATE-FILE-STATUS.
005800     SELECT TEAM-SORT-FILE ASSIGN TO "SRTTEAM".
005900     SELECT TEAM-REPORT-FILE ASSIGN TO "TEAMRPT.TXT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS TQ-REPORT-FILE-STATUS.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TEAM-FILE.
006500 COPY "teamdef.cpy".

006600 FD  TEAM-MEMBER-FILE.
006700 COPY "teammem.cpy".

006800 FD  SEASON-CALENDAR-FILE.
006900 COPY "seasncal.cpy".

007000 FD  HISTORY-ARCHIVE-FILE.
007100 01  HISTORY-ARCHIVE-RECORD      PIC X(105).

007200 FD  PLAY-HISTORY-FILE.
007300 COPY "playhist.cpy".

007400 FD  PLAY-CORRECTION-FILE.
007500 COPY "playcorr.cpy".

007600 FD  BUSINESS-DATE-FILE.
007700 COPY "busdate.cpy".

007800 SD  TEAM-SORT-FILE.
007900 01  TQ-SORT-RECORD.
008000     05  TQ-SORT-WINS            PIC 9(07).
008100     05  TQ-SORT-LOSSES          PIC 9(07).
008200     05  TQ-SORT-TIES            PIC 9(07).
008300     05  TQ-SORT-TEAM-ID         PIC X(08).
008400     05  TQ-SORT-NAME            PIC X(30).
008500     05  TQ-SORT-MEMBERS         PIC 9(03).

008600 FD  TEAM-REPORT-FILE.
008700 01  TEAM-REPORT-LINE            PIC X(80).

008800 WORKING-STORAGE SECTION.
008900     77 TQ-TEAM-FILE-STATUS      PIC X(02) VALUE '00'.
009000        88 TQ-TEAM-FILE-OK                  VALUE '00'.
009100     77 TQ-MEMBER-FILE-STATUS    PIC X(02) VALUE '00'.
009200        88 TQ-MEMBER-FILE-OK                VALUE '00'.
009300     77 TQ-SEASON-FILE-STATUS    PIC X(02) VALUE '00'.
009400        88 TQ-SEASON-FILE-OK                VALUE '00'.
009500     77 TQ-HISTARC-FILE-STATUS   PIC X(02) VALUE '00'.
009600        88 TQ-HISTARC-FILE-OK               VALUE '00'.
009700     77 TQ-PLAYHIST-FILE-STATUS  PIC X(02) VALUE '00'.
009800        88 TQ-PLAYHIST-FILE-OK              VALUE '00'.
009900     77 TQ-CORRECT-FILE-STATUS   PIC X(02) VALUE '00'.
010000        88 TQ-CORRECT-FILE-OK               VALUE '00'.
010100     77 TQ-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
010200        88 TQ-BUSDATE-FILE-OK               VALUE '00'.
010300     77 TQ-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
010400     77 TQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
010500        88 TQ-AT-EOF                        VALUE 'Y'.
010600     77 TQ-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
010700        88 TQ-SORT-AT-EOF                   VALUE 'Y'.
010800     77 TQ-HTTP-MODE-SWITCH      PIC X(01) VALUE 'N'.
010900        88 TQ-HTTP-MODE                     VALUE 'Y'.
011000     77 TQ-SEASON-SWITCH         PIC X(01) VALUE 'N'.
011100        88 TQ-SEASON-OPEN                   VALUE 'Y'.
011200     77 TQ-TEAM-COUNT            PIC 9(03) COMP VALUE ZERO.
011300     77 TQ-TEAM-IDX              PIC 9(03) COMP VALUE ZERO.
011400     77 TQ-MEMBER-COUNT          PIC 9(03) COMP VALUE ZERO.
011500     77 TQ-MEMBER-IDX            PIC 9(03) COMP VALUE ZERO.
011600     77 TQ-CREDIT-TEAM           PIC 9(03) COMP VALUE ZERO.
011700     77 TQ-RANK                  PIC 9(03) COMP VALUE ZERO.
011800     77 TQ-RUN-DATE              PIC 9(08) VALUE ZERO.
011900     77 TQ-GAME-PLAYER           PIC X(20) VALUE SPACES.
012000     77 TQ-GAME-DATE             PIC 9(08) VALUE ZERO.

012100     01 TQ-COMMAND-LINE          PIC X(20) VALUE SPACES.
012200     01 TQ-SEASON-ID             PIC X(06) VALUE SPACES.
012300     01 TQ-SEASON-START          PIC 9(08) VALUE ZERO.
012400     01 TQ-SEASON-END            PIC 9(08) VALUE ZERO.
012500     01 TQ-SEASON-DESC           PIC X(30) VALUE SPACES.

012600     01 TQ-HDR-CONTENT-TYPE      PIC X(12) VALUE 'Content-Type'.
012700     01 TQ-CONTENT-TYPE          PIC X(10) VALUE 'text/plain'.
012800     01 TQ-STATUS-OK             PIC A(3) VALUE '200'.
012900     01 TQ-STATUS-SERVER-ERROR   PIC A(3) VALUE '500'.
013000     01 TQ-ERROR-MSG             PIC X(40) VALUE
013100        'team standings temporarily unavailable'.

013200*    Every club on file with its season tally, and every spell
013300*    any player has spent in one -- TQ-MB-TEAM-IDX points back
013400*    into the club table.
013500     01 TQ-TEAM-TABLE.
013600        05 TQ-TEAM-ENTRY OCCURS 100 TIMES.
013700           10 TQ-TM-ID           PIC X(08).
013800           10 TQ-TM-NAME         PIC X(30).
013900           10 TQ-TM-MEMBERS      PIC 9(03).
014000           10 TQ-TM-WINS         PIC 9(07).
014100           10 TQ-TM-LOSSES       PIC 9(07).
014200           10 TQ-TM-TIES         PIC 9(07).
014300     01 TQ-MEMBER-TABLE.
014400        05 TQ-MEMBER-ENTRY OCCURS 500 TIMES.
014500           10 TQ-MB-TEAM-IDX     PIC 9(03).
014600           10 TQ-MB-PLAYER       PIC X(20).
014700           10 TQ-MB-JOIN         PIC 9(08).
014800           10 TQ-MB-LEAVE        PIC 9(08).

014900     01 TQ-HEADING.
015000        05 FILLER                PIC X(23) VALUE
015100           'TEAM STANDINGS - SEASON'.
015200        05 FILLER                PIC X(01) VALUE SPACE.
015300        05 TQ-HDG-SEASON         PIC X(06).
015400        05 FILLER                PIC X(02) VALUE SPACES.
015500        05 TQ-HDG-DESC           PIC X(30).
015600        05 FILLER                PIC X(18) VALUE SPACES.
015700     01 TQ-AS-OF-LINE.
015800        05 FILLER                PIC X(06) VALUE 'As of '.
015900        05 TQ-AS-OF-DATE         PIC 9(08).
016000        05 FILLER                PIC X(66) VALUE SPACES.
016100     01 TQ-NO-SEASON-LINE.
016200        05 FILLER                PIC X(20) VALUE
016300           'No season is open on'.
016400        05 FILLER                PIC X(01) VALUE SPACE.
016500        05 TQ-NS-DATE            PIC 9(08).
016600        05 FILLER                PIC X(51) VALUE SPACES.
016700     01 TQ-NO-TEAMS-LINE         PIC X(80) VALUE
016800        'No clubs on file.'.
016900     01 TQ-BLANK-LINE            PIC X(80) VALUE SPACES.
017000     01 TQ-COLUMN-HEADING.
017100        05 FILLER                PIC X(48) VALUE
017150           '  RK  CLUB      NAME                        MBRS'.
017200        05 FILLER                PIC X(32) VALUE
017250           '       W       L       T'.
017300     01 TQ-DETAIL-LINE.
017400        05 FILLER                PIC X(01) VALUE SPACES.
017500        05 TQ-DTL-RANK           PIC ZZ9.
017600        05 FILLER                PIC X(02) VALUE SPACES.
017700        05 TQ-DTL-TEAM-ID        PIC X(08).
017800        05 FILLER                PIC X(02) VALUE SPACES.
017900        05 TQ-DTL-NAME           PIC X(28).
018000        05 FILLER                PIC X(01) VALUE SPACE.
018100        05 TQ-DTL-MEMBERS        PIC ZZ9.
018200        05 FILLER                PIC X(01) VALUE SPACE.
018300        05 TQ-DTL-WINS           PIC Z(06)9.
018400        05 FILLER                PIC X(01) VALUE SPACE.
018500        05 TQ-DTL-LOSSES         PIC Z(06)9.
018600        05 FILLER                PIC X(01) VALUE SPACE.
018700        05 TQ-DTL-TIES           PIC Z(06)9.
018800        05 FILLER                PIC X(08) VALUE SPACES.

018900 PROCEDURE DIVISION.

019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019200     IF NOT TQ-SEASON-OPEN
019300         MOVE TQ-RUN-DATE TO TQ-NS-DATE
019400         MOVE TQ-NO-SEASON-LINE TO TQ-DETAIL-LINE
019500         PERFORM 3900-EMIT-LINE THRU 3900-EXIT
019600         GO TO 0900-FINISH
019700     END-IF
019800     PERFORM 1300-LOAD-TEAMS THRU 1300-EXIT
019900     IF NOT TQ-TEAM-FILE-OK
020000         GO TO 0900-FINISH
020100     END-IF
020200     PERFORM 1400-LOAD-MEMBERS THRU 1400-EXIT
020300     PERFORM 2000-TALLY-ARCHIVE THRU 2000-EXIT
020400     PERFORM 2100-TALLY-HISTORY THRU 2100-EXIT
020500     PERFORM 2500-APPLY-CORRECTIONS THRU 2500-EXIT
020600     PERFORM 3000-RANK-TEAMS THRU 3000-EXIT.
020700 0900-FINISH.
020800     PERFORM 4000-TERMINATE THRU 4000-EXIT
020900     GO TO 9999-EXIT.

021000 1000-INITIALIZE.
021100     ACCEPT TQ-COMMAND-LINE FROM COMMAND-LINE
021200     IF TQ-COMMAND-LINE (1:4) = 'HTTP'
021300         MOVE 'Y' TO TQ-HTTP-MODE-SWITCH
021400     END-IF
021500     IF TQ-HTTP-MODE
021600         ACCEPT TQ-RUN-DATE FROM DATE YYYYMMDD
021700     ELSE
021800         PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
021900     END-IF
022000     PERFORM 1100-FIND-SEASON THRU 1100-EXIT
022100     MOVE TQ-SEASON-ID TO TQ-HDG-SEASON
022200     MOVE TQ-SEASON-DESC TO TQ-HDG-DESC
022300     MOVE TQ-RUN-DATE TO TQ-AS-OF-DATE
022400     IF TQ-HTTP-MODE
022500         CALL "set_http_header" USING TQ-HDR-CONTENT-TYPE
022600                                       TQ-CONTENT-TYPE
022700         CALL "set_http_status" USING TQ-STATUS-OK
022710         CALL "append_http_body" USING TQ-HEADING
022720         CALL "append_http_body" USING "\n"
022730         CALL "append_http_body" USING TQ-AS-OF-LINE
022740         CALL "append_http_body" USING "\n"
022800     ELSE
022900         OPEN OUTPUT TEAM-REPORT-FILE
023000         WRITE TEAM-REPORT-LINE FROM TQ-HEADING
023100         WRITE TEAM-REPORT-LINE FROM TQ-AS-OF-LINE
023200         WRITE TEAM-REPORT-LINE FROM TQ-BLANK-LINE
023300     END-IF.
023400 1000-EXIT.
023500     EXIT.

023600*    Same BUSINESS-DATE idiom as the rest of the suite: the
023700*    window's day, with the clock as a fallback for hand runs.
023800 1020-GET-BUSINESS-DATE.
023900     OPEN INPUT BUSINESS-DATE-FILE
024000     IF TQ-BUSDATE-FILE-OK
024100         READ BUSINESS-DATE-FILE
024200             AT END
024300                 ACCEPT TQ-RUN-DATE FROM DATE YYYYMMDD
024400             NOT AT END
024500                 MOVE BD-BUSINESS-DATE TO TQ-RUN-DATE
024600         END-READ
024700         CLOSE BUSINESS-DATE-FILE
024800     ELSE
024900         ACCEPT TQ-RUN-DATE FROM DATE YYYYMMDD
025000     END-IF.
025100 1020-EXIT.
025200     EXIT.

025300*    The season the run date falls in, the same scan WORKER
025400*    makes; a gap in the calendar (or no calendar) leaves
025500*    TQ-SEASON-OPEN off.
025600 1100-FIND-SEASON.
025700     MOVE 'N' TO TQ-EOF-SWITCH
025800     OPEN INPUT SEASON-CALENDAR-FILE
025900     IF NOT TQ-SEASON-FILE-OK
026000         GO TO 1100-EXIT
026100     END-IF
026200     PERFORM 1110-SCAN-ONE-SEASON THRU 1110-EXIT
026300             UNTIL TQ-AT-EOF OR TQ-SEASON-OPEN
026400     CLOSE SEASON-CALENDAR-FILE.
026500 1100-EXIT.
026600     EXIT.

026700 1110-SCAN-ONE-SEASON.
026800     READ SEASON-CALENDAR-FILE
026900         AT END
027000             MOVE 'Y' TO TQ-EOF-SWITCH
027100         NOT AT END
027200             IF TQ-RUN-DATE >= SN-START-DATE AND
027300                TQ-RUN-DATE <= SN-END-DATE
027400                 MOVE 'Y' TO TQ-SEASON-SWITCH
027500                 MOVE SN-SEASON-ID TO TQ-SEASON-ID
027600                 MOVE SN-START-DATE TO TQ-SEASON-START
027700                 MOVE SN-END-DATE TO TQ-SEASON-END
027800                 MOVE SN-DESCRIPTION TO TQ-SEASON-DESC
027900             END-IF
028000     END-READ.
028100 1110-EXIT.
028200     EXIT.

028300*    No TEAM file is the one failure an HTTP caller is told
028400*    about as a server error; the batch report just says there
028500*    is nothing to rank.
028600 1300-LOAD-TEAMS.
028700     MOVE 'N' TO TQ-EOF-SWITCH
028800     OPEN INPUT TEAM-FILE
028900     IF NOT TQ-TEAM-FILE-OK
029000         DISPLAY "TEAMRPT: cannot open TEAM-FILE, "
029100                 "status " TQ-TEAM-FILE-STATUS
029200         IF TQ-HTTP-MODE
029300             CALL "set_http_status" USING TQ-STATUS-SERVER-ERROR
029400             CALL "append_http_body" USING TQ-ERROR-MSG
029500         ELSE
029600             WRITE TEAM-REPORT-LINE FROM TQ-NO-TEAMS-LINE
029700         END-IF
029800         GO TO 1300-EXIT
029900     END-IF
030000     PERFORM 1310-LOAD-ONE-TEAM THRU 1310-EXIT
030100             UNTIL TQ-AT-EOF
030200     CLOSE TEAM-FILE.
030300 1300-EXIT.
030400     EXIT.

030500 1310-LOAD-ONE-TEAM.
030600     READ TEAM-FILE
030700         AT END
030800             MOVE 'Y' TO TQ-EOF-SWITCH
030900         NOT AT END
031000             IF TQ-TEAM-COUNT < 100
031100                 ADD 1 TO TQ-TEAM-COUNT
031200                 MOVE TM-TEAM-ID TO TQ-TM-ID(TQ-TEAM-COUNT)
031300                 MOVE TM-TEAM-NAME TO TQ-TM-NAME(TQ-TEAM-COUNT)
031400                 MOVE ZERO TO TQ-TM-MEMBERS(TQ-TEAM-COUNT)
031500                              TQ-TM-WINS(TQ-TEAM-COUNT)
031600                              TQ-TM-LOSSES(TQ-TEAM-COUNT)
031700                              TQ-TM-TIES(TQ-TEAM-COUNT)
031800             END-IF
031900     END-READ.
032000 1310-EXIT.
032100     EXIT.

032200*    A spell for a club no longer on file is dropped; a spell
032300*    that ended before the season opened can never be credited
032400*    and is dropped too, to keep the table to what matters.
032500 1400-LOAD-MEMBERS.
032600     MOVE 'N' TO TQ-EOF-SWITCH
032700     OPEN INPUT TEAM-MEMBER-FILE
032800     IF NOT TQ-MEMBER-FILE-OK
032900         GO TO 1400-EXIT
033000     END-IF
033100     PERFORM 1410-LOAD-ONE-MEMBER THRU 1410-EXIT
033200             UNTIL TQ-AT-EOF
033300     CLOSE TEAM-MEMBER-FILE.
033400 1400-EXIT.
033500     EXIT.

033600 1410-LOAD-ONE-MEMBER.
033700     READ TEAM-MEMBER-FILE
033800         AT END
033900             MOVE 'Y' TO TQ-EOF-SWITCH
034000             GO TO 1410-EXIT
034100     END-READ
034200     IF NOT TB-STILL-MEMBER AND TB-LEAVE-DATE <= TQ-SEASON-START
034300         GO TO 1410-EXIT
034400     END-IF
034500     MOVE ZERO TO TQ-CREDIT-TEAM
034600     PERFORM 1420-MATCH-ONE-TEAM THRU 1420-EXIT
034700             VARYING TQ-TEAM-IDX FROM 1 BY 1
034800             UNTIL TQ-TEAM-IDX > TQ-TEAM-COUNT
034900                OR TQ-CREDIT-TEAM > ZERO
035000     IF TQ-CREDIT-TEAM = ZERO OR TQ-MEMBER-COUNT >= 500
035100         GO TO 1410-EXIT
035200     END-IF
035300     ADD 1 TO TQ-MEMBER-COUNT
035400     MOVE TQ-CREDIT-TEAM TO TQ-MB-TEAM-IDX(TQ-MEMBER-COUNT)
035500     MOVE TB-PLAYER-ID TO TQ-MB-PLAYER(TQ-MEMBER-COUNT)
035600     MOVE TB-JOIN-DATE TO TQ-MB-JOIN(TQ-MEMBER-COUNT)
035700     MOVE TB-LEAVE-DATE TO TQ-MB-LEAVE(TQ-MEMBER-COUNT)
035800     IF TB-STILL-MEMBER
035900         ADD 1 TO TQ-TM-MEMBERS(TQ-CREDIT-TEAM)
036000     END-IF.
036100 1410-EXIT.
036200     EXIT.

036300 1420-MATCH-ONE-TEAM.
036400     IF TQ-TM-ID(TQ-TEAM-IDX) = TB-TEAM-ID
036500         MOVE TQ-TEAM-IDX TO TQ-CREDIT-TEAM
036600     END-IF.
036700 1420-EXIT.
036800     EXIT.

036900*    ----------------------------------------------------------
037000*    The archive first, then the live file -- the same order
037100*    DISPPOST reads them in.  The archive shares the live
037200*    file's layout, so its records are read into it.
037300*    ----------------------------------------------------------
037400 2000-TALLY-ARCHIVE.
037500     MOVE 'N' TO TQ-EOF-SWITCH
037600     OPEN INPUT HISTORY-ARCHIVE-FILE
037700     IF NOT TQ-HISTARC-FILE-OK
037800         GO TO 2000-EXIT
037900     END-IF
038000     PERFORM 2010-TALLY-ONE-ARCHIVED THRU 2010-EXIT
038100             UNTIL TQ-AT-EOF
038200     CLOSE HISTORY-ARCHIVE-FILE.
038300 2000-EXIT.
038400     EXIT.

038500 2010-TALLY-ONE-ARCHIVED.
038600     READ HISTORY-ARCHIVE-FILE INTO PLAY-HISTORY-RECORD
038700         AT END
038800             MOVE 'Y' TO TQ-EOF-SWITCH
038900         NOT AT END
039000             PERFORM 2200-CREDIT-ONE-GAME THRU 2200-EXIT
039100     END-READ.
039200 2010-EXIT.
039300     EXIT.

039400 2100-TALLY-HISTORY.
039500     MOVE 'N' TO TQ-EOF-SWITCH
039600     OPEN INPUT PLAY-HISTORY-FILE
039700     IF NOT TQ-PLAYHIST-FILE-OK
039800         GO TO 2100-EXIT
039900     END-IF
040000     PERFORM 2110-TALLY-ONE-PLAY THRU 2110-EXIT
040100             UNTIL TQ-AT-EOF
040200     CLOSE PLAY-HISTORY-FILE.
040300 2100-EXIT.
040400     EXIT.

040500 2110-TALLY-ONE-PLAY.
040600     READ PLAY-HISTORY-FILE
040700         AT END
040800             MOVE 'Y' TO TQ-EOF-SWITCH
040900         NOT AT END
041000             PERFORM 2200-CREDIT-ONE-GAME THRU 2200-EXIT
041100     END-READ.
041200 2110-EXIT.
041300     EXIT.

041400 2200-CREDIT-ONE-GAME.
041500     IF PH-DATE < TQ-SEASON-START OR PH-DATE > TQ-SEASON-END
041600        OR PH-DATE > TQ-RUN-DATE
041700         GO TO 2200-EXIT
041800     END-IF
041900     MOVE PH-PLAYER-ID TO TQ-GAME-PLAYER
042000     MOVE PH-DATE TO TQ-GAME-DATE
042100     PERFORM 2300-FIND-CLUB THRU 2300-EXIT
042200     IF TQ-CREDIT-TEAM = ZERO
042300         GO TO 2200-EXIT
042400     END-IF
042500     EVALUATE TRUE
042600         WHEN PH-RESULT (1:8) = 'You win!'
042700             ADD 1 TO TQ-TM-WINS(TQ-CREDIT-TEAM)
042800         WHEN PH-RESULT (1:9) = 'You lose!'
042900             ADD 1 TO TQ-TM-LOSSES(TQ-CREDIT-TEAM)
043000         WHEN PH-RESULT (1:4) = 'Tie!'
043100             ADD 1 TO TQ-TM-TIES(TQ-CREDIT-TEAM)
043200     END-EVALUATE.
043300 2200-EXIT.
043400     EXIT.

043500*    TQ-CREDIT-TEAM comes back as the club TQ-GAME-PLAYER was
043600*    in on TQ-GAME-DATE, zero when they were in none.
043700 2300-FIND-CLUB.
043800     MOVE ZERO TO TQ-CREDIT-TEAM
043900     PERFORM 2310-CHECK-ONE-SPELL THRU 2310-EXIT
044000             VARYING TQ-MEMBER-IDX FROM 1 BY 1
044100             UNTIL TQ-MEMBER-IDX > TQ-MEMBER-COUNT
044200                OR TQ-CREDIT-TEAM > ZERO.
044300 2300-EXIT.
044400     EXIT.

044500 2310-CHECK-ONE-SPELL.
044600     IF TQ-MB-PLAYER(TQ-MEMBER-IDX) = TQ-GAME-PLAYER AND
044700        TQ-GAME-DATE >= TQ-MB-JOIN(TQ-MEMBER-IDX) AND
044800        (TQ-MB-LEAVE(TQ-MEMBER-IDX) = ZERO OR
044900         TQ-GAME-DATE < TQ-MB-LEAVE(TQ-MEMBER-IDX))
045000         MOVE TQ-MB-TEAM-IDX(TQ-MEMBER-IDX) TO TQ-CREDIT-TEAM
045100     END-IF.
045200 2310-EXIT.
045300     EXIT.

045400*    ----------------------------------------------------------
045500*    Each correction to a credited play takes it off its old
045600*    result and onto the new one.  No PLAY-CORRECTION file just
045700*    means nothing has ever been upheld.
045800*    ----------------------------------------------------------
045900 2500-APPLY-CORRECTIONS.
046000     MOVE 'N' TO TQ-EOF-SWITCH
046100     OPEN INPUT PLAY-CORRECTION-FILE
046200     IF NOT TQ-CORRECT-FILE-OK
046300         GO TO 2500-EXIT
046400     END-IF
046500     PERFORM 2510-APPLY-ONE-CORRECTION THRU 2510-EXIT
046600             UNTIL TQ-AT-EOF
046700     CLOSE PLAY-CORRECTION-FILE.
046800 2500-EXIT.
046900     EXIT.

047000 2510-APPLY-ONE-CORRECTION.
047100     READ PLAY-CORRECTION-FILE
047200         AT END
047300             MOVE 'Y' TO TQ-EOF-SWITCH
047400             GO TO 2510-EXIT
047500     END-READ
047600     IF CO-PLAYER-ID = SPACES OR
047700        CO-PLAY-DATE < TQ-SEASON-START OR
047800        CO-PLAY-DATE > TQ-SEASON-END OR
047900        CO-PLAY-DATE > TQ-RUN-DATE
048000         GO TO 2510-EXIT
048100     END-IF
048200     MOVE CO-PLAYER-ID TO TQ-GAME-PLAYER
048300     MOVE CO-PLAY-DATE TO TQ-GAME-DATE
048400     PERFORM 2300-FIND-CLUB THRU 2300-EXIT
048500     IF TQ-CREDIT-TEAM = ZERO
048600         GO TO 2510-EXIT
048700     END-IF
048800     EVALUATE TRUE
048900         WHEN CO-OLD-RESULT (1:8) = 'You win!'
049000             SUBTRACT 1 FROM TQ-TM-WINS(TQ-CREDIT-TEAM)
049100         WHEN CO-OLD-RESULT (1:9) = 'You lose!'
049200             SUBTRACT 1 FROM TQ-TM-LOSSES(TQ-CREDIT-TEAM)
049300         WHEN CO-OLD-RESULT (1:4) = 'Tie!'
049400             SUBTRACT 1 FROM TQ-TM-TIES(TQ-CREDIT-TEAM)
049500     END-EVALUATE
049600     EVALUATE TRUE
049700         WHEN CO-NEW-RESULT (1:8) = 'You win!'
049800             ADD 1 TO TQ-TM-WINS(TQ-CREDIT-TEAM)
049900         WHEN CO-NEW-RESULT (1:9) = 'You lose!'
050000             ADD 1 TO TQ-TM-LOSSES(TQ-CREDIT-TEAM)
050100         WHEN CO-NEW-RESULT (1:4) = 'Tie!'
050200             ADD 1 TO TQ-TM-TIES(TQ-CREDIT-TEAM)
050300     END-EVALUATE.
050400 2510-EXIT.
050500     EXIT.

050600*    ----------------------------------------------------------
050700*    Ranks the clubs with the SORT verb, the same INPUT
050800*    PROCEDURE / OUTPUT PROCEDURE split LEADERBD uses.
050900*    ----------------------------------------------------------
051000 3000-RANK-TEAMS.
051100     IF TQ-TEAM-COUNT = ZERO
051200         MOVE TQ-NO-TEAMS-LINE TO TQ-DETAIL-LINE
051300         PERFORM 3900-EMIT-LINE THRU 3900-EXIT
051400         GO TO 3000-EXIT
051500     END-IF
051600     MOVE TQ-COLUMN-HEADING TO TQ-DETAIL-LINE
051700     PERFORM 3900-EMIT-LINE THRU 3900-EXIT
051800     SORT TEAM-SORT-FILE
051900         ON DESCENDING KEY TQ-SORT-WINS
052000         ON ASCENDING KEY TQ-SORT-LOSSES
052100                          TQ-SORT-TEAM-ID
052200         INPUT PROCEDURE IS 3100-RELEASE-TEAMS
052300         OUTPUT PROCEDURE IS 3200-WRITE-STANDINGS.
052400 3000-EXIT.
052500     EXIT.

052600 3100-RELEASE-TEAMS.
052700     PERFORM 3110-RELEASE-ONE-TEAM THRU 3110-EXIT
052800             VARYING TQ-TEAM-IDX FROM 1 BY 1
052900             UNTIL TQ-TEAM-IDX > TQ-TEAM-COUNT.
053000 3100-EXIT.
053100     EXIT.

053200 3110-RELEASE-ONE-TEAM.
053300     MOVE TQ-TM-WINS(TQ-TEAM-IDX) TO TQ-SORT-WINS
053400     MOVE TQ-TM-LOSSES(TQ-TEAM-IDX) TO TQ-SORT-LOSSES
053500     MOVE TQ-TM-TIES(TQ-TEAM-IDX) TO TQ-SORT-TIES
053600     MOVE TQ-TM-ID(TQ-TEAM-IDX) TO TQ-SORT-TEAM-ID
053700     MOVE TQ-TM-NAME(TQ-TEAM-IDX) TO TQ-SORT-NAME
053800     MOVE TQ-TM-MEMBERS(TQ-TEAM-IDX) TO TQ-SORT-MEMBERS
053900     RELEASE TQ-SORT-RECORD.
054000 3110-EXIT.
054100     EXIT.

054200 3200-WRITE-STANDINGS.
054300     MOVE ZERO TO TQ-RANK
054400     MOVE 'N' TO TQ-SORT-EOF-SWITCH
054500     PERFORM 3210-WRITE-ONE-TEAM THRU 3210-EXIT
054600             UNTIL TQ-SORT-AT-EOF.
054700 3200-EXIT.
054800     EXIT.

054900 3210-WRITE-ONE-TEAM.
055000     RETURN TEAM-SORT-FILE
055100         AT END
055200             MOVE 'Y' TO TQ-SORT-EOF-SWITCH
055300         NOT AT END
055400             ADD 1 TO TQ-RANK
055500             MOVE SPACES TO TQ-DETAIL-LINE
055600             MOVE TQ-RANK TO TQ-DTL-RANK
055700             MOVE TQ-SORT-TEAM-ID TO TQ-DTL-TEAM-ID
055800             MOVE TQ-SORT-NAME TO TQ-DTL-NAME
055900             MOVE TQ-SORT-MEMBERS TO TQ-DTL-MEMBERS
056000             MOVE TQ-SORT-WINS TO TQ-DTL-WINS
056100             MOVE TQ-SORT-LOSSES TO TQ-DTL-LOSSES
056200             MOVE TQ-SORT-TIES TO TQ-DTL-TIES
056300             PERFORM 3900-EMIT-LINE THRU 3900-EXIT
056400     END-RETURN.
056500 3210-EXIT.
056600     EXIT.

056700*    One line out, to whichever of the two outputs this run is
056800*    writing.
056900 3900-EMIT-LINE.
057000     IF TQ-HTTP-MODE
057100         CALL "append_http_body" USING TQ-DETAIL-LINE
057200         CALL "append_http_body" USING "\n"
057300     ELSE
057400         WRITE TEAM-REPORT-LINE FROM TQ-DETAIL-LINE
057500     END-IF.
057600 3900-EXIT.
057700     EXIT.

057800 4000-TERMINATE.
057900     IF NOT TQ-HTTP-MODE
058000         CLOSE TEAM-REPORT-FILE
058100     END-IF.
058200 4000-EXIT.
058300     EXIT.

058400 9999-EXIT.
058500     STOP RUN.
