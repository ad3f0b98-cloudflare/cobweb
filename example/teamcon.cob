000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TEAMCON.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  TEAMCON
000900*
001000*  Interactive roster console for player clubs, in the same
001100*  idiom EVENTCFG and IPCTLCON use.  Club captains are given a
001200*  console sign-on with TEAMCON authority.  The first screen
001300*  lists the clubs on the TEAM file and takes a club id: an id
001400*  not on file starts a new club -- name, captain's player id
001500*  and the day the captain joins -- with the signed-on operator
001600*  recorded as the only one who may change its roster from then
001700*  on.  An existing club's roster screen shows its current
001800*  members and either adds a player (who must have a profile
001900*  and may not be in another club) or records a member leaving.
002000*  Leaving closes the membership with the day they left rather
002100*  than erasing it, so TEAMRPT still credits the club with the
002200*  games they played while they were in it.  The captain cannot
002300*  leave their own club.  A join is dated today or later, and
002400*  never before the day the player last left a club, so no
002500*  game is credited to two clubs or to one the player was not
002600*  yet in.  The roster holds 500 membership rows; past that
002700*  nothing is saved, since a leave rewrites the file from it.
002800*
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-10-15  jm  Original program.
003200*  2026-10-15  jm  Refuse changes once TEAMMEM outgrows the table,
003300*                  join dates held to today and the last leave,
003400*                  the new club journalled whole.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SPECIAL-NAMES.
003900     CRT STATUS IS TN-CRT-STATUS.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT TEAM-FILE ASSIGN TO "TEAMDEF"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS TN-TEAM-FILE-STATUS.
004500     SELECT TEAM-MEMBER-FILE ASSIGN TO "TEAMMEM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS TN-MEMBER-FILE-STATUS.
004800     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PP-PLAYER-ID
005200         FILE STATUS IS TN-PROFILE-FILE-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  TEAM-FILE.
005600 COPY "teamdef.cpy".

005700 FD  TEAM-MEMBER-FILE.
005800 COPY "teammem.cpy".

005900 FD  PLAYER-PROFILE-FILE.
006000 COPY "playerpf.cpy".

006100 WORKING-STORAGE SECTION.
006200     COPY "screenio.cpy".

006300     77 TN-TEAM-FILE-STATUS       PIC X(02) VALUE '00'.
006400     88 TN-TEAM-FILE-OK                     VALUE '00'.
006500     77 TN-MEMBER-FILE-STATUS     PIC X(02) VALUE '00'.
006600     88 TN-MEMBER-FILE-OK                   VALUE '00'.
006700     77 TN-PROFILE-FILE-STATUS    PIC X(02) VALUE '00'.
006800     88 TN-PROFILE-FILE-OK                  VALUE '00'.
006900     01 TN-CRT-STATUS             PIC 9(04) VALUE ZERO.
007000     77 TN-EOF-SWITCH             PIC X(01) VALUE 'N'.
007100        88 TN-AT-EOF                        VALUE 'Y'.
007200     77 TN-PROFILE-SWITCH         PIC X(01) VALUE 'N'.
007300        88 TN-PROFILE-FOUND                 VALUE 'Y'.
007400     77 TN-TRUNCATED-SWITCH       PIC X(01) VALUE 'N'.
007500        88 TN-MEMBERS-TRUNCATED             VALUE 'Y'.
007600     77 TN-SHOWN-COUNT            PIC 9(02) VALUE ZERO.
007700     77 TN-TEAM-COUNT             PIC 9(03) VALUE ZERO.
007800     77 TN-TEAM-IDX               PIC 9(03) VALUE ZERO.
007900     77 TN-FOUND-TEAM             PIC 9(03) VALUE ZERO.
008000     77 TN-MEMBER-COUNT           PIC 9(03) VALUE ZERO.
008100     77 TN-MEMBER-IDX             PIC 9(03) VALUE ZERO.
008200     77 TN-OPEN-IDX               PIC 9(03) VALUE ZERO.
008300     77 TN-TODAY                  PIC 9(08) VALUE ZERO.
008400     77 TN-LAST-LEAVE             PIC 9(08) VALUE ZERO.

008500     01 TN-SELECT-TEAM-ID         PIC X(08) VALUE SPACES.
008600     01 TN-ACTION                 PIC X(01) VALUE 'A'.
008700     01 TN-PLAYER-ID              PIC X(20) VALUE SPACES.
008800     01 TN-ACTION-DATE            PIC 9(08) VALUE ZERO.
008900     01 TN-NEW-NAME               PIC X(30) VALUE SPACES.
009000     01 TN-CAPTAIN-ID             PIC X(20) VALUE SPACES.
009100     01 TN-SHOW-NAME              PIC X(30) VALUE SPACES.
009200     01 TN-SHOW-CAPTAIN           PIC X(20) VALUE SPACES.
009300     01 TN-EXIT-MESSAGE           PIC X(50) VALUE SPACES.
009400*    ----------------------------------------------------------
009500*    Shared sign-on and change journal: OPSIGNON gates entry
009600*    with per-console authority, CONJRNL records what this
009700*    operator changed, before and after.
009800*    ----------------------------------------------------------
009900     01 TN-CONSOLE-NAME          PIC X(08) VALUE 'TEAMCON'.
010000     01 TN-OPERATOR-ID           PIC X(08) VALUE SPACES.
010100     01 TN-SIGNON-OK             PIC X(01) VALUE 'N'.
010200     01 TN-JRNL-ACTION           PIC X(08) VALUE SPACES.
010300     01 TN-JRNL-BEFORE           PIC X(60) VALUE SPACES.
010400     01 TN-JRNL-AFTER            PIC X(60) VALUE SPACES.

010500*    Both files load in full -- a leave rewrites TEAMMEM from
010600*    the table, the same whole-file idiom IPCTLCON uses for its
010700*    removes.
010800     01 TN-TEAM-TABLE.
010900        05 TN-TEAM-ENTRY OCCURS 100 TIMES.
011000           10 TN-TM-ID           PIC X(08).
011100           10 TN-TM-NAME         PIC X(30).
011200           10 TN-TM-CAPTAIN      PIC X(20).
011300           10 TN-TM-OPERATOR     PIC X(08).
011400     01 TN-MEMBER-TABLE.
011500        05 TN-MEMBER-ENTRY OCCURS 500 TIMES.
011600           10 TN-MB-TEAM         PIC X(08).
011700           10 TN-MB-PLAYER       PIC X(20).
011800           10 TN-MB-JOIN         PIC 9(08).
011900           10 TN-MB-LEAVE        PIC 9(08).
012000           10 TN-MB-CHANGED-BY   PIC X(08).

012100     01 TN-SHOW-TABLE.
012200        05 TN-SHOW-LINE OCCURS 10 TIMES PIC X(70).

012300 SCREEN SECTION.
012400 01  TN-SELECT-SCREEN.
012500     05  BLANK SCREEN.
012600     05  LINE 01 COLUMN 18 VALUE 'TEAMCON - PLAYER CLUBS'
012700             FOREGROUND-COLOR COB-COLOR-WHITE.
012800     05  LINE 03 COLUMN 05 VALUE 'Clubs on file:'.
012900     05  LINE 04 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(1).
013000     05  LINE 05 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(2).
013100     05  LINE 06 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(3).
013200     05  LINE 07 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(4).
013300     05  LINE 08 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(5).
013400     05  LINE 09 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(6).
013500     05  LINE 10 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(7).
013600     05  LINE 11 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(8).
013700     05  LINE 13 COLUMN 05 VALUE
013800             'Club id (a new id starts a new club):'.
013900     05  LINE 13 COLUMN 44 PIC X(08) USING TN-SELECT-TEAM-ID.
014000     05  LINE 19 COLUMN 05 VALUE 'F3 = exit without saving'.

014100 01  TN-NEW-TEAM-SCREEN.
014200     05  BLANK SCREEN.
014300     05  LINE 01 COLUMN 18 VALUE 'TEAMCON - NEW CLUB'
014400             FOREGROUND-COLOR COB-COLOR-WHITE.
014500     05  LINE 03 COLUMN 05 VALUE 'Club id    :'.
014600     05  LINE 03 COLUMN 19 PIC X(08) FROM TN-SELECT-TEAM-ID.
014700     05  LINE 05 COLUMN 05 VALUE 'Club name  :'.
014800     05  LINE 05 COLUMN 19 PIC X(30) USING TN-NEW-NAME.
014900     05  LINE 06 COLUMN 05 VALUE 'Captain id :'.
015000     05  LINE 06 COLUMN 19 PIC X(20) USING TN-CAPTAIN-ID.
015100     05  LINE 07 COLUMN 05 VALUE 'Joined     :'.
015200     05  LINE 07 COLUMN 19 PIC 9(08) USING TN-ACTION-DATE.
015300     05  LINE 07 COLUMN 29 VALUE '(YYYYMMDD, 0 = today)'.
015400     05  LINE 19 COLUMN 05 VALUE 'F3 = exit without saving'.

015500 01  TN-ROSTER-SCREEN.
015600     05  BLANK SCREEN.
015700     05  LINE 01 COLUMN 18 VALUE 'TEAMCON - CLUB ROSTER'
015800             FOREGROUND-COLOR COB-COLOR-WHITE.
015900     05  LINE 03 COLUMN 05 PIC X(08) FROM TN-SELECT-TEAM-ID.
016000     05  LINE 03 COLUMN 15 PIC X(30) FROM TN-SHOW-NAME.
016100     05  LINE 04 COLUMN 05 VALUE 'Captain:'.
016200     05  LINE 04 COLUMN 15 PIC X(20) FROM TN-SHOW-CAPTAIN.
016300     05  LINE 05 COLUMN 05 VALUE 'Current members (joined):'.
016400     05  LINE 06 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(1).
016500     05  LINE 07 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(2).
016600     05  LINE 08 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(3).
016700     05  LINE 09 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(4).
016800     05  LINE 10 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(5).
016900     05  LINE 11 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(6).
017000     05  LINE 12 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(7).
017100     05  LINE 13 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(8).
017200     05  LINE 14 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(9).
017300     05  LINE 15 COLUMN 05 PIC X(70) FROM TN-SHOW-LINE(10).
017400     05  LINE 17 COLUMN 05 VALUE
017500             'Action (A = add member, L = member leaves):'.
017600     05  LINE 17 COLUMN 49 PIC X(01) USING TN-ACTION.
017700     05  LINE 18 COLUMN 05 VALUE 'Player id  :'.
017800     05  LINE 18 COLUMN 19 PIC X(20) USING TN-PLAYER-ID.
017900     05  LINE 19 COLUMN 05 VALUE 'Effective  :'.
018000     05  LINE 19 COLUMN 19 PIC 9(08) USING TN-ACTION-DATE.
018100     05  LINE 19 COLUMN 29 VALUE '(YYYYMMDD, 0 = today)'.
018200     05  LINE 20 COLUMN 05 VALUE 'F3 = exit without saving'.

018300 PROCEDURE DIVISION.

018400 0000-MAINLINE.
018500     CALL "OPSIGNON" USING TN-CONSOLE-NAME
018600                             TN-OPERATOR-ID
018700                             TN-SIGNON-OK
018800     IF TN-SIGNON-OK NOT = 'Y'
018900         DISPLAY "TEAMCON: sign-on refused"
019000         GO TO 9999-EXIT
019100     END-IF
019200     ACCEPT TN-TODAY FROM DATE YYYYMMDD
019300     PERFORM 1000-LOAD-TEAMS THRU 1000-EXIT
019400     PERFORM 1200-LOAD-MEMBERS THRU 1200-EXIT
019500     IF TN-MEMBERS-TRUNCATED
019600         MOVE 'TEAMMEM is over 500 rows -- see ops, not saved.'
019700             TO TN-EXIT-MESSAGE
019800         GO TO 0900-SHOW-EXIT
019900     END-IF
020000     DISPLAY TN-SELECT-SCREEN
020100     ACCEPT TN-SELECT-SCREEN
020200     IF TN-CRT-STATUS = COB-SCR-F3
020300         MOVE 'Exiting without saving.' TO TN-EXIT-MESSAGE
020400         GO TO 0900-SHOW-EXIT
020500     END-IF
020600     IF TN-SELECT-TEAM-ID = SPACES
020700         MOVE 'A club id is required -- not saved.'
020800             TO TN-EXIT-MESSAGE
020900         GO TO 0900-SHOW-EXIT
021000     END-IF
021100     MOVE ZERO TO TN-FOUND-TEAM
021200     PERFORM 1300-MATCH-ONE-TEAM THRU 1300-EXIT
021300             VARYING TN-TEAM-IDX FROM 1 BY 1
021400             UNTIL TN-TEAM-IDX > TN-TEAM-COUNT
021500                OR TN-FOUND-TEAM > ZERO
021600     IF TN-FOUND-TEAM = ZERO
021700         PERFORM 4000-NEW-TEAM THRU 4000-EXIT
021800     ELSE
021900         PERFORM 3000-MAINTAIN-ROSTER THRU 3000-EXIT
022000     END-IF.
022100 0900-SHOW-EXIT.
022200     DISPLAY TN-EXIT-MESSAGE LINE 21 COLUMN 05
022300     GO TO 9999-EXIT.

022400 1000-LOAD-TEAMS.
022500     MOVE SPACES TO TN-SHOW-TABLE
022600     MOVE 'N' TO TN-EOF-SWITCH
022700     OPEN INPUT TEAM-FILE
022800     IF TN-TEAM-FILE-OK
022900         PERFORM 1100-LOAD-ONE-TEAM THRU 1100-EXIT
023000                 UNTIL TN-AT-EOF
023100         CLOSE TEAM-FILE
023200     END-IF
023300     IF TN-SHOWN-COUNT = ZERO
023400         MOVE '(no clubs yet)' TO TN-SHOW-LINE(1)
023500     END-IF.
023600 1000-EXIT.
023700     EXIT.

023800 1100-LOAD-ONE-TEAM.
023900     READ TEAM-FILE
024000         AT END
024100             MOVE 'Y' TO TN-EOF-SWITCH
024200         NOT AT END
024300             IF TN-TEAM-COUNT < 100
024400                 ADD 1 TO TN-TEAM-COUNT
024500                 MOVE TM-TEAM-ID TO TN-TM-ID(TN-TEAM-COUNT)
024600                 MOVE TM-TEAM-NAME TO TN-TM-NAME(TN-TEAM-COUNT)
024700                 MOVE TM-CAPTAIN-ID
024800                     TO TN-TM-CAPTAIN(TN-TEAM-COUNT)
024900                 MOVE TM-CAPTAIN-OPERATOR
025000                     TO TN-TM-OPERATOR(TN-TEAM-COUNT)
025100             END-IF
025200             IF TN-SHOWN-COUNT < 8
025300                 ADD 1 TO TN-SHOWN-COUNT
025400                 MOVE SPACES TO TN-SHOW-LINE(TN-SHOWN-COUNT)
025500                 STRING TM-TEAM-ID ' ' TM-TEAM-NAME ' '
025600                        TM-CAPTAIN-ID
025700                     DELIMITED BY SIZE
025800                     INTO TN-SHOW-LINE(TN-SHOWN-COUNT)
025900             END-IF
026000     END-READ.
026100 1100-EXIT.
026200     EXIT.

026300 1200-LOAD-MEMBERS.
026400     MOVE 'N' TO TN-EOF-SWITCH
026500     OPEN INPUT TEAM-MEMBER-FILE
026600     IF TN-MEMBER-FILE-OK
026700         PERFORM 1210-LOAD-ONE-MEMBER THRU 1210-EXIT
026800                 UNTIL TN-AT-EOF
026900         CLOSE TEAM-MEMBER-FILE
027000     END-IF.
027100 1200-EXIT.
027200     EXIT.

027300 1210-LOAD-ONE-MEMBER.
027400     READ TEAM-MEMBER-FILE
027500         AT END
027600             MOVE 'Y' TO TN-EOF-SWITCH
027700         NOT AT END
027800             IF TN-MEMBER-COUNT >= 500
027900                 SET TN-MEMBERS-TRUNCATED TO TRUE
028000             END-IF
028100             IF TN-MEMBER-COUNT < 500
028200                 ADD 1 TO TN-MEMBER-COUNT
028300                 MOVE TB-TEAM-ID TO TN-MB-TEAM(TN-MEMBER-COUNT)
028400                 MOVE TB-PLAYER-ID
028500                     TO TN-MB-PLAYER(TN-MEMBER-COUNT)
028600                 MOVE TB-JOIN-DATE TO TN-MB-JOIN(TN-MEMBER-COUNT)
028700                 MOVE TB-LEAVE-DATE
028800                     TO TN-MB-LEAVE(TN-MEMBER-COUNT)
028900                 MOVE TB-CHANGED-BY
029000                     TO TN-MB-CHANGED-BY(TN-MEMBER-COUNT)
029100             END-IF
029200     END-READ.
029300 1210-EXIT.
029400     EXIT.

029500 1300-MATCH-ONE-TEAM.
029600     IF TN-TM-ID(TN-TEAM-IDX) = TN-SELECT-TEAM-ID
029700         MOVE TN-TEAM-IDX TO TN-FOUND-TEAM
029800     END-IF.
029900 1300-EXIT.
030000     EXIT.

030100*    ----------------------------------------------------------
030200*    An existing club: only the operator who created it (its
030300*    captain's sign-on) gets as far as the roster screen.
030400*    ----------------------------------------------------------
030500 3000-MAINTAIN-ROSTER.
030600     IF TN-TM-OPERATOR(TN-FOUND-TEAM) NOT = TN-OPERATOR-ID
030700         MOVE 'Only the club captain may change its roster.'
030800             TO TN-EXIT-MESSAGE
030900         GO TO 3000-EXIT
031000     END-IF
031100     MOVE TN-TM-NAME(TN-FOUND-TEAM) TO TN-SHOW-NAME
031200     MOVE TN-TM-CAPTAIN(TN-FOUND-TEAM) TO TN-SHOW-CAPTAIN
031300     MOVE SPACES TO TN-SHOW-TABLE
031400     MOVE ZERO TO TN-SHOWN-COUNT
031500     PERFORM 3100-SHOW-ONE-MEMBER THRU 3100-EXIT
031600             VARYING TN-MEMBER-IDX FROM 1 BY 1
031700             UNTIL TN-MEMBER-IDX > TN-MEMBER-COUNT
031800     IF TN-SHOWN-COUNT = ZERO
031900         MOVE '(no current members)' TO TN-SHOW-LINE(1)
032000     END-IF
032100     DISPLAY TN-ROSTER-SCREEN
032200     ACCEPT TN-ROSTER-SCREEN
032300     IF TN-ACTION-DATE = ZERO
032400         MOVE TN-TODAY TO TN-ACTION-DATE
032500     END-IF
032600     EVALUATE TRUE
032700         WHEN TN-CRT-STATUS = COB-SCR-F3
032800             MOVE 'Exiting without saving.' TO TN-EXIT-MESSAGE
032900         WHEN TN-PLAYER-ID = SPACES
033000             MOVE 'A player id is required -- not saved.'
033100                 TO TN-EXIT-MESSAGE
033200         WHEN TN-ACTION = 'A'
033300             PERFORM 5000-ADD-MEMBER THRU 5000-EXIT
033400         WHEN TN-ACTION = 'L'
033500             PERFORM 6000-MEMBER-LEAVES THRU 6000-EXIT
033600         WHEN OTHER
033700             MOVE 'Action must be A or L -- not saved.'
033800                 TO TN-EXIT-MESSAGE
033900     END-EVALUATE.
034000 3000-EXIT.
034100     EXIT.

034200 3100-SHOW-ONE-MEMBER.
034300     IF TN-MB-TEAM(TN-MEMBER-IDX) = TN-SELECT-TEAM-ID AND
034400        TN-MB-LEAVE(TN-MEMBER-IDX) = ZERO AND
034500        TN-SHOWN-COUNT < 10
034600         ADD 1 TO TN-SHOWN-COUNT
034700         STRING TN-MB-PLAYER(TN-MEMBER-IDX) ' '
034800                TN-MB-JOIN(TN-MEMBER-IDX)
034900             DELIMITED BY SIZE
035000             INTO TN-SHOW-LINE(TN-SHOWN-COUNT)
035100     END-IF.
035200 3100-EXIT.
035300     EXIT.

035400*    The player in TN-PLAYER-ID has to have a profile -- a club
035500*    of typos would never score.
035600 3500-CHECK-PROFILE.
035700     MOVE 'N' TO TN-PROFILE-SWITCH
035800     OPEN INPUT PLAYER-PROFILE-FILE
035900     IF NOT TN-PROFILE-FILE-OK
036000         GO TO 3500-EXIT
036100     END-IF
036200     MOVE TN-PLAYER-ID TO PP-PLAYER-ID
036300     READ PLAYER-PROFILE-FILE
036400         INVALID KEY
036500             CONTINUE
036600         NOT INVALID KEY
036700             MOVE 'Y' TO TN-PROFILE-SWITCH
036800     END-READ
036900     CLOSE PLAYER-PROFILE-FILE.
037000 3500-EXIT.
037100     EXIT.

037200*    TN-OPEN-IDX comes back pointing at the player's open
037300*    membership in any club, zero when they are in none.
037400 3600-FIND-OPEN-MEMBERSHIP.
037500     MOVE ZERO TO TN-OPEN-IDX
037600     PERFORM 3610-CHECK-ONE-MEMBERSHIP THRU 3610-EXIT
037700             VARYING TN-MEMBER-IDX FROM 1 BY 1
037800             UNTIL TN-MEMBER-IDX > TN-MEMBER-COUNT
037900                OR TN-OPEN-IDX > ZERO.
038000 3600-EXIT.
038100     EXIT.

038200 3610-CHECK-ONE-MEMBERSHIP.
038300     IF TN-MB-PLAYER(TN-MEMBER-IDX) = TN-PLAYER-ID AND
038400        TN-MB-LEAVE(TN-MEMBER-IDX) = ZERO
038500         MOVE TN-MEMBER-IDX TO TN-OPEN-IDX
038600     END-IF.
038700 3610-EXIT.
038800     EXIT.

038900*    A join dated before today would credit the club with games
039000*    already played, and one before the player's last leave
039100*    would credit two clubs with the same games.
039200 3700-CHECK-JOIN-DATE.
039300     IF TN-ACTION-DATE < TN-TODAY
039400         MOVE 'A join cannot be dated before today -- not saved.'
039500             TO TN-EXIT-MESSAGE
039600         GO TO 3700-EXIT
039700     END-IF
039800     MOVE ZERO TO TN-LAST-LEAVE
039900     PERFORM 3710-CHECK-ONE-LEAVE THRU 3710-EXIT
040000             VARYING TN-MEMBER-IDX FROM 1 BY 1
040100             UNTIL TN-MEMBER-IDX > TN-MEMBER-COUNT
040200     IF TN-ACTION-DATE < TN-LAST-LEAVE
040300         MOVE 'Join is before the player last left a club.'
040400             TO TN-EXIT-MESSAGE
040500     END-IF.
040600 3700-EXIT.
040700     EXIT.

040800 3710-CHECK-ONE-LEAVE.
040900     IF TN-MB-PLAYER(TN-MEMBER-IDX) = TN-PLAYER-ID AND
041000        TN-MB-LEAVE(TN-MEMBER-IDX) > TN-LAST-LEAVE
041100         MOVE TN-MB-LEAVE(TN-MEMBER-IDX) TO TN-LAST-LEAVE
041200     END-IF.
041300 3710-EXIT.
041400     EXIT.

041500*    ----------------------------------------------------------
041600*    A new club goes on file with its captain as its first
041700*    member, and the signed-on operator as the only one who may
041800*    change its roster.
041900*    ----------------------------------------------------------
042000 4000-NEW-TEAM.
042100     DISPLAY TN-NEW-TEAM-SCREEN
042200     ACCEPT TN-NEW-TEAM-SCREEN
042300     IF TN-ACTION-DATE = ZERO
042400         MOVE TN-TODAY TO TN-ACTION-DATE
042500     END-IF
042600     MOVE TN-CAPTAIN-ID TO TN-PLAYER-ID
042700     EVALUATE TRUE
042800         WHEN TN-CRT-STATUS = COB-SCR-F3
042900             MOVE 'Exiting without saving.' TO TN-EXIT-MESSAGE
043000             GO TO 4000-EXIT
043100         WHEN TN-NEW-NAME = SPACES
043200             MOVE 'A club name is required -- not saved.'
043300                 TO TN-EXIT-MESSAGE
043400             GO TO 4000-EXIT
043500         WHEN TN-CAPTAIN-ID = SPACES
043600             MOVE 'A captain id is required -- not saved.'
043700                 TO TN-EXIT-MESSAGE
043800             GO TO 4000-EXIT
043900         WHEN TN-TEAM-COUNT >= 100
044000             MOVE 'The club file is full -- not saved.'
044100                 TO TN-EXIT-MESSAGE
044200             GO TO 4000-EXIT
044300     END-EVALUATE
044400     PERFORM 3500-CHECK-PROFILE THRU 3500-EXIT
044500     IF NOT TN-PROFILE-FOUND
044600         MOVE 'No profile for the captain id -- not saved.'
044700             TO TN-EXIT-MESSAGE
044800         GO TO 4000-EXIT
044900     END-IF
045000     PERFORM 3600-FIND-OPEN-MEMBERSHIP THRU 3600-EXIT
045100     IF TN-OPEN-IDX > ZERO
045200         MOVE 'The captain is already in a club -- not saved.'
045300             TO TN-EXIT-MESSAGE
045400         GO TO 4000-EXIT
045500     END-IF
045600     PERFORM 3700-CHECK-JOIN-DATE THRU 3700-EXIT
045700     IF TN-EXIT-MESSAGE NOT = SPACES
045800         GO TO 4000-EXIT
045900     END-IF
046000     MOVE TN-SELECT-TEAM-ID TO TM-TEAM-ID
046100     MOVE TN-NEW-NAME TO TM-TEAM-NAME
046200     MOVE TN-CAPTAIN-ID TO TM-CAPTAIN-ID
046300     MOVE TN-OPERATOR-ID TO TM-CAPTAIN-OPERATOR
046400     MOVE TN-TODAY TO TM-CREATE-DATE
046500     OPEN EXTEND TEAM-FILE
046600     IF NOT TN-TEAM-FILE-OK
046700         OPEN OUTPUT TEAM-FILE
046800     END-IF
046900     WRITE TEAM-RECORD
047000     CLOSE TEAM-FILE
047100     MOVE 'ADD' TO TN-JRNL-ACTION
047200     MOVE SPACES TO TN-JRNL-BEFORE
047300     MOVE SPACES TO TN-JRNL-AFTER
047400     STRING TM-TEAM-ID TM-TEAM-NAME TM-CAPTAIN-ID
047500         DELIMITED BY SIZE INTO TN-JRNL-AFTER
047600     PERFORM 8000-JOURNAL THRU 8000-EXIT
047700*    The owning sign-on and create date don't fit beside the
047800*    name in one journal image, so they get a line of their own.
047900     MOVE 'OWNER' TO TN-JRNL-ACTION
048000     MOVE SPACES TO TN-JRNL-AFTER
048100     STRING TM-TEAM-ID ' ' TM-CAPTAIN-OPERATOR ' ' TM-CREATE-DATE
048200         DELIMITED BY SIZE INTO TN-JRNL-AFTER
048300     PERFORM 8000-JOURNAL THRU 8000-EXIT
048400     PERFORM 5100-APPEND-MEMBER THRU 5100-EXIT
048500     MOVE 'Club saved with its captain as first member.'
048600         TO TN-EXIT-MESSAGE.
048700 4000-EXIT.
048800     EXIT.

048900 5000-ADD-MEMBER.
049000     PERFORM 3500-CHECK-PROFILE THRU 3500-EXIT
049100     IF NOT TN-PROFILE-FOUND
049200         MOVE 'No profile for that player id -- not saved.'
049300             TO TN-EXIT-MESSAGE
049400         GO TO 5000-EXIT
049500     END-IF
049600     PERFORM 3600-FIND-OPEN-MEMBERSHIP THRU 3600-EXIT
049700     IF TN-OPEN-IDX > ZERO
049800         MOVE 'That player is already in a club -- not saved.'
049900             TO TN-EXIT-MESSAGE
050000         GO TO 5000-EXIT
050100     END-IF
050200     PERFORM 3700-CHECK-JOIN-DATE THRU 3700-EXIT
050300     IF TN-EXIT-MESSAGE NOT = SPACES
050400         GO TO 5000-EXIT
050500     END-IF
050600     PERFORM 5100-APPEND-MEMBER THRU 5100-EXIT
050700     MOVE 'Member added.' TO TN-EXIT-MESSAGE.
050800 5000-EXIT.
050900     EXIT.

051000 5100-APPEND-MEMBER.
051100     MOVE TN-SELECT-TEAM-ID TO TB-TEAM-ID
051200     MOVE TN-PLAYER-ID TO TB-PLAYER-ID
051300     MOVE TN-ACTION-DATE TO TB-JOIN-DATE
051400     MOVE ZERO TO TB-LEAVE-DATE
051500     MOVE TN-OPERATOR-ID TO TB-CHANGED-BY
051600     OPEN EXTEND TEAM-MEMBER-FILE
051700     IF NOT TN-MEMBER-FILE-OK
051800         OPEN OUTPUT TEAM-MEMBER-FILE
051900     END-IF
052000     WRITE TEAM-MEMBER-RECORD
052100     CLOSE TEAM-MEMBER-FILE
052200     MOVE 'JOIN' TO TN-JRNL-ACTION
052300     MOVE SPACES TO TN-JRNL-BEFORE
052400     MOVE TEAM-MEMBER-RECORD TO TN-JRNL-AFTER
052500     PERFORM 8000-JOURNAL THRU 8000-EXIT.
052600 5100-EXIT.
052700     EXIT.

052800*    ----------------------------------------------------------
052900*    A member leaving closes their open membership of this club
053000*    with the day they left, and the whole file is rewritten.
053100*    ----------------------------------------------------------
053200 6000-MEMBER-LEAVES.
053300     PERFORM 3600-FIND-OPEN-MEMBERSHIP THRU 3600-EXIT
053400     EVALUATE TRUE
053500         WHEN TN-OPEN-IDX = ZERO
053600             MOVE 'That player is not a current member.'
053700                 TO TN-EXIT-MESSAGE
053800             GO TO 6000-EXIT
053900         WHEN TN-MB-TEAM(TN-OPEN-IDX) NOT = TN-SELECT-TEAM-ID
054000             MOVE 'That player is not a current member.'
054100                 TO TN-EXIT-MESSAGE
054200             GO TO 6000-EXIT
054300         WHEN TN-PLAYER-ID = TN-SHOW-CAPTAIN
054400             MOVE 'The captain cannot leave the club.'
054500                 TO TN-EXIT-MESSAGE
054600             GO TO 6000-EXIT
054700         WHEN TN-ACTION-DATE < TN-MB-JOIN(TN-OPEN-IDX)
054800             MOVE 'Leave date is before the join date.'
054900                 TO TN-EXIT-MESSAGE
055000             GO TO 6000-EXIT
055100     END-EVALUATE
055200     MOVE SPACES TO TN-JRNL-BEFORE
055300     STRING TN-MB-TEAM(TN-OPEN-IDX) TN-MB-PLAYER(TN-OPEN-IDX)
055400            TN-MB-JOIN(TN-OPEN-IDX) TN-MB-LEAVE(TN-OPEN-IDX)
055500         DELIMITED BY SIZE INTO TN-JRNL-BEFORE
055600     MOVE TN-ACTION-DATE TO TN-MB-LEAVE(TN-OPEN-IDX)
055700     MOVE TN-OPERATOR-ID TO TN-MB-CHANGED-BY(TN-OPEN-IDX)
055800     OPEN OUTPUT TEAM-MEMBER-FILE
055900     IF NOT TN-MEMBER-FILE-OK
056000         MOVE 'TEAMMEM could not be rewritten -- not saved.'
056100             TO TN-EXIT-MESSAGE
056200         GO TO 6000-EXIT
056300     END-IF
056400     PERFORM 6100-REWRITE-ONE-MEMBER THRU 6100-EXIT
056500             VARYING TN-MEMBER-IDX FROM 1 BY 1
056600             UNTIL TN-MEMBER-IDX > TN-MEMBER-COUNT
056700     CLOSE TEAM-MEMBER-FILE
056800     MOVE 'LEAVE' TO TN-JRNL-ACTION
056900     MOVE SPACES TO TN-JRNL-AFTER
057000     STRING TN-MB-TEAM(TN-OPEN-IDX) TN-MB-PLAYER(TN-OPEN-IDX)
057100            TN-MB-JOIN(TN-OPEN-IDX) TN-MB-LEAVE(TN-OPEN-IDX)
057200         DELIMITED BY SIZE INTO TN-JRNL-AFTER
057300     PERFORM 8000-JOURNAL THRU 8000-EXIT
057400     MOVE 'Member has left the club.' TO TN-EXIT-MESSAGE.
057500 6000-EXIT.
057600     EXIT.

057700 6100-REWRITE-ONE-MEMBER.
057800     MOVE TN-MB-TEAM(TN-MEMBER-IDX) TO TB-TEAM-ID
057900     MOVE TN-MB-PLAYER(TN-MEMBER-IDX) TO TB-PLAYER-ID
058000     MOVE TN-MB-JOIN(TN-MEMBER-IDX) TO TB-JOIN-DATE
058100     MOVE TN-MB-LEAVE(TN-MEMBER-IDX) TO TB-LEAVE-DATE
058200     MOVE TN-MB-CHANGED-BY(TN-MEMBER-IDX) TO TB-CHANGED-BY
058300     WRITE TEAM-MEMBER-RECORD.
058400 6100-EXIT.
058500     EXIT.

058600 8000-JOURNAL.
058700     CALL "CONJRNL" USING TN-CONSOLE-NAME
058800                           TN-OPERATOR-ID
058900                           TN-JRNL-ACTION
059000                           TN-JRNL-BEFORE
059100                           TN-JRNL-AFTER.
059200 8000-EXIT.
059300     EXIT.

059400 9999-EXIT.
059500     STOP RUN.
