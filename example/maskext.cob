000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MASKEXT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MASKEXT
000900*
001000*  Masked test-data extract.  Builds a complete copy of the
001100*  player-bearing files for the test box with no real player
001200*  in it: every player id is replaced by its pseudonym off the
001300*  MASK-MAP file -- the same pseudonym everywhere it appears,
001400*  whether as the player, the head-to-head opponent, the
001500*  challenger or opponent of a challenge, a bracket seat, the
001600*  player a result correction was posted for, an achievement
001700*  holder or a team member --
001800*  display names are scrubbed to "Test player nnnnnnnn" and
001900*  contact addresses replaced with dummies at example.invalid
002000*  that no mail will ever reach.  Ids that are not players --
002100*  spaces (anonymous, a bye) and the '*POOL ' event pool
002200*  accounts -- are left as they are.  GAME-RESULT and
002300*  AUDIT-LOG carry no player data and are copied as they
002400*  stand, so the set is complete.
002500*
002600*  Files that carry players but are deliberately not in the
002700*  set -- the test box starts them empty, and the suite runs
002800*  without them:
002900*    REVIEWFL  leaderboard review flags; an open case on a
003000*              real player, and SCREENER raises its own.
003100*    PLAYCTRY  the country of each player's last play --
003200*              location data; no row means no country rule.
003300*    SEASNHST  frozen final standings of closed seasons.
003400*    MSGQUEUE  outbound mail for the mailer; nothing is to be
003500*              sent from the test box.
003600*    CONSJRN   the consent journal -- the legal record of
003700*              what the real player agreed to.
003800*    PLAYLIM   self-set play limits and cool-offs.
003900*    PRIZEORD  prize orders, which hold shipping details.
004000*    REFCODE   referral codes handed out to real players.
004100*    MISSPROG  mission progress; missions start over.
004200*    ELIGLOG   plays and earns the country rules stopped.
004300*    EXPRTLOG  data-rights exports sent to real players.
004400*    SWISSTND  is no file: Swiss standings are built from the
004500*              masked BRACKET file as they are asked for.
004600*
004700*  Nothing but the ids, names and addresses changes, and no
004800*  record is dropped or added, so counts and totals on the
004900*  masked set are the production ones and the batch suite
005000*  reconciles on it the same way.  The job proves that as it
005100*  goes: each file's records read against records written,
005200*  and a control total (games on the profiles, points on the
005300*  ledger, the balances and the corrections, rated games on
005400*  the ratings) summed going in and coming out.  Any
005500*  difference is reported and the job ends RETURN-CODE 1 -- a
005600*  set that does not reconcile is not to be shipped.
005700*
005800*  A player met for the first time is given the next number
005900*  on MASK-MAP and keeps it on every later run, so the test
006000*  box's players stay the same players from one refresh to
006100*  the next.  MASK-MAP is the key back to the real ids: it
006200*  stays here with production and is never copied across.
006300*  No MASK-MAP, no extract -- an unmasked copy is never
006400*  written.
006500*
006600*  The masked files land beside the real ones with a .MASK
006700*  suffix; ops copies them to the test box under the live
006800*  names, the same hand-off REHRGEN's .RHRSL files use.
006900*
007000*  Invoke as:  maskext
007100*  Exits with RETURN-CODE 0, or 1 if the masked set does not
007200*  reconcile to the source.
007300*
007400*  Modification history
007500*  ---------------------------------------------------------------
007600*  2026-10-15  jm  Original program.
007700*  2026-10-15  jm  PLAYCORR, ACHIEVED and TEAMMEM masked as well;
007800*                  the files left out listed above.
007900******************************************************************
008000 ENVIRONMENT DIVISION.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300     SELECT OPTIONAL MASK-MAP-FILE ASSIGN TO "MASKMAP"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS MA-PLAYER-ID
008700         FILE STATUS IS MX-MAP-FILE-STATUS.
008800     SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLAYERPF"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS PP-PLAYER-ID
009200         FILE STATUS IS MX-IN-FILE-STATUS.
009300     SELECT MASKED-PROFILE-FILE ASSIGN TO "PLAYERPF.MASK"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS MX-PFO-PLAYER-ID
009700         FILE STATUS IS MX-OUT-FILE-STATUS.
009800     SELECT PLAYER-CONTACT-FILE ASSIGN TO "CONTACT"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS CT-PLAYER-ID
010200         FILE STATUS IS MX-IN-FILE-STATUS.
010300     SELECT MASKED-CONTACT-FILE ASSIGN TO "CONTACT.MASK"
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS DYNAMIC
010600         RECORD KEY IS MX-CTO-PLAYER-ID
010700         FILE STATUS IS MX-OUT-FILE-STATUS.
010800     SELECT PLAY-HISTORY-FILE ASSIGN TO "PLAYHIST"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS MX-IN-FILE-STATUS.
011100     SELECT MASKED-HISTORY-FILE ASSIGN TO "PLAYHIST.MASK"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS MX-OUT-FILE-STATUS.
011400     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDGR"
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS MX-IN-FILE-STATUS.
011700     SELECT MASKED-LEDGER-FILE ASSIGN TO "PTSLEDGR.MASK"
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS MX-OUT-FILE-STATUS.
012000     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS SEQUENTIAL
012300         RECORD KEY IS PB-PLAYER-ID
012400         FILE STATUS IS MX-IN-FILE-STATUS.
012500     SELECT MASKED-BALANCE-FILE ASSIGN TO "PTSBAL.MASK"
012600         ORGANIZATION IS INDEXED
012700         ACCESS MODE IS DYNAMIC
012800         RECORD KEY IS MX-PBO-PLAYER-ID
012900         FILE STATUS IS MX-OUT-FILE-STATUS.
013000     SELECT SKILL-RATING-FILE ASSIGN TO "SKILLRT"
013100         ORGANIZATION IS INDEXED
013200         ACCESS MODE IS SEQUENTIAL
013300         RECORD KEY IS SR-PLAYER-ID
013400         FILE STATUS IS MX-IN-FILE-STATUS.
013500     SELECT MASKED-RATING-FILE ASSIGN TO "SKILLRT.MASK"
013600         ORGANIZATION IS INDEXED
013700         ACCESS MODE IS DYNAMIC
013800         RECORD KEY IS MX-SRO-PLAYER-ID
013900         FILE STATUS IS MX-OUT-FILE-STATUS.
014000     SELECT CHALLENGE-FILE ASSIGN TO "CHALLNG"
014100         ORGANIZATION IS INDEXED
014200         ACCESS MODE IS SEQUENTIAL
014300         RECORD KEY IS CL-CHALLENGE-CODE
014400         FILE STATUS IS MX-IN-FILE-STATUS.
014500     SELECT MASKED-CHALLENGE-FILE ASSIGN TO "CHALLNG.MASK"
014600         ORGANIZATION IS INDEXED
014700         ACCESS MODE IS DYNAMIC
014800         RECORD KEY IS MX-CLO-CHALLENGE-CODE
014900         FILE STATUS IS MX-OUT-FILE-STATUS.
015000     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
015100         ORGANIZATION IS LINE SEQUENTIAL
015200         FILE STATUS IS MX-IN-FILE-STATUS.
015300     SELECT MASKED-BRACKET-FILE ASSIGN TO "BRACKET.MASK"
015400         ORGANIZATION IS LINE SEQUENTIAL
015500         FILE STATUS IS MX-OUT-FILE-STATUS.
015600     SELECT EVENT-PLAY-FILE ASSIGN TO "EVENTPLY"
015700         ORGANIZATION IS LINE SEQUENTIAL
015800         FILE STATUS IS MX-IN-FILE-STATUS.
015900     SELECT MASKED-EVENT-PLAY-FILE ASSIGN TO "EVENTPLY.MASK"
016000         ORGANIZATION IS LINE SEQUENTIAL
016100         FILE STATUS IS MX-OUT-FILE-STATUS.
016200     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTENT"
016300         ORGANIZATION IS LINE SEQUENTIAL
016400         FILE STATUS IS MX-IN-FILE-STATUS.
016500     SELECT MASKED-EVENT-ENTRY-FILE ASSIGN TO "EVENTENT.MASK"
016600         ORGANIZATION IS LINE SEQUENTIAL
016700         FILE STATUS IS MX-OUT-FILE-STATUS.
016800     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
016900         ORGANIZATION IS LINE SEQUENTIAL
017000         FILE STATUS IS MX-IN-FILE-STATUS.
017100     SELECT MASKED-CORRECTION-FILE ASSIGN TO "PLAYCORR.MASK"
017200         ORGANIZATION IS LINE SEQUENTIAL
017300         FILE STATUS IS MX-OUT-FILE-STATUS.
017400     SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHIEVED"
017500         ORGANIZATION IS LINE SEQUENTIAL
017600         FILE STATUS IS MX-IN-FILE-STATUS.
017700     SELECT MASKED-ACHIEVEMENT-FILE ASSIGN TO "ACHIEVED.MASK"
017800         ORGANIZATION IS LINE SEQUENTIAL
017900         FILE STATUS IS MX-OUT-FILE-STATUS.
018000     SELECT TEAM-MEMBER-FILE ASSIGN TO "TEAMMEM"
018100         ORGANIZATION IS LINE SEQUENTIAL
018200         FILE STATUS IS MX-IN-FILE-STATUS.
018300     SELECT MASKED-TEAM-MEMBER-FILE ASSIGN TO "TEAMMEM.MASK"
018400         ORGANIZATION IS LINE SEQUENTIAL
018500         FILE STATUS IS MX-OUT-FILE-STATUS.
018600     SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
018700         ORGANIZATION IS LINE SEQUENTIAL
018800         FILE STATUS IS MX-IN-FILE-STATUS.
018900     SELECT MASKED-RESULT-FILE ASSIGN TO "GAMERES.MASK"
019000         ORGANIZATION IS LINE SEQUENTIAL
019100         FILE STATUS IS MX-OUT-FILE-STATUS.
019200     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
019300         ORGANIZATION IS LINE SEQUENTIAL
019400         FILE STATUS IS MX-IN-FILE-STATUS.
019500     SELECT MASKED-AUDIT-FILE ASSIGN TO "AUDITLOG.MASK"
019600         ORGANIZATION IS LINE SEQUENTIAL
019700         FILE STATUS IS MX-OUT-FILE-STATUS.
019800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
019900         ORGANIZATION IS LINE SEQUENTIAL
020000         FILE STATUS IS MX-BUSDATE-FILE-STATUS.
020100     SELECT MASK-REPORT-FILE ASSIGN TO "MASKEXT.TXT"
020200         ORGANIZATION IS LINE SEQUENTIAL
020300         FILE STATUS IS MX-REPORT-FILE-STATUS.

020400 DATA DIVISION.
020500 FILE SECTION.
020600 FD  MASK-MAP-FILE.
020700 COPY "maskmap.cpy".

020800 FD  PLAYER-PROFILE-FILE.
020900 COPY "playerpf.cpy".

021000 FD  MASKED-PROFILE-FILE.
021100 01  MX-PFO-RECORD.
021200     05  MX-PFO-PLAYER-ID        PIC X(20).
021300     05  FILLER                  PIC X(95).

021400 FD  PLAYER-CONTACT-FILE.
021500 COPY "contact.cpy".

021600 FD  MASKED-CONTACT-FILE.
021700 01  MX-CTO-RECORD.
021800     05  MX-CTO-PLAYER-ID        PIC X(20).
021900     05  FILLER                  PIC X(60).

022000 FD  PLAY-HISTORY-FILE.
022100 COPY "playhist.cpy".

022200 FD  MASKED-HISTORY-FILE.
022300 01  MX-HISTORY-LINE             PIC X(105).

022400 FD  POINTS-LEDGER-FILE.
022500 COPY "ptsledgr.cpy".

022600 FD  MASKED-LEDGER-FILE.
022700 01  MX-LEDGER-LINE              PIC X(62).

022800 FD  POINTS-BALANCE-FILE.
022900 COPY "ptsbal.cpy".

023000 FD  MASKED-BALANCE-FILE.
023100 01  MX-PBO-RECORD.
023200     05  MX-PBO-PLAYER-ID        PIC X(20).
023300     05  FILLER                  PIC X(10).

023400 FD  SKILL-RATING-FILE.
023500 COPY "skillrt.cpy".

023600 FD  MASKED-RATING-FILE.
023700 01  MX-SRO-RECORD.
023800     05  MX-SRO-PLAYER-ID        PIC X(20).
023900     05  FILLER                  PIC X(20).

024000 FD  CHALLENGE-FILE.
024100 COPY "challng.cpy".

024200 FD  MASKED-CHALLENGE-FILE.
024300 01  MX-CLO-RECORD.
024400     05  MX-CLO-CHALLENGE-CODE   PIC X(20).
024500     05  FILLER                  PIC X(99).

024600 FD  BRACKET-FILE.
024700 COPY "brackets.cpy".

024800 FD  MASKED-BRACKET-FILE.
024900 01  MX-BRACKET-LINE             PIC X(112).

025000 FD  EVENT-PLAY-FILE.
025100 COPY "eventply.cpy".

025200 FD  MASKED-EVENT-PLAY-FILE.
025300 01  MX-EVENT-PLAY-LINE          PIC X(54).

025400 FD  EVENT-ENTRY-FILE.
025500 COPY "eventent.cpy".

025600 FD  MASKED-EVENT-ENTRY-FILE.
025700 01  MX-EVENT-ENTRY-LINE         PIC X(51).

025800 FD  PLAY-CORRECTION-FILE.
025900 COPY "playcorr.cpy".

026000 FD  MASKED-CORRECTION-FILE.
026100 01  MX-CORRECTION-LINE          PIC X(97).

026200 FD  ACHIEVEMENT-FILE.
026300 COPY "achieved.cpy".

026400 FD  MASKED-ACHIEVEMENT-FILE.
026500 01  MX-ACHIEVEMENT-LINE         PIC X(44).

026600 FD  TEAM-MEMBER-FILE.
026700 COPY "teammem.cpy".

026800 FD  MASKED-TEAM-MEMBER-FILE.
026900 01  MX-TEAM-MEMBER-LINE         PIC X(52).

027000 FD  GAME-RESULT-FILE.
027100 COPY "gamerec.cpy".

027200 FD  MASKED-RESULT-FILE.
027300 01  MX-RESULT-LINE              PIC X(61).

027400 FD  AUDIT-LOG-FILE.
027500 COPY "auditlog.cpy".

027600 FD  MASKED-AUDIT-FILE.
027700 01  MX-AUDIT-LINE               PIC X(56).

027800 FD  BUSINESS-DATE-FILE.
027900 COPY "busdate.cpy".

028000 FD  MASK-REPORT-FILE.
028100 01  MASK-REPORT-LINE            PIC X(80).

028200 WORKING-STORAGE SECTION.
028300     77 MX-MAP-FILE-STATUS       PIC X(02) VALUE '00'.
028400        88 MX-MAP-FILE-OK                  VALUES '00' '05'.
028500     77 MX-IN-FILE-STATUS        PIC X(02) VALUE '00'.
028600        88 MX-IN-FILE-OK                   VALUE '00'.
028700     77 MX-OUT-FILE-STATUS       PIC X(02) VALUE '00'.
028800        88 MX-OUT-FILE-OK                  VALUE '00'.
028900     77 MX-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
029000        88 MX-BUSDATE-FILE-OK              VALUE '00'.
029100     77 MX-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
029200     77 MX-EOF-SWITCH            PIC X(01) VALUE 'N'.
029300        88 MX-AT-EOF                       VALUE 'Y'.
029400     77 MX-MAP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
029500        88 MX-MAP-FILE-OPEN                VALUE 'Y'.
029600     77 MX-MAP-ERROR-SWITCH      PIC X(01) VALUE 'N'.
029700        88 MX-MAP-WRITE-FAILED             VALUE 'Y'.
029800     77 MX-BALANCE-SWITCH        PIC X(01) VALUE 'Y'.
029900        88 MX-SET-RECONCILES               VALUE 'Y'.

030000     77 MX-RUN-DATE              PIC 9(08) VALUE ZERO.
030100     77 MX-LAST-SEQUENCE         PIC 9(08) VALUE ZERO.
030200     77 MX-NEW-PLAYERS           PIC 9(08) VALUE ZERO.
030300     77 MX-FILE-COUNT            PIC 9(02) COMP VALUE ZERO.
030400     77 MX-FILE-IDX              PIC 9(02) COMP VALUE ZERO.
030500     77 MX-CURRENT-NAME          PIC X(08) VALUE SPACES.
030600     77 MX-CONTROL-AMOUNT        PIC S9(11) COMP VALUE ZERO.
030700     77 MX-REAL-ID               PIC X(20) VALUE SPACES.
030800     77 MX-MASKED-ID             PIC X(20) VALUE SPACES.

030900*    What a player becomes on the masked set, all three built
031000*    off their MASK-MAP sequence number.
031100     01 MX-PSEUDONYM.
031200        05 FILLER                PIC X(07) VALUE 'TPLAYER'.
031300        05 MX-PSEUDO-SEQ         PIC 9(08) VALUE ZERO.
031400        05 FILLER                PIC X(05) VALUE SPACES.
031500     01 MX-SCRUBBED-NAME.
031600        05 FILLER                PIC X(12) VALUE 'Test player '.
031700        05 MX-NAME-SEQ           PIC 9(08) VALUE ZERO.
031800     01 MX-DUMMY-ADDRESS.
031900        05 FILLER                PIC X(07) VALUE 'tplayer'.
032000        05 MX-ADDRESS-SEQ        PIC 9(08) VALUE ZERO.
032100        05 FILLER                PIC X(25) VALUE
032200           '@example.invalid'.

032300*    ----------------------------------------------------------
032400*    One row per file masked: what went in, what came out, and
032500*    the control total each way.
032600*    ----------------------------------------------------------
032700     01 MX-FILE-TABLE.
032800        05 MX-FILE-ENTRY OCCURS 15 TIMES.
032900           10 MX-FL-NAME         PIC X(08).
033000           10 MX-FL-READ         PIC 9(09).
033100           10 MX-FL-WRITTEN      PIC 9(09).
033200           10 MX-FL-TOTAL-IN     PIC S9(11).
033300           10 MX-FL-TOTAL-OUT    PIC S9(11).
033400           10 MX-FL-NOTE         PIC X(15).

033500     01 MX-HEADING-1             PIC X(80) VALUE
033600        'MASKEXT - MASKED TEST DATA EXTRACT'.
033700     01 MX-HEADING-2             PIC X(80).
033800     01 MX-BLANK-LINE            PIC X(80) VALUE SPACES.
033900     01 MX-COLUMN-HEADING.
034000        05 FILLER                PIC X(39) VALUE
034100           '  FILE            READ     WRITTEN     '.
034200        05 FILLER                PIC X(41) VALUE
034300           'CONTROL IN    CONTROL OUT NOTE'.
034400     01 MX-DETAIL-LINE.
034500        05 FILLER                PIC X(02) VALUE SPACES.
034600        05 MX-DTL-NAME           PIC X(08).
034700        05 FILLER                PIC X(01) VALUE SPACE.
034800        05 MX-DTL-READ           PIC ZZZ,ZZZ,ZZ9.
034900        05 FILLER                PIC X(01) VALUE SPACE.
035000        05 MX-DTL-WRITTEN        PIC ZZZ,ZZZ,ZZ9.
035100        05 FILLER                PIC X(01) VALUE SPACE.
035200        05 MX-DTL-TOTAL-IN       PIC -Z,ZZZ,ZZZ,ZZ9.
035300        05 FILLER                PIC X(01) VALUE SPACE.
035400        05 MX-DTL-TOTAL-OUT      PIC -Z,ZZZ,ZZZ,ZZ9.
035500        05 FILLER                PIC X(01) VALUE SPACE.
035600        05 MX-DTL-NOTE           PIC X(15).
035700     01 MX-STATUS-LINE.
035800        05 FILLER                PIC X(02) VALUE SPACES.
035900        05 MX-STATUS-TEXT        PIC X(78).

036000 PROCEDURE DIVISION.

036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036300     IF NOT MX-MAP-FILE-OPEN
036400         MOVE 'MASKMAP would not open -- nothing extracted.'
036500             TO MX-STATUS-TEXT
036600         WRITE MASK-REPORT-LINE FROM MX-STATUS-LINE
036700         CLOSE MASK-REPORT-FILE
036800         MOVE 1 TO RETURN-CODE
036900         GO TO 9999-EXIT
037000     END-IF
037100     PERFORM 2000-MASK-PROFILES THRU 2000-EXIT
037200     PERFORM 2100-MASK-CONTACTS THRU 2100-EXIT
037300     PERFORM 2200-MASK-HISTORY THRU 2200-EXIT
037400     PERFORM 2300-MASK-LEDGER THRU 2300-EXIT
037500     PERFORM 2400-MASK-BALANCES THRU 2400-EXIT
037600     PERFORM 2500-MASK-RATINGS THRU 2500-EXIT
037700     PERFORM 2600-MASK-CHALLENGES THRU 2600-EXIT
037800     PERFORM 2700-MASK-BRACKETS THRU 2700-EXIT
037900     PERFORM 2800-MASK-EVENT-PLAYS THRU 2800-EXIT
038000     PERFORM 2900-MASK-EVENT-ENTRIES THRU 2900-EXIT
038100     PERFORM 3000-COPY-RESULTS THRU 3000-EXIT
038200     PERFORM 3100-COPY-AUDIT THRU 3100-EXIT
038300     PERFORM 3200-MASK-CORRECTIONS THRU 3200-EXIT
038400     PERFORM 3300-MASK-ACHIEVEMENTS THRU 3300-EXIT
038500     PERFORM 3400-MASK-TEAM-MEMBERS THRU 3400-EXIT
038600     PERFORM 8000-TERMINATE THRU 8000-EXIT
038700     GO TO 9999-EXIT.

038800 1000-INITIALIZE.
038900     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
039000     OPEN OUTPUT MASK-REPORT-FILE
039100     MOVE SPACES TO MX-HEADING-2
039200     STRING 'Business date: ' MX-RUN-DATE DELIMITED BY SIZE
039300         INTO MX-HEADING-2
039400     WRITE MASK-REPORT-LINE FROM MX-HEADING-1
039500     WRITE MASK-REPORT-LINE FROM MX-HEADING-2
039600     WRITE MASK-REPORT-LINE FROM MX-BLANK-LINE
039700     PERFORM 1100-OPEN-MASK-MAP THRU 1100-EXIT.
039800 1000-EXIT.
039900     EXIT.

040000*    Same BUSINESS-DATE idiom as the rest of the suite: the
040100*    window's day, with the clock as a fallback for hand runs.
040200 1020-GET-BUSINESS-DATE.
040300     OPEN INPUT BUSINESS-DATE-FILE
040400     IF MX-BUSDATE-FILE-OK
040500         READ BUSINESS-DATE-FILE
040600             AT END
040700                 ACCEPT MX-RUN-DATE FROM DATE YYYYMMDD
040800             NOT AT END
040900                 MOVE BD-BUSINESS-DATE TO MX-RUN-DATE
041000         END-READ
041100         CLOSE BUSINESS-DATE-FILE
041200     ELSE
041300         ACCEPT MX-RUN-DATE FROM DATE YYYYMMDD
041400     END-IF.
041500 1020-EXIT.
041600     EXIT.

041700*    The first run starts the map empty.  Every later run reads
041800*    it through once for the highest number handed out, so a
041900*    new player is numbered after everyone already on it.
042000 1100-OPEN-MASK-MAP.
042100     OPEN I-O MASK-MAP-FILE
042200     IF NOT MX-MAP-FILE-OK
042300         GO TO 1100-EXIT
042400     END-IF
042500     MOVE 'Y' TO MX-MAP-OPEN-SWITCH
042600     MOVE 'N' TO MX-EOF-SWITCH
042700     PERFORM 1110-READ-ONE-MAP THRU 1110-EXIT
042800             UNTIL MX-AT-EOF.
042900 1100-EXIT.
043000     EXIT.

043100 1110-READ-ONE-MAP.
043200     READ MASK-MAP-FILE NEXT RECORD
043300         AT END
043400             MOVE 'Y' TO MX-EOF-SWITCH
043500             GO TO 1110-EXIT
043600     END-READ
043700     IF MA-SEQUENCE > MX-LAST-SEQUENCE
043800         MOVE MA-SEQUENCE TO MX-LAST-SEQUENCE
043900     END-IF.
044000 1110-EXIT.
044100     EXIT.

044200*    Control total: games played.
044300 2000-MASK-PROFILES.
044400     MOVE 'PLAYERPF' TO MX-CURRENT-NAME
044500     PERFORM 7800-START-FILE THRU 7800-EXIT
044600     OPEN INPUT PLAYER-PROFILE-FILE
044700     IF NOT MX-IN-FILE-OK
044800         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
044900     END-IF
045000     OPEN OUTPUT MASKED-PROFILE-FILE
045100     PERFORM 2010-MASK-ONE-PROFILE THRU 2010-EXIT
045200             UNTIL MX-AT-EOF
045300     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
045400         CLOSE PLAYER-PROFILE-FILE
045500     END-IF
045600     CLOSE MASKED-PROFILE-FILE.
045700 2000-EXIT.
045800     EXIT.

045900 2010-MASK-ONE-PROFILE.
046000     READ PLAYER-PROFILE-FILE
046100         AT END
046200             MOVE 'Y' TO MX-EOF-SWITCH
046300             GO TO 2010-EXIT
046400     END-READ
046500     COMPUTE MX-CONTROL-AMOUNT = PP-WINS + PP-LOSSES + PP-TIES
046600     PERFORM 7850-COUNT-READ THRU 7850-EXIT
046700     MOVE PP-PLAYER-ID TO MX-REAL-ID
046800     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
046900     MOVE MX-MASKED-ID TO PP-PLAYER-ID
047000     IF PP-DISPLAY-NAME NOT = SPACES
047100         MOVE MX-SCRUBBED-NAME TO PP-DISPLAY-NAME
047200     END-IF
047300     WRITE MX-PFO-RECORD FROM PLAYER-PROFILE-RECORD
047400         INVALID KEY
047500             MOVE 'duplicate key' TO MX-FL-NOTE(MX-FILE-IDX)
047600     END-WRITE
047700     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
047800 2010-EXIT.
047900     EXIT.

048000*    Consent, delivery and bounce history ride across as they
048100*    are -- only who and where change.
048200 2100-MASK-CONTACTS.
048300     MOVE 'CONTACT' TO MX-CURRENT-NAME
048400     PERFORM 7800-START-FILE THRU 7800-EXIT
048500     OPEN INPUT PLAYER-CONTACT-FILE
048600     IF NOT MX-IN-FILE-OK
048700         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
048800     END-IF
048900     OPEN OUTPUT MASKED-CONTACT-FILE
049000     PERFORM 2110-MASK-ONE-CONTACT THRU 2110-EXIT
049100             UNTIL MX-AT-EOF
049200     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
049300         CLOSE PLAYER-CONTACT-FILE
049400     END-IF
049500     CLOSE MASKED-CONTACT-FILE.
049600 2100-EXIT.
049700     EXIT.

049800 2110-MASK-ONE-CONTACT.
049900     READ PLAYER-CONTACT-FILE
050000         AT END
050100             MOVE 'Y' TO MX-EOF-SWITCH
050200             GO TO 2110-EXIT
050300     END-READ
050400     MOVE ZERO TO MX-CONTROL-AMOUNT
050500     PERFORM 7850-COUNT-READ THRU 7850-EXIT
050600     MOVE CT-PLAYER-ID TO MX-REAL-ID
050700     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
050800     MOVE MX-MASKED-ID TO CT-PLAYER-ID
050900     IF CT-ADDRESS NOT = SPACES
051000         MOVE MX-DUMMY-ADDRESS TO CT-ADDRESS
051100     END-IF
051200     WRITE MX-CTO-RECORD FROM PLAYER-CONTACT-RECORD
051300         INVALID KEY
051400             MOVE 'duplicate key' TO MX-FL-NOTE(MX-FILE-IDX)
051500     END-WRITE
051600     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
051700 2110-EXIT.
051800     EXIT.

051900 2200-MASK-HISTORY.
052000     MOVE 'PLAYHIST' TO MX-CURRENT-NAME
052100     PERFORM 7800-START-FILE THRU 7800-EXIT
052200     OPEN INPUT PLAY-HISTORY-FILE
052300     IF NOT MX-IN-FILE-OK
052400         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
052500     END-IF
052600     OPEN OUTPUT MASKED-HISTORY-FILE
052700     PERFORM 2210-MASK-ONE-GAME THRU 2210-EXIT
052800             UNTIL MX-AT-EOF
052900     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
053000         CLOSE PLAY-HISTORY-FILE
053100     END-IF
053200     CLOSE MASKED-HISTORY-FILE.
053300 2200-EXIT.
053400     EXIT.

053500 2210-MASK-ONE-GAME.
053600     READ PLAY-HISTORY-FILE
053700         AT END
053800             MOVE 'Y' TO MX-EOF-SWITCH
053900             GO TO 2210-EXIT
054000     END-READ
054100     MOVE ZERO TO MX-CONTROL-AMOUNT
054200     PERFORM 7850-COUNT-READ THRU 7850-EXIT
054300     MOVE PH-PLAYER-ID TO MX-REAL-ID
054400     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
054500     MOVE MX-MASKED-ID TO PH-PLAYER-ID
054600     MOVE PH-OPPONENT-ID TO MX-REAL-ID
054700     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
054800     MOVE MX-MASKED-ID TO PH-OPPONENT-ID
054900     WRITE MX-HISTORY-LINE FROM PLAY-HISTORY-RECORD
055000     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
055100 2210-EXIT.
055200     EXIT.

055300*    Control total: net points, so PTSVRFY's cross-foot on the
055400*    masked set is the production one.
055500 2300-MASK-LEDGER.
055600     MOVE 'PTSLEDGR' TO MX-CURRENT-NAME
055700     PERFORM 7800-START-FILE THRU 7800-EXIT
055800     OPEN INPUT POINTS-LEDGER-FILE
055900     IF NOT MX-IN-FILE-OK
056000         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
056100     END-IF
056200     OPEN OUTPUT MASKED-LEDGER-FILE
056300     PERFORM 2310-MASK-ONE-ENTRY THRU 2310-EXIT
056400             UNTIL MX-AT-EOF
056500     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
056600         CLOSE POINTS-LEDGER-FILE
056700     END-IF
056800     CLOSE MASKED-LEDGER-FILE.
056900 2300-EXIT.
057000     EXIT.

057100 2310-MASK-ONE-ENTRY.
057200     READ POINTS-LEDGER-FILE
057300         AT END
057400             MOVE 'Y' TO MX-EOF-SWITCH
057500             GO TO 2310-EXIT
057600     END-READ
057700     MOVE PD-POINTS TO MX-CONTROL-AMOUNT
057800     PERFORM 7850-COUNT-READ THRU 7850-EXIT
057900     MOVE PD-PLAYER-ID TO MX-REAL-ID
058000     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
058100     MOVE MX-MASKED-ID TO PD-PLAYER-ID
058200     WRITE MX-LEDGER-LINE FROM POINTS-LEDGER-RECORD
058300     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
058400 2310-EXIT.
058500     EXIT.

058600*    Control total: points held.
058700 2400-MASK-BALANCES.
058800     MOVE 'PTSBAL' TO MX-CURRENT-NAME
058900     PERFORM 7800-START-FILE THRU 7800-EXIT
059000     OPEN INPUT POINTS-BALANCE-FILE
059100     IF NOT MX-IN-FILE-OK
059200         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
059300     END-IF
059400     OPEN OUTPUT MASKED-BALANCE-FILE
059500     PERFORM 2410-MASK-ONE-BALANCE THRU 2410-EXIT
059600             UNTIL MX-AT-EOF
059700     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
059800         CLOSE POINTS-BALANCE-FILE
059900     END-IF
060000     CLOSE MASKED-BALANCE-FILE.
060100 2400-EXIT.
060200     EXIT.

060300 2410-MASK-ONE-BALANCE.
060400     READ POINTS-BALANCE-FILE
060500         AT END
060600             MOVE 'Y' TO MX-EOF-SWITCH
060700             GO TO 2410-EXIT
060800     END-READ
060900     MOVE PB-BALANCE TO MX-CONTROL-AMOUNT
061000     PERFORM 7850-COUNT-READ THRU 7850-EXIT
061100     MOVE PB-PLAYER-ID TO MX-REAL-ID
061200     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
061300     MOVE MX-MASKED-ID TO PB-PLAYER-ID
061400     WRITE MX-PBO-RECORD FROM POINTS-BALANCE-RECORD
061500         INVALID KEY
061600             MOVE 'duplicate key' TO MX-FL-NOTE(MX-FILE-IDX)
061700     END-WRITE
061800     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
061900 2410-EXIT.
062000     EXIT.

062100*    Control total: rated games.
062200 2500-MASK-RATINGS.
062300     MOVE 'SKILLRT' TO MX-CURRENT-NAME
062400     PERFORM 7800-START-FILE THRU 7800-EXIT
062500     OPEN INPUT SKILL-RATING-FILE
062600     IF NOT MX-IN-FILE-OK
062700         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
062800     END-IF
062900     OPEN OUTPUT MASKED-RATING-FILE
063000     PERFORM 2510-MASK-ONE-RATING THRU 2510-EXIT
063100             UNTIL MX-AT-EOF
063200     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
063300         CLOSE SKILL-RATING-FILE
063400     END-IF
063500     CLOSE MASKED-RATING-FILE.
063600 2500-EXIT.
063700     EXIT.

063800 2510-MASK-ONE-RATING.
063900     READ SKILL-RATING-FILE
064000         AT END
064100             MOVE 'Y' TO MX-EOF-SWITCH
064200             GO TO 2510-EXIT
064300     END-READ
064400     MOVE SR-RATED-GAMES TO MX-CONTROL-AMOUNT
064500     PERFORM 7850-COUNT-READ THRU 7850-EXIT
064600     MOVE SR-PLAYER-ID TO MX-REAL-ID
064700     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
064800     MOVE MX-MASKED-ID TO SR-PLAYER-ID
064900     WRITE MX-SRO-RECORD FROM SKILL-RATING-RECORD
065000         INVALID KEY
065100             MOVE 'duplicate key' TO MX-FL-NOTE(MX-FILE-IDX)
065200     END-WRITE
065300     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
065400 2510-EXIT.
065500     EXIT.

065600*    The challenge code is no one's identity and keeps the
065700*    file's key; the challenger and the opponent are masked.
065800 2600-MASK-CHALLENGES.
065900     MOVE 'CHALLNG' TO MX-CURRENT-NAME
066000     PERFORM 7800-START-FILE THRU 7800-EXIT
066100     OPEN INPUT CHALLENGE-FILE
066200     IF NOT MX-IN-FILE-OK
066300         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
066400     END-IF
066500     OPEN OUTPUT MASKED-CHALLENGE-FILE
066600     PERFORM 2610-MASK-ONE-CHALLENGE THRU 2610-EXIT
066700             UNTIL MX-AT-EOF
066800     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
066900         CLOSE CHALLENGE-FILE
067000     END-IF
067100     CLOSE MASKED-CHALLENGE-FILE.
067200 2600-EXIT.
067300     EXIT.

067400 2610-MASK-ONE-CHALLENGE.
067500     READ CHALLENGE-FILE
067600         AT END
067700             MOVE 'Y' TO MX-EOF-SWITCH
067800             GO TO 2610-EXIT
067900     END-READ
068000     MOVE ZERO TO MX-CONTROL-AMOUNT
068100     PERFORM 7850-COUNT-READ THRU 7850-EXIT
068200     MOVE CL-PLAYER-ID TO MX-REAL-ID
068300     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
068400     MOVE MX-MASKED-ID TO CL-PLAYER-ID
068500     MOVE CL-OPP-ID TO MX-REAL-ID
068600     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
068700     MOVE MX-MASKED-ID TO CL-OPP-ID
068800     WRITE MX-CLO-RECORD FROM CHALLENGE-RECORD
068900         INVALID KEY
069000             MOVE 'duplicate key' TO MX-FL-NOTE(MX-FILE-IDX)
069100     END-WRITE
069200     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
069300 2610-EXIT.
069400     EXIT.

069500 2700-MASK-BRACKETS.
069600     MOVE 'BRACKET' TO MX-CURRENT-NAME
069700     PERFORM 7800-START-FILE THRU 7800-EXIT
069800     OPEN INPUT BRACKET-FILE
069900     IF NOT MX-IN-FILE-OK
070000         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
070100     END-IF
070200     OPEN OUTPUT MASKED-BRACKET-FILE
070300     PERFORM 2710-MASK-ONE-MATCH THRU 2710-EXIT
070400             UNTIL MX-AT-EOF
070500     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
070600         CLOSE BRACKET-FILE
070700     END-IF
070800     CLOSE MASKED-BRACKET-FILE.
070900 2700-EXIT.
071000     EXIT.

071100 2710-MASK-ONE-MATCH.
071200     READ BRACKET-FILE
071300         AT END
071400             MOVE 'Y' TO MX-EOF-SWITCH
071500             GO TO 2710-EXIT
071600     END-READ
071700     MOVE ZERO TO MX-CONTROL-AMOUNT
071800     PERFORM 7850-COUNT-READ THRU 7850-EXIT
071900     MOVE BK-PLAYER-A TO MX-REAL-ID
072000     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
072100     MOVE MX-MASKED-ID TO BK-PLAYER-A
072200     MOVE BK-PLAYER-B TO MX-REAL-ID
072300     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
072400     MOVE MX-MASKED-ID TO BK-PLAYER-B
072500     MOVE BK-WINNER TO MX-REAL-ID
072600     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
072700     MOVE MX-MASKED-ID TO BK-WINNER
072800     WRITE MX-BRACKET-LINE FROM BRACKET-RECORD
072900     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
073000 2710-EXIT.
073100     EXIT.

073200 2800-MASK-EVENT-PLAYS.
073300     MOVE 'EVENTPLY' TO MX-CURRENT-NAME
073400     PERFORM 7800-START-FILE THRU 7800-EXIT
073500     OPEN INPUT EVENT-PLAY-FILE
073600     IF NOT MX-IN-FILE-OK
073700         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
073800     END-IF
073900     OPEN OUTPUT MASKED-EVENT-PLAY-FILE
074000     PERFORM 2810-MASK-ONE-EVENT-PLAY THRU 2810-EXIT
074100             UNTIL MX-AT-EOF
074200     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
074300         CLOSE EVENT-PLAY-FILE
074400     END-IF
074500     CLOSE MASKED-EVENT-PLAY-FILE.
074600 2800-EXIT.
074700     EXIT.

074800 2810-MASK-ONE-EVENT-PLAY.
074900     READ EVENT-PLAY-FILE
075000         AT END
075100             MOVE 'Y' TO MX-EOF-SWITCH
075200             GO TO 2810-EXIT
075300     END-READ
075400     MOVE ZERO TO MX-CONTROL-AMOUNT
075500     PERFORM 7850-COUNT-READ THRU 7850-EXIT
075600     MOVE EP-PLAYER-ID TO MX-REAL-ID
075700     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
075800     MOVE MX-MASKED-ID TO EP-PLAYER-ID
075900     WRITE MX-EVENT-PLAY-LINE FROM EVENT-PLAY-RECORD
076000     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
076100 2810-EXIT.
076200     EXIT.

076300*    Control total: entry fees paid, which is what the event
076400*    pools on PTSBAL hold until EVENTPAY settles them.
076500 2900-MASK-EVENT-ENTRIES.
076600     MOVE 'EVENTENT' TO MX-CURRENT-NAME
076700     PERFORM 7800-START-FILE THRU 7800-EXIT
076800     OPEN INPUT EVENT-ENTRY-FILE
076900     IF NOT MX-IN-FILE-OK
077000         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
077100     END-IF
077200     OPEN OUTPUT MASKED-EVENT-ENTRY-FILE
077300     PERFORM 2910-MASK-ONE-EVENT-ENTRY THRU 2910-EXIT
077400             UNTIL MX-AT-EOF
077500     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
077600         CLOSE EVENT-ENTRY-FILE
077700     END-IF
077800     CLOSE MASKED-EVENT-ENTRY-FILE.
077900 2900-EXIT.
078000     EXIT.

078100 2910-MASK-ONE-EVENT-ENTRY.
078200     READ EVENT-ENTRY-FILE
078300         AT END
078400             MOVE 'Y' TO MX-EOF-SWITCH
078500             GO TO 2910-EXIT
078600     END-READ
078700     MOVE ZERO TO MX-CONTROL-AMOUNT
078800     IF EN-FEE-PAID NUMERIC
078900         MOVE EN-FEE-PAID TO MX-CONTROL-AMOUNT
079000     END-IF
079100     PERFORM 7850-COUNT-READ THRU 7850-EXIT
079200     MOVE EN-PLAYER-ID TO MX-REAL-ID
079300     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
079400     MOVE MX-MASKED-ID TO EN-PLAYER-ID
079500     WRITE MX-EVENT-ENTRY-LINE FROM EVENT-ENTRY-RECORD
079600     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
079700 2910-EXIT.
079800     EXIT.

079900*    GAME-RESULT carries no player, so it crosses as it stands.
080000 3000-COPY-RESULTS.
080100     MOVE 'GAMERES' TO MX-CURRENT-NAME
080200     PERFORM 7800-START-FILE THRU 7800-EXIT
080300     OPEN INPUT GAME-RESULT-FILE
080400     IF NOT MX-IN-FILE-OK
080500         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
080600     END-IF
080700     OPEN OUTPUT MASKED-RESULT-FILE
080800     PERFORM 3010-COPY-ONE-RESULT THRU 3010-EXIT
080900             UNTIL MX-AT-EOF
081000     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
081100         CLOSE GAME-RESULT-FILE
081200     END-IF
081300     CLOSE MASKED-RESULT-FILE.
081400 3000-EXIT.
081500     EXIT.

081600 3010-COPY-ONE-RESULT.
081700     READ GAME-RESULT-FILE
081800         AT END
081900             MOVE 'Y' TO MX-EOF-SWITCH
082000             GO TO 3010-EXIT
082100     END-READ
082200     MOVE ZERO TO MX-CONTROL-AMOUNT
082300     PERFORM 7850-COUNT-READ THRU 7850-EXIT
082400     WRITE MX-RESULT-LINE FROM GAME-RESULT-RECORD
082500     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
082600 3010-EXIT.
082700     EXIT.

082800*    Nor does AUDIT-LOG -- argument names and values only.
082900 3100-COPY-AUDIT.
083000     MOVE 'AUDITLOG' TO MX-CURRENT-NAME
083100     PERFORM 7800-START-FILE THRU 7800-EXIT
083200     OPEN INPUT AUDIT-LOG-FILE
083300     IF NOT MX-IN-FILE-OK
083400         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
083500     END-IF
083600     OPEN OUTPUT MASKED-AUDIT-FILE
083700     PERFORM 3110-COPY-ONE-AUDIT THRU 3110-EXIT
083800             UNTIL MX-AT-EOF
083900     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
084000         CLOSE AUDIT-LOG-FILE
084100     END-IF
084200     CLOSE MASKED-AUDIT-FILE.
084300 3100-EXIT.
084400     EXIT.

084500 3110-COPY-ONE-AUDIT.
084600     READ AUDIT-LOG-FILE
084700         AT END
084800             MOVE 'Y' TO MX-EOF-SWITCH
084900             GO TO 3110-EXIT
085000     END-READ
085100     MOVE ZERO TO MX-CONTROL-AMOUNT
085200     PERFORM 7850-COUNT-READ THRU 7850-EXIT
085300     WRITE MX-AUDIT-LINE FROM AUDIT-LOG-RECORD
085400     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
085500 3110-EXIT.
085600     EXIT.

085700*    Control total: the points each correction moved, which
085800*    DISPPOST posted to the ledger.
085900 3200-MASK-CORRECTIONS.
086000     MOVE 'PLAYCORR' TO MX-CURRENT-NAME
086100     PERFORM 7800-START-FILE THRU 7800-EXIT
086200     OPEN INPUT PLAY-CORRECTION-FILE
086300     IF NOT MX-IN-FILE-OK
086400         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
086500     END-IF
086600     OPEN OUTPUT MASKED-CORRECTION-FILE
086700     PERFORM 3210-MASK-ONE-CORRECTION THRU 3210-EXIT
086800             UNTIL MX-AT-EOF
086900     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
087000         CLOSE PLAY-CORRECTION-FILE
087100     END-IF
087200     CLOSE MASKED-CORRECTION-FILE.
087300 3200-EXIT.
087400     EXIT.

087500 3210-MASK-ONE-CORRECTION.
087600     READ PLAY-CORRECTION-FILE
087700         AT END
087800             MOVE 'Y' TO MX-EOF-SWITCH
087900             GO TO 3210-EXIT
088000     END-READ
088100     MOVE ZERO TO MX-CONTROL-AMOUNT
088200     IF CO-POINTS NUMERIC
088300         MOVE CO-POINTS TO MX-CONTROL-AMOUNT
088400     END-IF
088500     PERFORM 7850-COUNT-READ THRU 7850-EXIT
088600     MOVE CO-PLAYER-ID TO MX-REAL-ID
088700     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
088800     MOVE MX-MASKED-ID TO CO-PLAYER-ID
088900     WRITE MX-CORRECTION-LINE FROM PLAY-CORRECTION-RECORD
089000     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
089100 3210-EXIT.
089200     EXIT.

089300 3300-MASK-ACHIEVEMENTS.
089400     MOVE 'ACHIEVED' TO MX-CURRENT-NAME
089500     PERFORM 7800-START-FILE THRU 7800-EXIT
089600     OPEN INPUT ACHIEVEMENT-FILE
089700     IF NOT MX-IN-FILE-OK
089800         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
089900     END-IF
090000     OPEN OUTPUT MASKED-ACHIEVEMENT-FILE
090100     PERFORM 3310-MASK-ONE-ACHIEVEMENT THRU 3310-EXIT
090200             UNTIL MX-AT-EOF
090300     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
090400         CLOSE ACHIEVEMENT-FILE
090500     END-IF
090600     CLOSE MASKED-ACHIEVEMENT-FILE.
090700 3300-EXIT.
090800     EXIT.

090900 3310-MASK-ONE-ACHIEVEMENT.
091000     READ ACHIEVEMENT-FILE
091100         AT END
091200             MOVE 'Y' TO MX-EOF-SWITCH
091300             GO TO 3310-EXIT
091400     END-READ
091500     MOVE ZERO TO MX-CONTROL-AMOUNT
091600     PERFORM 7850-COUNT-READ THRU 7850-EXIT
091700     MOVE AV-PLAYER-ID TO MX-REAL-ID
091800     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
091900     MOVE MX-MASKED-ID TO AV-PLAYER-ID
092000     WRITE MX-ACHIEVEMENT-LINE FROM ACHIEVEMENT-RECORD
092100     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
092200 3310-EXIT.
092300     EXIT.

092400*    The team id and the operator who made the change are no
092500*    player's; only the member is masked.
092600 3400-MASK-TEAM-MEMBERS.
092700     MOVE 'TEAMMEM' TO MX-CURRENT-NAME
092800     PERFORM 7800-START-FILE THRU 7800-EXIT
092900     OPEN INPUT TEAM-MEMBER-FILE
093000     IF NOT MX-IN-FILE-OK
093100         PERFORM 7810-NOT-ON-FILE THRU 7810-EXIT
093200     END-IF
093300     OPEN OUTPUT MASKED-TEAM-MEMBER-FILE
093400     PERFORM 3410-MASK-ONE-MEMBER THRU 3410-EXIT
093500             UNTIL MX-AT-EOF
093600     IF MX-IN-FILE-OK OR MX-IN-FILE-STATUS = '10'
093700         CLOSE TEAM-MEMBER-FILE
093800     END-IF
093900     CLOSE MASKED-TEAM-MEMBER-FILE.
094000 3400-EXIT.
094100     EXIT.

094200 3410-MASK-ONE-MEMBER.
094300     READ TEAM-MEMBER-FILE
094400         AT END
094500             MOVE 'Y' TO MX-EOF-SWITCH
094600             GO TO 3410-EXIT
094700     END-READ
094800     MOVE ZERO TO MX-CONTROL-AMOUNT
094900     PERFORM 7850-COUNT-READ THRU 7850-EXIT
095000     MOVE TB-PLAYER-ID TO MX-REAL-ID
095100     PERFORM 7000-MASK-PLAYER-ID THRU 7000-EXIT
095200     MOVE MX-MASKED-ID TO TB-PLAYER-ID
095300     WRITE MX-TEAM-MEMBER-LINE FROM TEAM-MEMBER-RECORD
095400     PERFORM 7900-COUNT-WRITTEN THRU 7900-EXIT.
095500 3410-EXIT.
095600     EXIT.

095700*    MX-REAL-ID in, MX-MASKED-ID out, with the scrubbed name
095800*    and dummy address for the same player set up alongside.
095900*    Spaces and the '*POOL ' accounts are not players and
096000*    pass through untouched.
096100 7000-MASK-PLAYER-ID.
096200     MOVE MX-REAL-ID TO MX-MASKED-ID
096300     MOVE ZERO TO MX-NAME-SEQ
096400     MOVE ZERO TO MX-ADDRESS-SEQ
096500     IF MX-REAL-ID = SPACES OR MX-REAL-ID (1:1) = '*'
096600         GO TO 7000-EXIT
096700     END-IF
096800     MOVE MX-REAL-ID TO MA-PLAYER-ID
096900     READ MASK-MAP-FILE
097000         INVALID KEY
097100             PERFORM 7100-ADD-PSEUDONYM THRU 7100-EXIT
097200     END-READ
097300     MOVE MA-PSEUDONYM TO MX-MASKED-ID
097400     MOVE MA-SEQUENCE TO MX-NAME-SEQ
097500     MOVE MA-SEQUENCE TO MX-ADDRESS-SEQ.
097600 7000-EXIT.
097700     EXIT.

097800*    A map record that will not write would leave the player
097900*    with a different number on the next file; the run is
098000*    failed rather than ship a set that is not consistent.
098100 7100-ADD-PSEUDONYM.
098200     ADD 1 TO MX-LAST-SEQUENCE
098300     MOVE MX-LAST-SEQUENCE TO MX-PSEUDO-SEQ
098400     MOVE MX-REAL-ID TO MA-PLAYER-ID
098500     MOVE MX-PSEUDONYM TO MA-PSEUDONYM
098600     MOVE MX-LAST-SEQUENCE TO MA-SEQUENCE
098700     MOVE MX-RUN-DATE TO MA-CREATE-DATE
098800     WRITE MASK-MAP-RECORD
098900         INVALID KEY
099000             MOVE 'Y' TO MX-MAP-ERROR-SWITCH
099100     END-WRITE
099200     IF NOT MX-MAP-FILE-OK
099300         MOVE 'Y' TO MX-MAP-ERROR-SWITCH
099400     END-IF
099500     ADD 1 TO MX-NEW-PLAYERS.
099600 7100-EXIT.
099700     EXIT.

099800 7800-START-FILE.
099900     MOVE 'N' TO MX-EOF-SWITCH
100000     ADD 1 TO MX-FILE-COUNT
100100     MOVE MX-FILE-COUNT TO MX-FILE-IDX
100200     MOVE MX-CURRENT-NAME TO MX-FL-NAME(MX-FILE-IDX)
100300     MOVE ZERO TO MX-FL-READ(MX-FILE-IDX)
100400     MOVE ZERO TO MX-FL-WRITTEN(MX-FILE-IDX)
100500     MOVE ZERO TO MX-FL-TOTAL-IN(MX-FILE-IDX)
100600     MOVE ZERO TO MX-FL-TOTAL-OUT(MX-FILE-IDX)
100700     MOVE SPACES TO MX-FL-NOTE(MX-FILE-IDX).
100800 7800-EXIT.
100900     EXIT.

101000*    A file production does not have yet still gets its empty
101100*    masked copy, so the test box's set is whole.
101200 7810-NOT-ON-FILE.
101300     MOVE 'Y' TO MX-EOF-SWITCH
101400     MOVE 'not on file' TO MX-FL-NOTE(MX-FILE-IDX).
101500 7810-EXIT.
101600     EXIT.

101700 7850-COUNT-READ.
101800     ADD 1 TO MX-FL-READ(MX-FILE-IDX)
101900     ADD MX-CONTROL-AMOUNT TO MX-FL-TOTAL-IN(MX-FILE-IDX).
102000 7850-EXIT.
102100     EXIT.

102200 7900-COUNT-WRITTEN.
102300     IF MX-OUT-FILE-OK
102400         ADD 1 TO MX-FL-WRITTEN(MX-FILE-IDX)
102500         ADD MX-CONTROL-AMOUNT TO MX-FL-TOTAL-OUT(MX-FILE-IDX)
102600     END-IF.
102700 7900-EXIT.
102800     EXIT.

102900 8000-TERMINATE.
103000     WRITE MASK-REPORT-LINE FROM MX-COLUMN-HEADING
103100     PERFORM 8100-WRITE-ONE-FILE THRU 8100-EXIT
103200             VARYING MX-FILE-IDX FROM 1 BY 1
103300             UNTIL MX-FILE-IDX > MX-FILE-COUNT
103400     CLOSE MASK-MAP-FILE
103500     WRITE MASK-REPORT-LINE FROM MX-BLANK-LINE
103600     MOVE SPACES TO MX-STATUS-TEXT
103700     STRING 'Players on MASKMAP: ' MX-LAST-SEQUENCE
103800            ', new this run: ' MX-NEW-PLAYERS
103900         DELIMITED BY SIZE INTO MX-STATUS-TEXT
104000     WRITE MASK-REPORT-LINE FROM MX-STATUS-LINE
104100     IF MX-MAP-WRITE-FAILED
104200         MOVE 'N' TO MX-BALANCE-SWITCH
104300         MOVE 'MASKMAP would not take a new player -- pseudonyms'
104400             TO MX-STATUS-TEXT
104500         WRITE MASK-REPORT-LINE FROM MX-STATUS-LINE
104600         MOVE 'are not consistent across this run.'
104700             TO MX-STATUS-TEXT
104800         WRITE MASK-REPORT-LINE FROM MX-STATUS-LINE
104900     END-IF
105000     IF MX-SET-RECONCILES
105100         MOVE 'Masked set reconciles to the source.'
105200             TO MX-STATUS-TEXT
105300         WRITE MASK-REPORT-LINE FROM MX-STATUS-LINE
105400         MOVE 0 TO RETURN-CODE
105500     ELSE
105600         MOVE 'MASKED SET DOES NOT RECONCILE -- DO NOT SHIP IT.'
105700             TO MX-STATUS-TEXT
105800         WRITE MASK-REPORT-LINE FROM MX-STATUS-LINE
105900         MOVE 1 TO RETURN-CODE
106000     END-IF
106100     CLOSE MASK-REPORT-FILE.
106200 8000-EXIT.
106300     EXIT.

106400 8100-WRITE-ONE-FILE.
106500     IF MX-FL-READ(MX-FILE-IDX) NOT = MX-FL-WRITTEN(MX-FILE-IDX)
106600        OR MX-FL-TOTAL-IN(MX-FILE-IDX)
106700           NOT = MX-FL-TOTAL-OUT(MX-FILE-IDX)
106800         MOVE 'N' TO MX-BALANCE-SWITCH
106900         MOVE 'OUT OF BALANCE' TO MX-FL-NOTE(MX-FILE-IDX)
107000     END-IF
107100     MOVE MX-FL-NAME(MX-FILE-IDX) TO MX-DTL-NAME
107200     MOVE MX-FL-READ(MX-FILE-IDX) TO MX-DTL-READ
107300     MOVE MX-FL-WRITTEN(MX-FILE-IDX) TO MX-DTL-WRITTEN
107400     MOVE MX-FL-TOTAL-IN(MX-FILE-IDX) TO MX-DTL-TOTAL-IN
107500     MOVE MX-FL-TOTAL-OUT(MX-FILE-IDX) TO MX-DTL-TOTAL-OUT
107600     MOVE MX-FL-NOTE(MX-FILE-IDX) TO MX-DTL-NOTE
107700     WRITE MASK-REPORT-LINE FROM MX-DETAIL-LINE.
107800 8100-EXIT.
107900     EXIT.

108000 9999-EXIT.
108100     STOP RUN.
