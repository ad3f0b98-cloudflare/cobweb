000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIVRPT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PRIVRPT
000900*
001000*  Quarter-end batch job, run by PERIODCL with the rest of the
001100*  close when the closed month ends a quarter.  The privacy
001200*  compliance report: everything the suite did with players'
001300*  personal data in the calendar quarter, in four sections:
001400*
001500*    consent changes     every registration, withdrawal and
001600*                        erasure on the CONSENT-JOURNAL, by player
001700*                        and time, with the consent on file before
001800*                        each, and totals by kind of change
001900*    erasures            PROFMNT erases off PROFLOG
002000*    data exports        EXPORTPL bundles off EXPRTLOG
002100*    unconsented         any message queued on MSGQUEUE to a
002200*    messages            player who was not consented at the time
002300*
002400*  Whether a player was consented when a message was queued is
002500*  worked out from the journal: the state after each change,
002600*  and before the first one the consent byte that change found
002700*  on file.  A player with no journalled change at all has had
002800*  no change since the journal began, so the PLAYER-CONTACT
002900*  record and its consent date stand for the whole quarter.
003000*  Any unconsented message also raises a WARN on the common
003100*  ALERT file; the report itself never fails the close.
003200*
003300*  Invoke as:  privrpt YYYYMM    (any month of the quarter,
003400*                                 normally the one being closed)
003500*         or:  privrpt           (the quarter holding the month
003600*                                 before the business date's)
003700*  Exits with RETURN-CODE 0.
003800*
003900*  Modification history
004000*  ---------------------------------------------------------------
004100*  2026-10-15  jm  Original program.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CONSENT-JOURNAL-FILE ASSIGN TO "CONSJRN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PI-JRNL-FILE-STATUS.
004900     SELECT MESSAGE-QUEUE-FILE ASSIGN TO "MSGQUEUE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS PI-MSGQ-FILE-STATUS.
005200     SELECT PROFILE-LOG-FILE ASSIGN TO "PROFLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PI-PROFLOG-FILE-STATUS.
005500     SELECT EXPORT-LOG-FILE ASSIGN TO "EXPRTLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PI-EXPLOG-FILE-STATUS.
005800     SELECT PLAYER-CONTACT-FILE ASSIGN TO "CONTACT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CT-PLAYER-ID
006200         FILE STATUS IS PI-CONTACT-FILE-STATUS.
006300     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS PI-BUSDATE-FILE-STATUS.
006600     SELECT ALERT-FILE ASSIGN TO "ALERTS"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS PI-ALERT-FILE-STATUS.
006900     SELECT CONSENT-SORT-FILE ASSIGN TO "SRTPRIV".
007000     SELECT PRIVACY-REPORT-FILE ASSIGN TO "PRIVRPT.TXT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS PI-REPORT-FILE-STATUS.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CONSENT-JOURNAL-FILE.
007600 COPY "consjrn.cpy".

007700 FD  MESSAGE-QUEUE-FILE.
007800 COPY "msgqueue.cpy".

007900 FD  PROFILE-LOG-FILE.
008000 COPY "proflog.cpy".

008100 FD  EXPORT-LOG-FILE.
008200 COPY "exprtlog.cpy".

008300 FD  PLAYER-CONTACT-FILE.
008400 COPY "contact.cpy".

008500 FD  BUSINESS-DATE-FILE.
008600 COPY "busdate.cpy".

008700 FD  ALERT-FILE.
008800 COPY "alertrec.cpy".

008900*    Journal changes and queued messages, merged by player and
009000*    time; at the same instant a change sorts ahead of a message
009100*    (J before M), so a message queued by the very request that
009200*    gave consent is judged after it.
009300 SD  CONSENT-SORT-FILE.
009400 01  PI-SORT-RECORD.
009500     05  PI-SORT-PLAYER          PIC X(20).
009600     05  PI-SORT-DATE            PIC 9(08).
009700     05  PI-SORT-TIME            PIC 9(08).
009800     05  PI-SORT-KIND            PIC X(01).
009900         88  PI-SORT-IS-CHANGE              VALUE 'J'.
010000         88  PI-SORT-IS-MESSAGE             VALUE 'M'.
010100     05  PI-SORT-EVENT           PIC X(01).
010200     05  PI-SORT-PRIOR           PIC X(01).
010300     05  PI-SORT-SOURCE          PIC X(08).
010400     05  PI-SORT-SUBJECT         PIC X(21).

010500 FD  PRIVACY-REPORT-FILE.
010600 01  PRIVACY-REPORT-LINE         PIC X(80).

010700 WORKING-STORAGE SECTION.
010800     77 PI-JRNL-FILE-STATUS      PIC X(02) VALUE '00'.
010900        88 PI-JRNL-FILE-OK                 VALUE '00'.
011000     77 PI-MSGQ-FILE-STATUS      PIC X(02) VALUE '00'.
011100        88 PI-MSGQ-FILE-OK                 VALUE '00'.
011200     77 PI-PROFLOG-FILE-STATUS   PIC X(02) VALUE '00'.
011300        88 PI-PROFLOG-FILE-OK              VALUE '00'.
011400     77 PI-EXPLOG-FILE-STATUS    PIC X(02) VALUE '00'.
011500        88 PI-EXPLOG-FILE-OK               VALUE '00'.
011600     77 PI-CONTACT-FILE-STATUS   PIC X(02) VALUE '00'.
011700        88 PI-CONTACT-FILE-OK              VALUES '00' '05'.
011800     77 PI-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
011900        88 PI-BUSDATE-FILE-OK              VALUE '00'.
012000     77 PI-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
012100        88 PI-ALERT-FILE-OK                VALUE '00'.
012200     77 PI-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
012300     77 PI-EOF-SWITCH            PIC X(01) VALUE 'N'.
012400        88 PI-AT-EOF                       VALUE 'Y'.
012500     77 PI-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
012600        88 PI-SORT-AT-EOF                  VALUE 'Y'.
012700     77 PI-CONTACT-SWITCH        PIC X(01) VALUE 'N'.
012800        88 PI-CONTACT-OPEN                 VALUE 'Y'.
012900     77 PI-FOUND-SWITCH          PIC X(01) VALUE 'N'.
013000        88 PI-CONTACT-FOUND                VALUE 'Y'.
013100     77 PI-NO-JOURNAL-SWITCH     PIC X(01) VALUE 'N'.
013200        88 PI-NO-JOURNAL                   VALUE 'Y'.

013300*    Where the current player's consent stood at the last change
013400*    read: unknown until the first one, Y consented, N not.
013500     77 PI-CONSENT-STATE         PIC X(01) VALUE '?'.
013600        88 PI-STATE-UNKNOWN                VALUE '?'.
013700        88 PI-STATE-CONSENTED              VALUE 'Y'.
013800     77 PI-CURRENT-PLAYER        PIC X(20) VALUE SPACES.

013900     77 PI-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014000     77 PI-ALERT-TIME            PIC 9(08) VALUE ZERO.
014100     01 PI-COMMAND-LINE          PIC X(20) VALUE SPACES.
014200     01 PI-PERIOD                PIC 9(06) VALUE ZERO.
014300     01 PI-PERIOD-PARTS REDEFINES PI-PERIOD.
014400        05 PI-PERIOD-YEAR        PIC 9(04).
014500        05 PI-PERIOD-MONTH       PIC 9(02).
014600     01 PI-FIRST-PERIOD          PIC 9(06) VALUE ZERO.
014700     01 PI-FIRST-PARTS REDEFINES PI-FIRST-PERIOD.
014800        05 PI-FIRST-YEAR         PIC 9(04).
014900        05 PI-FIRST-MONTH        PIC 9(02).
015000     01 PI-LAST-PERIOD           PIC 9(06) VALUE ZERO.
015100     01 PI-LAST-PARTS REDEFINES PI-LAST-PERIOD.
015200        05 PI-LAST-YEAR          PIC 9(04).
015300        05 PI-LAST-MONTH         PIC 9(02).
015400     77 PI-QUARTER               PIC 9(01) VALUE ZERO.

015500     77 PI-GIVEN-COUNT           PIC 9(07) VALUE ZERO.
015600     77 PI-WITHDRAWN-COUNT       PIC 9(07) VALUE ZERO.
015700     77 PI-ERASED-COUNT          PIC 9(07) VALUE ZERO.
015800     77 PI-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
015900     77 PI-ERASURE-COUNT         PIC 9(07) VALUE ZERO.
016000     77 PI-EXPORT-COUNT          PIC 9(07) VALUE ZERO.
016100     77 PI-MESSAGE-COUNT         PIC 9(07) VALUE ZERO.
016200     77 PI-FLAGGED-TOTAL         PIC 9(07) VALUE ZERO.
016300     77 PI-UNCHECKED-COUNT       PIC 9(07) VALUE ZERO.
016400     77 PI-EDIT-COUNT            PIC Z,ZZZ,ZZ9.

016500*    Messages queued to the current player ahead of their first
016600*    journalled change, held until that change says where
016700*    consent stood before it.
016800     77 PI-HELD-COUNT            PIC 9(03) COMP VALUE ZERO.
016900     77 PI-HELD-IDX              PIC 9(03) COMP VALUE ZERO.
017000     01 PI-HELD-TABLE.
017100        05 PI-HELD-ENTRY OCCURS 100 TIMES.
017200           10 PI-HELD-DATE       PIC 9(08).
017300           10 PI-HELD-TIME       PIC 9(08).
017400           10 PI-HELD-SUBJECT    PIC X(21).

017500*    The unconsented messages found, for the last section; 500
017600*    is far more than a healthy quarter should ever hold.
017700     77 PI-FLAG-COUNT            PIC 9(03) COMP VALUE ZERO.
017800     77 PI-FLAG-IDX              PIC 9(03) COMP VALUE ZERO.
017900     01 PI-FLAG-DATE             PIC 9(08) VALUE ZERO.
018000     01 PI-FLAG-TIME             PIC 9(08) VALUE ZERO.
018100     01 PI-FLAG-REASON           PIC X(13) VALUE SPACES.
018200     01 PI-FLAG-SUBJECT          PIC X(21) VALUE SPACES.
018300     01 PI-FLAG-TABLE.
018400        05 PI-FLAG-ENTRY OCCURS 500 TIMES.
018500           10 PI-FLG-DATE        PIC 9(08).
018600           10 PI-FLG-TIME        PIC 9(08).
018700           10 PI-FLG-PLAYER      PIC X(20).
018800           10 PI-FLG-REASON      PIC X(13).
018900           10 PI-FLG-SUBJECT     PIC X(21).

019000     01 PI-HEADING-1             PIC X(80) VALUE
019100        'PRIVRPT - QUARTERLY PRIVACY COMPLIANCE REPORT'.
019200     01 PI-HEADING-2             PIC X(80).
019300     01 PI-BLANK-LINE            PIC X(80) VALUE SPACES.
019400     01 PI-SECTION-LINE          PIC X(80).
019500     01 PI-CHANGE-HEADING.
019600        05 FILLER                PIC X(40) VALUE
019700           '  DATE      TIME      PLAYER            '.
019800        05 FILLER                PIC X(40) VALUE
019900           '    CHANGE      BEFORE      SOURCE'.
020000     01 PI-CHANGE-LINE.
020100        05 FILLER                PIC X(02) VALUE SPACES.
020200        05 PI-CHG-DATE           PIC 9(08).
020300        05 FILLER                PIC X(02) VALUE SPACES.
020400        05 PI-CHG-TIME           PIC 9(08).
020500        05 FILLER                PIC X(02) VALUE SPACES.
020600        05 PI-CHG-PLAYER         PIC X(20).
020700        05 FILLER                PIC X(02) VALUE SPACES.
020800        05 PI-CHG-EVENT          PIC X(10).
020900        05 FILLER                PIC X(02) VALUE SPACES.
021000        05 PI-CHG-PRIOR          PIC X(10).
021100        05 FILLER                PIC X(02) VALUE SPACES.
021200        05 PI-CHG-SOURCE         PIC X(08).
021300        05 FILLER                PIC X(04) VALUE SPACES.
021400     01 PI-ERASURE-HEADING.
021500        05 FILLER                PIC X(40) VALUE
021600           '  DATE      TIME      PLAYER            '.
021700        05 FILLER                PIC X(40) VALUE
021800           '     WINS LOSSES   TIES REMOVED'.
021900     01 PI-ERASURE-LINE.
022000        05 FILLER                PIC X(02) VALUE SPACES.
022100        05 PI-ERS-DATE           PIC 9(08).
022200        05 FILLER                PIC X(02) VALUE SPACES.
022300        05 PI-ERS-TIME           PIC 9(08).
022400        05 FILLER                PIC X(02) VALUE SPACES.
022500        05 PI-ERS-PLAYER         PIC X(20).
022600        05 FILLER                PIC X(02) VALUE SPACES.
022700        05 PI-ERS-WINS           PIC ZZZZ9.
022800        05 FILLER                PIC X(02) VALUE SPACES.
022900        05 PI-ERS-LOSSES         PIC ZZZZ9.
023000        05 FILLER                PIC X(02) VALUE SPACES.
023100        05 PI-ERS-TIES           PIC ZZZZ9.
023200        05 FILLER                PIC X(17) VALUE SPACES.
023300     01 PI-EXPORT-HEADING.
023400        05 FILLER                PIC X(40) VALUE
023500           '  DATE      TIME      PLAYER            '.
023600        05 FILLER                PIC X(40) VALUE
023700           '  PROFILE    HISTORY   ACHV  DISPUTES'.
023800     01 PI-EXPORT-LINE.
023900        05 FILLER                PIC X(02) VALUE SPACES.
024000        05 PI-EXP-DATE           PIC 9(08).
024100        05 FILLER                PIC X(02) VALUE SPACES.
024200        05 PI-EXP-TIME           PIC 9(08).
024300        05 FILLER                PIC X(02) VALUE SPACES.
024400        05 PI-EXP-PLAYER         PIC X(20).
024500        05 FILLER                PIC X(04) VALUE SPACES.
024600        05 PI-EXP-PROFILE        PIC 9(01).
024700        05 FILLER                PIC X(02) VALUE SPACES.
024800        05 PI-EXP-HISTORY        PIC Z,ZZZ,ZZ9.
024900        05 FILLER                PIC X(01) VALUE SPACES.
025000        05 PI-EXP-ACHV           PIC ZZ,ZZ9.
025100        05 FILLER                PIC X(04) VALUE SPACES.
025200        05 PI-EXP-DISPUTES       PIC ZZ,ZZ9.
025300        05 FILLER                PIC X(05) VALUE SPACES.
025400     01 PI-FLAGGED-HEADING.
025500        05 FILLER                PIC X(40) VALUE
025600           '  DATE      TIME      PLAYER            '.
025700        05 FILLER                PIC X(40) VALUE
025800           '    WHY            SUBJECT'.
025900     01 PI-FLAGGED-LINE.
026000        05 FILLER                PIC X(02) VALUE SPACES.
026100        05 PI-FLD-DATE           PIC 9(08).
026200        05 FILLER                PIC X(02) VALUE SPACES.
026300        05 PI-FLD-TIME           PIC 9(08).
026400        05 FILLER                PIC X(02) VALUE SPACES.
026500        05 PI-FLD-PLAYER         PIC X(20).
026600        05 FILLER                PIC X(02) VALUE SPACES.
026700        05 PI-FLD-REASON         PIC X(13).
026800        05 FILLER                PIC X(02) VALUE SPACES.
026900        05 PI-FLD-SUBJECT        PIC X(21).
027000     01 PI-COUNT-LINE.
027100        05 FILLER                PIC X(02) VALUE SPACES.
027200        05 PI-COUNT-LABEL        PIC X(50).
027300        05 PI-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
027400        05 FILLER                PIC X(17) VALUE SPACES.
027500     01 PI-STATUS-LINE.
027600        05 FILLER                PIC X(02) VALUE SPACES.
027700        05 PI-STATUS-TEXT        PIC X(78).

027800 PROCEDURE DIVISION.

027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028100     SORT CONSENT-SORT-FILE
028200         ON ASCENDING KEY PI-SORT-PLAYER
028300                          PI-SORT-DATE
028400                          PI-SORT-TIME
028500                          PI-SORT-KIND
028600         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
028700         OUTPUT PROCEDURE IS 3000-WRITE-CONSENT-CHANGES
028800     PERFORM 4000-WRITE-ERASURES THRU 4000-EXIT
028900     PERFORM 5000-WRITE-EXPORTS THRU 5000-EXIT
029000     PERFORM 6000-WRITE-UNCONSENTED THRU 6000-EXIT
029100     PERFORM 7000-TERMINATE THRU 7000-EXIT
029200     GO TO 9999-EXIT.

029300 1000-INITIALIZE.
029400     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
029500     ACCEPT PI-COMMAND-LINE FROM COMMAND-LINE
029600     IF PI-COMMAND-LINE (1:6) IS NUMERIC
029700         MOVE PI-COMMAND-LINE (1:6) TO PI-PERIOD
029800     END-IF
029900     IF PI-PERIOD-MONTH < 1 OR PI-PERIOD-MONTH > 12
030000         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
030100     END-IF
030200     PERFORM 1040-SET-QUARTER THRU 1040-EXIT
030300     OPEN INPUT PLAYER-CONTACT-FILE
030400     IF PI-CONTACT-FILE-OK
030500         MOVE 'Y' TO PI-CONTACT-SWITCH
030600     END-IF
030700     OPEN OUTPUT PRIVACY-REPORT-FILE
030800     MOVE SPACES TO PI-HEADING-2
030900     STRING 'Quarter: ' PI-PERIOD-YEAR ' Q' PI-QUARTER
031000            '  (' PI-FIRST-PERIOD ' - ' PI-LAST-PERIOD ')'
031100            '    Business date: ' PI-BUSINESS-DATE
031200         DELIMITED BY SIZE INTO PI-HEADING-2
031300     WRITE PRIVACY-REPORT-LINE FROM PI-HEADING-1
031400     WRITE PRIVACY-REPORT-LINE FROM PI-HEADING-2
031500     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE.
031600 1000-EXIT.
031700     EXIT.

031800*    Same BUSINESS-DATE idiom as the rest of the suite: the
031900*    window's day, with the clock as a fallback for hand runs.
032000 1020-GET-BUSINESS-DATE.
032100     OPEN INPUT BUSINESS-DATE-FILE
032200     IF PI-BUSDATE-FILE-OK
032300         READ BUSINESS-DATE-FILE
032400             AT END
032500                 ACCEPT PI-BUSINESS-DATE FROM DATE YYYYMMDD
032600             NOT AT END
032700                 MOVE BD-BUSINESS-DATE TO PI-BUSINESS-DATE
032800         END-READ
032900         CLOSE BUSINESS-DATE-FILE
033000     ELSE
033100         ACCEPT PI-BUSINESS-DATE FROM DATE YYYYMMDD
033200     END-IF.
033300 1020-EXIT.
033400     EXIT.

033500*    With no month named, the month just closed: the month
033600*    before the business date's, same default as PERIODCL.
033700 1030-DEFAULT-PERIOD.
033800     MOVE PI-BUSINESS-DATE (1:6) TO PI-PERIOD
033900     IF PI-PERIOD-MONTH = 1
034000         SUBTRACT 1 FROM PI-PERIOD-YEAR
034100         MOVE 12 TO PI-PERIOD-MONTH
034200     ELSE
034300         SUBTRACT 1 FROM PI-PERIOD-MONTH
034400     END-IF.
034500 1030-EXIT.
034600     EXIT.

034700*    The calendar quarter holding the month: 01-03, 04-06,
034800*    07-09 or 10-12.
034900 1040-SET-QUARTER.
035000     COMPUTE PI-QUARTER = (PI-PERIOD-MONTH + 2) / 3
035100     MOVE PI-PERIOD-YEAR TO PI-FIRST-YEAR
035200     MOVE PI-PERIOD-YEAR TO PI-LAST-YEAR
035300     COMPUTE PI-FIRST-MONTH = PI-QUARTER * 3 - 2
035400     COMPUTE PI-LAST-MONTH = PI-QUARTER * 3.
035500 1040-EXIT.
035600     EXIT.

035700******************************************************************
035800*  Every journalled change up to the quarter's end -- the ones
035900*  before it only to know where each player stood going in --
036000*  and every message queued in the quarter.
036100******************************************************************
036200 2000-RELEASE-EVENTS.
036300     MOVE 'N' TO PI-EOF-SWITCH
036400     OPEN INPUT CONSENT-JOURNAL-FILE
036500     IF PI-JRNL-FILE-OK
036600         PERFORM 2100-RELEASE-ONE-CHANGE THRU 2100-EXIT
036700                 UNTIL PI-AT-EOF
036800         CLOSE CONSENT-JOURNAL-FILE
036900     ELSE
037000         MOVE 'Y' TO PI-NO-JOURNAL-SWITCH
037100     END-IF
037200     MOVE 'N' TO PI-EOF-SWITCH
037300     OPEN INPUT MESSAGE-QUEUE-FILE
037400     IF PI-MSGQ-FILE-OK
037500         PERFORM 2200-RELEASE-ONE-MESSAGE THRU 2200-EXIT
037600                 UNTIL PI-AT-EOF
037700         CLOSE MESSAGE-QUEUE-FILE
037800     END-IF.
037900 2000-EXIT.
038000     EXIT.

038100 2100-RELEASE-ONE-CHANGE.
038200     READ CONSENT-JOURNAL-FILE
038300         AT END
038400             MOVE 'Y' TO PI-EOF-SWITCH
038500             GO TO 2100-EXIT
038600     END-READ
038700     IF KJ-DATE (1:6) > PI-LAST-PERIOD
038800         GO TO 2100-EXIT
038900     END-IF
039000     MOVE SPACES TO PI-SORT-RECORD
039100     MOVE KJ-PLAYER-ID TO PI-SORT-PLAYER
039200     MOVE KJ-DATE TO PI-SORT-DATE
039300     MOVE KJ-TIME TO PI-SORT-TIME
039400     SET PI-SORT-IS-CHANGE TO TRUE
039500     MOVE KJ-EVENT TO PI-SORT-EVENT
039600     MOVE KJ-PRIOR-FLAG TO PI-SORT-PRIOR
039700     MOVE KJ-SOURCE TO PI-SORT-SOURCE
039800     RELEASE PI-SORT-RECORD.
039900 2100-EXIT.
040000     EXIT.

040100 2200-RELEASE-ONE-MESSAGE.
040200     READ MESSAGE-QUEUE-FILE
040300         AT END
040400             MOVE 'Y' TO PI-EOF-SWITCH
040500             GO TO 2200-EXIT
040600     END-READ
040700     IF MG-DATE (1:6) < PI-FIRST-PERIOD OR
040800        MG-DATE (1:6) > PI-LAST-PERIOD
040900         GO TO 2200-EXIT
041000     END-IF
041100     MOVE SPACES TO PI-SORT-RECORD
041200     MOVE MG-PLAYER-ID TO PI-SORT-PLAYER
041300     MOVE MG-DATE TO PI-SORT-DATE
041400     MOVE MG-TIME TO PI-SORT-TIME
041500     SET PI-SORT-IS-MESSAGE TO TRUE
041600     MOVE MG-SUBJECT TO PI-SORT-SUBJECT
041700     RELEASE PI-SORT-RECORD.
041800 2200-EXIT.
041900     EXIT.

042000******************************************************************
042100*  One pass over the merged file lists the quarter's consent
042200*  changes and, player by player, judges every message against
042300*  where that player's consent stood when it was queued.
042400******************************************************************
042500 3000-WRITE-CONSENT-CHANGES.
042600     MOVE 'CONSENT CHANGES (CONSJRN)' TO PI-SECTION-LINE
042700     WRITE PRIVACY-REPORT-LINE FROM PI-SECTION-LINE
042800     WRITE PRIVACY-REPORT-LINE FROM PI-CHANGE-HEADING
042900     MOVE 'N' TO PI-SORT-EOF-SWITCH
043000     MOVE SPACES TO PI-CURRENT-PLAYER
043100     MOVE ZERO TO PI-HELD-COUNT
043200     PERFORM 3100-RETURN-ONE-EVENT THRU 3100-EXIT
043300             UNTIL PI-SORT-AT-EOF
043400     PERFORM 3500-END-PLAYER THRU 3500-EXIT
043500     IF PI-NO-JOURNAL
043600         MOVE 'No CONSJRN file -- no consent change journalled.'
043700             TO PI-STATUS-TEXT
043800         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
043900     ELSE
044000         IF PI-CHANGE-COUNT = ZERO
044100             MOVE 'No consent changes in the quarter.'
044200                 TO PI-STATUS-TEXT
044300             WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
044400         END-IF
044500     END-IF
044600     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE
044700     MOVE 'Consents given' TO PI-COUNT-LABEL
044800     MOVE PI-GIVEN-COUNT TO PI-COUNT-VALUE
044900     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
045000     MOVE 'Consents withdrawn' TO PI-COUNT-LABEL
045100     MOVE PI-WITHDRAWN-COUNT TO PI-COUNT-VALUE
045200     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
045300     MOVE 'Contacts erased with the profile' TO PI-COUNT-LABEL
045400     MOVE PI-ERASED-COUNT TO PI-COUNT-VALUE
045500     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
045600     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE.
045700 3000-EXIT.
045800     EXIT.

045900 3100-RETURN-ONE-EVENT.
046000     RETURN CONSENT-SORT-FILE
046100         AT END
046200             MOVE 'Y' TO PI-SORT-EOF-SWITCH
046300             GO TO 3100-EXIT
046400     END-RETURN
046500     IF PI-SORT-PLAYER NOT = PI-CURRENT-PLAYER
046600         PERFORM 3500-END-PLAYER THRU 3500-EXIT
046700         MOVE PI-SORT-PLAYER TO PI-CURRENT-PLAYER
046800         MOVE '?' TO PI-CONSENT-STATE
046900         MOVE ZERO TO PI-HELD-COUNT
047000     END-IF
047100     IF PI-SORT-IS-CHANGE
047200         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
047300     ELSE
047400         PERFORM 3300-CHECK-MESSAGE THRU 3300-EXIT
047500     END-IF.
047600 3100-EXIT.
047700     EXIT.

047800*    The player's first change says where consent stood before
047900*    it, which settles any message held ahead of it.  Changes
048000*    before the quarter only move the state along.
048100 3200-APPLY-CHANGE.
048200     IF PI-STATE-UNKNOWN
048300         IF PI-SORT-PRIOR = 'Y'
048400             MOVE 'Y' TO PI-CONSENT-STATE
048500         ELSE
048600             MOVE 'N' TO PI-CONSENT-STATE
048700         END-IF
048800         PERFORM 3400-JUDGE-HELD-MESSAGE THRU 3400-EXIT
048900                 VARYING PI-HELD-IDX FROM 1 BY 1
049000                 UNTIL PI-HELD-IDX > PI-HELD-COUNT
049100         MOVE ZERO TO PI-HELD-COUNT
049200     END-IF
049300     IF PI-SORT-EVENT = 'G'
049400         MOVE 'Y' TO PI-CONSENT-STATE
049500     ELSE
049600         MOVE 'N' TO PI-CONSENT-STATE
049700     END-IF
049800     IF PI-SORT-DATE (1:6) < PI-FIRST-PERIOD
049900         GO TO 3200-EXIT
050000     END-IF
050100     ADD 1 TO PI-CHANGE-COUNT
050200     MOVE PI-SORT-DATE TO PI-CHG-DATE
050300     MOVE PI-SORT-TIME TO PI-CHG-TIME
050400     MOVE PI-SORT-PLAYER TO PI-CHG-PLAYER
050500     EVALUATE PI-SORT-EVENT
050600         WHEN 'G'
050700             MOVE 'GIVEN' TO PI-CHG-EVENT
050800             ADD 1 TO PI-GIVEN-COUNT
050900         WHEN 'W'
051000             MOVE 'WITHDRAWN' TO PI-CHG-EVENT
051100             ADD 1 TO PI-WITHDRAWN-COUNT
051200         WHEN 'E'
051300             MOVE 'ERASED' TO PI-CHG-EVENT
051400             ADD 1 TO PI-ERASED-COUNT
051500         WHEN OTHER
051600             MOVE PI-SORT-EVENT TO PI-CHG-EVENT
051700     END-EVALUATE
051800     IF PI-SORT-PRIOR = 'Y'
051900         MOVE 'CONSENTED' TO PI-CHG-PRIOR
052000     ELSE
052100         MOVE 'NONE' TO PI-CHG-PRIOR
052200     END-IF
052300     MOVE PI-SORT-SOURCE TO PI-CHG-SOURCE
052400     WRITE PRIVACY-REPORT-LINE FROM PI-CHANGE-LINE.
052500 3200-EXIT.
052600     EXIT.

052700*    A message ahead of the player's first change waits for it;
052800*    after that the state in hand decides.
052900 3300-CHECK-MESSAGE.
053000     IF PI-STATE-UNKNOWN
053100         IF PI-HELD-COUNT < 100
053200             ADD 1 TO PI-HELD-COUNT
053300             MOVE PI-SORT-DATE TO PI-HELD-DATE(PI-HELD-COUNT)
053400             MOVE PI-SORT-TIME TO PI-HELD-TIME(PI-HELD-COUNT)
053500             MOVE PI-SORT-SUBJECT
053600                 TO PI-HELD-SUBJECT(PI-HELD-COUNT)
053700         ELSE
053800             ADD 1 TO PI-UNCHECKED-COUNT
053900         END-IF
054000         GO TO 3300-EXIT
054100     END-IF
054200     ADD 1 TO PI-MESSAGE-COUNT
054300     IF NOT PI-STATE-CONSENTED
054400         MOVE PI-SORT-DATE TO PI-FLAG-DATE
054500         MOVE PI-SORT-TIME TO PI-FLAG-TIME
054600         MOVE 'NOT CONSENTED' TO PI-FLAG-REASON
054700         MOVE PI-SORT-SUBJECT TO PI-FLAG-SUBJECT
054800         PERFORM 3600-HOLD-FLAGGED THRU 3600-EXIT
054900     END-IF.
055000 3300-EXIT.
055100     EXIT.

055200 3400-JUDGE-HELD-MESSAGE.
055300     ADD 1 TO PI-MESSAGE-COUNT
055400     IF NOT PI-STATE-CONSENTED
055500         MOVE PI-HELD-DATE(PI-HELD-IDX) TO PI-FLAG-DATE
055600         MOVE PI-HELD-TIME(PI-HELD-IDX) TO PI-FLAG-TIME
055700         MOVE 'NOT CONSENTED' TO PI-FLAG-REASON
055800         MOVE PI-HELD-SUBJECT(PI-HELD-IDX) TO PI-FLAG-SUBJECT
055900         PERFORM 3600-HOLD-FLAGGED THRU 3600-EXIT
056000     END-IF.
056100 3400-EXIT.
056200     EXIT.

056300*    Messages still held when the player's records run out
056400*    belong to a player with no journalled change at all: the
056500*    contact record, consented on or before the day, decides.
056600 3500-END-PLAYER.
056700     IF PI-HELD-COUNT = ZERO
056800         GO TO 3500-EXIT
056900     END-IF
057000     MOVE 'N' TO PI-FOUND-SWITCH
057100     IF PI-CONTACT-OPEN
057200         MOVE PI-CURRENT-PLAYER TO CT-PLAYER-ID
057300         READ PLAYER-CONTACT-FILE
057400             INVALID KEY
057500                 CONTINUE
057600             NOT INVALID KEY
057700                 MOVE 'Y' TO PI-FOUND-SWITCH
057800         END-READ
057900     END-IF
058000     PERFORM 3550-JUDGE-BY-CONTACT THRU 3550-EXIT
058100             VARYING PI-HELD-IDX FROM 1 BY 1
058200             UNTIL PI-HELD-IDX > PI-HELD-COUNT
058300     MOVE ZERO TO PI-HELD-COUNT.
058400 3500-EXIT.
058500     EXIT.

058600 3550-JUDGE-BY-CONTACT.
058700     ADD 1 TO PI-MESSAGE-COUNT
058800     IF PI-CONTACT-FOUND AND CT-CONSENTED AND
058900        CT-CONSENT-DATE NOT > PI-HELD-DATE(PI-HELD-IDX)
059000         GO TO 3550-EXIT
059100     END-IF
059200     MOVE PI-HELD-DATE(PI-HELD-IDX) TO PI-FLAG-DATE
059300     MOVE PI-HELD-TIME(PI-HELD-IDX) TO PI-FLAG-TIME
059400     IF PI-CONTACT-FOUND
059500         MOVE 'NOT CONSENTED' TO PI-FLAG-REASON
059600     ELSE
059700         MOVE 'NO CONTACT' TO PI-FLAG-REASON
059800     END-IF
059900     MOVE PI-HELD-SUBJECT(PI-HELD-IDX) TO PI-FLAG-SUBJECT
060000     PERFORM 3600-HOLD-FLAGGED THRU 3600-EXIT.
060100 3550-EXIT.
060200     EXIT.

060300 3600-HOLD-FLAGGED.
060400     ADD 1 TO PI-FLAGGED-TOTAL
060500     IF PI-FLAG-COUNT NOT < 500
060600         GO TO 3600-EXIT
060700     END-IF
060800     ADD 1 TO PI-FLAG-COUNT
060900     MOVE PI-FLAG-DATE TO PI-FLG-DATE(PI-FLAG-COUNT)
061000     MOVE PI-FLAG-TIME TO PI-FLG-TIME(PI-FLAG-COUNT)
061100     MOVE PI-CURRENT-PLAYER TO PI-FLG-PLAYER(PI-FLAG-COUNT)
061200     MOVE PI-FLAG-REASON TO PI-FLG-REASON(PI-FLAG-COUNT)
061300     MOVE PI-FLAG-SUBJECT TO PI-FLG-SUBJECT(PI-FLAG-COUNT).
061400 3600-EXIT.
061500     EXIT.

061600******************************************************************
061700*  Profiles PROFMNT erased in the quarter, with what went with
061800*  them.  Merges are on PROFLOG too but move data, not remove it.
061900******************************************************************
062000 4000-WRITE-ERASURES.
062100     MOVE 'PROFILE ERASURES (PROFLOG)' TO PI-SECTION-LINE
062200     WRITE PRIVACY-REPORT-LINE FROM PI-SECTION-LINE
062300     WRITE PRIVACY-REPORT-LINE FROM PI-ERASURE-HEADING
062400     OPEN INPUT PROFILE-LOG-FILE
062500     IF NOT PI-PROFLOG-FILE-OK
062600         MOVE 'No PROFLOG file -- no profile ever erased.'
062700             TO PI-STATUS-TEXT
062800         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
062900         WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE
063000         GO TO 4000-EXIT
063100     END-IF
063200     MOVE 'N' TO PI-EOF-SWITCH
063300     PERFORM 4100-WRITE-ONE-ERASURE THRU 4100-EXIT
063400             UNTIL PI-AT-EOF
063500     CLOSE PROFILE-LOG-FILE
063600     IF PI-ERASURE-COUNT = ZERO
063700         MOVE 'No profiles erased in the quarter.'
063800             TO PI-STATUS-TEXT
063900         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
064000     END-IF
064100     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE
064200     MOVE 'Profiles erased' TO PI-COUNT-LABEL
064300     MOVE PI-ERASURE-COUNT TO PI-COUNT-VALUE
064400     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
064500     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE.
064600 4000-EXIT.
064700     EXIT.

064800 4100-WRITE-ONE-ERASURE.
064900     READ PROFILE-LOG-FILE
065000         AT END
065100             MOVE 'Y' TO PI-EOF-SWITCH
065200             GO TO 4100-EXIT
065300     END-READ
065400     IF PL-ACTION NOT = 'ERASE' OR
065500        PL-DATE (1:6) < PI-FIRST-PERIOD OR
065600        PL-DATE (1:6) > PI-LAST-PERIOD
065700         GO TO 4100-EXIT
065800     END-IF
065900     ADD 1 TO PI-ERASURE-COUNT
066000     MOVE PL-DATE TO PI-ERS-DATE
066100     MOVE PL-TIME TO PI-ERS-TIME
066200     MOVE PL-SOURCE-ID TO PI-ERS-PLAYER
066300     MOVE PL-WINS-MOVED TO PI-ERS-WINS
066400     MOVE PL-LOSSES-MOVED TO PI-ERS-LOSSES
066500     MOVE PL-TIES-MOVED TO PI-ERS-TIES
066600     WRITE PRIVACY-REPORT-LINE FROM PI-ERASURE-LINE.
066700 4100-EXIT.
066800     EXIT.

066900******************************************************************
067000*  Data-rights bundles EXPORTPL produced in the quarter, with
067100*  the manifest counts each one attested.
067200******************************************************************
067300 5000-WRITE-EXPORTS.
067400     MOVE 'DATA EXPORTS (EXPRTLOG)' TO PI-SECTION-LINE
067500     WRITE PRIVACY-REPORT-LINE FROM PI-SECTION-LINE
067600     WRITE PRIVACY-REPORT-LINE FROM PI-EXPORT-HEADING
067700     OPEN INPUT EXPORT-LOG-FILE
067800     IF NOT PI-EXPLOG-FILE-OK
067900         MOVE 'No EXPRTLOG file -- no bundle ever logged.'
068000             TO PI-STATUS-TEXT
068100         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
068200         WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE
068300         GO TO 5000-EXIT
068400     END-IF
068500     MOVE 'N' TO PI-EOF-SWITCH
068600     PERFORM 5100-WRITE-ONE-EXPORT THRU 5100-EXIT
068700             UNTIL PI-AT-EOF
068800     CLOSE EXPORT-LOG-FILE
068900     IF PI-EXPORT-COUNT = ZERO
069000         MOVE 'No data exports in the quarter.' TO PI-STATUS-TEXT
069100         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
069200     END-IF
069300     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE
069400     MOVE 'Data exports produced' TO PI-COUNT-LABEL
069500     MOVE PI-EXPORT-COUNT TO PI-COUNT-VALUE
069600     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
069700     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE.
069800 5000-EXIT.
069900     EXIT.

070000 5100-WRITE-ONE-EXPORT.
070100     READ EXPORT-LOG-FILE
070200         AT END
070300             MOVE 'Y' TO PI-EOF-SWITCH
070400             GO TO 5100-EXIT
070500     END-READ
070600     IF XL-DATE (1:6) < PI-FIRST-PERIOD OR
070700        XL-DATE (1:6) > PI-LAST-PERIOD
070800         GO TO 5100-EXIT
070900     END-IF
071000     ADD 1 TO PI-EXPORT-COUNT
071100     MOVE XL-DATE TO PI-EXP-DATE
071200     MOVE XL-TIME TO PI-EXP-TIME
071300     MOVE XL-PLAYER-ID TO PI-EXP-PLAYER
071400     MOVE XL-PROFILE-COUNT TO PI-EXP-PROFILE
071500     MOVE XL-HISTORY-COUNT TO PI-EXP-HISTORY
071600     MOVE XL-ACHV-COUNT TO PI-EXP-ACHV
071700     MOVE XL-DISPUTE-COUNT TO PI-EXP-DISPUTES
071800     WRITE PRIVACY-REPORT-LINE FROM PI-EXPORT-LINE.
071900 5100-EXIT.
072000     EXIT.

072100******************************************************************
072200*  The messages the consent check caught.  There should never
072300*  be any -- the writers only queue to a consented record -- so
072400*  any at all is raised on the ALERT file as well.
072500******************************************************************
072600 6000-WRITE-UNCONSENTED.
072700     MOVE 'MESSAGES TO UNCONSENTED PLAYERS (MSGQUEUE)'
072800         TO PI-SECTION-LINE
072900     WRITE PRIVACY-REPORT-LINE FROM PI-SECTION-LINE
073000     WRITE PRIVACY-REPORT-LINE FROM PI-FLAGGED-HEADING
073100     PERFORM 6100-WRITE-ONE-FLAGGED THRU 6100-EXIT
073200             VARYING PI-FLAG-IDX FROM 1 BY 1
073300             UNTIL PI-FLAG-IDX > PI-FLAG-COUNT
073400     IF PI-FLAGGED-TOTAL = ZERO
073500         MOVE 'None -- every message went to a consented player.'
073600             TO PI-STATUS-TEXT
073700         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
073800     END-IF
073900     IF PI-FLAGGED-TOTAL > PI-FLAG-COUNT
074000         MOVE 'Flagged table full -- the rest not shown.'
074100             TO PI-STATUS-TEXT
074200         WRITE PRIVACY-REPORT-LINE FROM PI-STATUS-LINE
074300     END-IF
074400     WRITE PRIVACY-REPORT-LINE FROM PI-BLANK-LINE
074500     MOVE 'Messages queued and checked' TO PI-COUNT-LABEL
074600     MOVE PI-MESSAGE-COUNT TO PI-COUNT-VALUE
074700     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
074800     MOVE 'Messages to a player not consented at the time'
074900         TO PI-COUNT-LABEL
075000     MOVE PI-FLAGGED-TOTAL TO PI-COUNT-VALUE
075100     WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
075200     IF PI-UNCHECKED-COUNT > ZERO
075300         MOVE 'Messages not checked (held table full)'
075400             TO PI-COUNT-LABEL
075500         MOVE PI-UNCHECKED-COUNT TO PI-COUNT-VALUE
075600         WRITE PRIVACY-REPORT-LINE FROM PI-COUNT-LINE
075700     END-IF
075800     IF PI-FLAGGED-TOTAL > ZERO
075900         PERFORM 6200-RAISE-ALERT THRU 6200-EXIT
076000     END-IF.
076100 6000-EXIT.
076200     EXIT.

076300 6100-WRITE-ONE-FLAGGED.
076400     MOVE PI-FLG-DATE(PI-FLAG-IDX) TO PI-FLD-DATE
076500     MOVE PI-FLG-TIME(PI-FLAG-IDX) TO PI-FLD-TIME
076600     MOVE PI-FLG-PLAYER(PI-FLAG-IDX) TO PI-FLD-PLAYER
076700     MOVE PI-FLG-REASON(PI-FLAG-IDX) TO PI-FLD-REASON
076800     MOVE PI-FLG-SUBJECT(PI-FLAG-IDX) TO PI-FLD-SUBJECT
076900     WRITE PRIVACY-REPORT-LINE FROM PI-FLAGGED-LINE.
077000 6100-EXIT.
077100     EXIT.

077200 6200-RAISE-ALERT.
077300     ACCEPT PI-ALERT-TIME FROM TIME
077400     MOVE PI-BUSINESS-DATE TO AR-DATE
077500     MOVE PI-ALERT-TIME TO AR-TIME
077600     SET AR-SEV-WARNING TO TRUE
077700     MOVE 'PRIVRPT' TO AR-PROGRAM
077800     MOVE 'UNCONSENTED-MSG' TO AR-ALERT-KEY
077900     MOVE PI-FLAGGED-TOTAL TO PI-EDIT-COUNT
078000     MOVE SPACES TO AR-MESSAGE
078100     STRING PI-EDIT-COUNT ' message(s) to unconsented players,'
078200            ' see PRIVRPT'
078300         DELIMITED BY SIZE INTO AR-MESSAGE
078400     OPEN EXTEND ALERT-FILE
078500     IF NOT PI-ALERT-FILE-OK
078600         OPEN OUTPUT ALERT-FILE
078700     END-IF
078800     WRITE ALERT-RECORD
078900     CLOSE ALERT-FILE.
079000 6200-EXIT.
079100     EXIT.

079200 7000-TERMINATE.
079300     IF PI-CONTACT-OPEN
079400         CLOSE PLAYER-CONTACT-FILE
079500     END-IF
079600     CLOSE PRIVACY-REPORT-FILE
079700     MOVE 0 TO RETURN-CODE.
079800 7000-EXIT.
079900     EXIT.

080000 9999-EXIT.
080100     STOP RUN.
