000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAILFBK.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  MAILFBK
000900*
001000*  Nightly batch job, run by JOBCTL ahead of the steps that
001100*  queue mail.  Takes in the mailer's MAIL-RETURN feed -- what
001200*  became of the messages MESSAGE-QUEUE handed it -- and brings
001300*  PLAYER-CONTACT into line with it:
001400*
001500*    hard bounce      the address is marked undeliverable
001600*    soft bounce      counted against the address; the third in
001700*                     a row with no delivery in between marks it
001800*                     undeliverable too.  A delivery clears the
001900*                     count.
002000*    unsubscribe      consent is withdrawn exactly as WORKER's
002100*                     consent=N withdraws it: the contact record
002200*                     goes and the CONSENT-JOURNAL says so
002300*
002400*  A bounce for an address the player has since replaced is
002500*  counted and otherwise left alone.  The message writers pass
002600*  an undeliverable address over; registering a different one
002700*  makes the player reachable again.
002800*
002900*  The feed is appended to by the mailer in time order and never
003000*  cut back, so MAILCTL keeps the date and time of the last
003100*  record taken in and a rerun takes in nothing twice.  Leaves
003200*  the daily deliverability report MAILFBK.TXT behind and raises
003300*  a WARN on the common ALERT file when the bounce rate passes
003400*  the provider's line, or when no feed came at all or the feed
003500*  brought nothing new since the last run.
003600*
003700*  A contact update or withdrawal that fails stops the take-in
003800*  there.  The mark is left short of the stamp it failed on, so
003900*  the rerun after the fix takes that record in again (with any
004000*  others sharing its stamp); nothing is journalled for a
004100*  withdrawal that did not happen.
004200*
004300*  Exits with RETURN-CODE 0, or 1 when a contact update failed.
004400*
004500*  Modification history
004600*  ---------------------------------------------------------------
004700*  2026-10-15  jm  Original program.
004800*  2026-10-15  jm  Check every contact update and withdrawal; a
004900*                  failure stops the take-in and holds the mark
005000*                  back.  NO-MAIL-FEED also when nothing is new.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MAIL-RETURN-FILE ASSIGN TO "MAILRTN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS MB-RETURN-FILE-STATUS.
005800     SELECT MAIL-CONTROL-FILE ASSIGN TO "MAILCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS MB-CONTROL-FILE-STATUS.
006100     SELECT PLAYER-CONTACT-FILE ASSIGN TO "CONTACT"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CT-PLAYER-ID
006500         FILE STATUS IS MB-CONTACT-FILE-STATUS.
006600     SELECT CONSENT-JOURNAL-FILE ASSIGN TO "CONSJRN"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS MB-CONSJRN-FILE-STATUS.
006900     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS MB-BUSDATE-FILE-STATUS.
007200     SELECT ALERT-FILE ASSIGN TO "ALERTS"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS MB-ALERT-FILE-STATUS.
007500     SELECT MAIL-REPORT-FILE ASSIGN TO "MAILFBK.TXT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS MB-REPORT-FILE-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MAIL-RETURN-FILE.
008100 COPY "mailrtn.cpy".

008200 FD  MAIL-CONTROL-FILE.
008300 01  MAIL-CONTROL-RECORD.
008400     05  MB-CTL-LAST-DATE        PIC 9(08).
008500     05  MB-CTL-LAST-TIME        PIC 9(08).

008600 FD  PLAYER-CONTACT-FILE.
008700 COPY "contact.cpy".

008800 FD  CONSENT-JOURNAL-FILE.
008900 COPY "consjrn.cpy".

009000 FD  BUSINESS-DATE-FILE.
009100 COPY "busdate.cpy".

009200 FD  ALERT-FILE.
009300 COPY "alertrec.cpy".

009400 FD  MAIL-REPORT-FILE.
009500 01  MAIL-REPORT-LINE            PIC X(80).

009600 WORKING-STORAGE SECTION.
009700     77 MB-RETURN-FILE-STATUS    PIC X(02) VALUE '00'.
009800        88 MB-RETURN-FILE-OK               VALUE '00'.
009900     77 MB-CONTROL-FILE-STATUS   PIC X(02) VALUE '00'.
010000        88 MB-CONTROL-FILE-OK              VALUE '00'.
010100     77 MB-CONTACT-FILE-STATUS   PIC X(02) VALUE '00'.
010200        88 MB-CONTACT-FILE-OK              VALUES '00' '05'.
010300     77 MB-CONSJRN-FILE-STATUS   PIC X(02) VALUE '00'.
010400        88 MB-CONSJRN-FILE-OK              VALUE '00'.
010500     77 MB-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
010600        88 MB-BUSDATE-FILE-OK              VALUE '00'.
010700     77 MB-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
010800        88 MB-ALERT-FILE-OK                VALUE '00'.
010900     77 MB-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
011000     77 MB-EOF-SWITCH            PIC X(01) VALUE 'N'.
011100        88 MB-AT-EOF                       VALUE 'Y'.
011200     77 MB-CONTACT-SWITCH        PIC X(01) VALUE 'N'.
011300        88 MB-CONTACT-OPEN                 VALUE 'Y'.
011400     77 MB-FEED-SWITCH           PIC X(01) VALUE 'Y'.
011500        88 MB-FEED-MISSING                 VALUE 'N'.
011600     77 MB-MARK-SWITCH           PIC X(01) VALUE 'N'.
011700        88 MB-NEWLY-MARKED                 VALUE 'Y'.
011800     77 MB-FAILED-SWITCH         PIC X(01) VALUE 'N'.
011900        88 MB-UPDATE-FAILED                VALUE 'Y'.
012000     77 MB-FAILED-STATUS         PIC X(02) VALUE SPACES.
012100     77 MB-FAILED-PLAYER         PIC X(20) VALUE SPACES.

012200*    The provider's lines: three soft bounces in a row make an
012300*    address undeliverable, and a day's bounce rate over 5.0
012400*    percent is raised -- once there are enough outcomes for the
012500*    rate to mean something.
012600     77 MB-SOFT-LIMIT            PIC 9(02) VALUE 3.
012700     77 MB-RATE-LIMIT            PIC 9(03)V9 VALUE 5.0.
012800     77 MB-RATE-MINIMUM          PIC 9(07) VALUE 100.

012900     77 MB-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013000     77 MB-ALERT-TIME            PIC 9(08) VALUE ZERO.
013100     01 MB-LAST-STAMP.
013200        05 MB-LAST-DATE          PIC 9(08) VALUE ZERO.
013300        05 MB-LAST-TIME          PIC 9(08) VALUE ZERO.
013400     01 MB-NEW-STAMP.
013500        05 MB-NEW-DATE           PIC 9(08) VALUE ZERO.
013600        05 MB-NEW-TIME           PIC 9(08) VALUE ZERO.
013700     01 MB-RECORD-STAMP.
013800        05 MB-REC-DATE           PIC 9(08) VALUE ZERO.
013900        05 MB-REC-TIME           PIC 9(08) VALUE ZERO.
014000*    The latest stamp every record of which has been applied --
014100*    where the mark goes if an update fails part way through.
014200     01 MB-SAFE-STAMP.
014300        05 MB-SAFE-DATE          PIC 9(08) VALUE ZERO.
014400        05 MB-SAFE-TIME          PIC 9(08) VALUE ZERO.

014500     77 MB-READ-COUNT            PIC 9(07) VALUE ZERO.
014600     77 MB-SEEN-COUNT            PIC 9(07) VALUE ZERO.
014700     77 MB-DELIVERED-COUNT       PIC 9(07) VALUE ZERO.
014800     77 MB-SOFT-COUNT            PIC 9(07) VALUE ZERO.
014900     77 MB-HARD-COUNT            PIC 9(07) VALUE ZERO.
015000     77 MB-UNSUB-COUNT           PIC 9(07) VALUE ZERO.
015100     77 MB-UNKNOWN-COUNT         PIC 9(07) VALUE ZERO.
015200     77 MB-NO-CONTACT-COUNT      PIC 9(07) VALUE ZERO.
015300     77 MB-STALE-COUNT           PIC 9(07) VALUE ZERO.
015400     77 MB-MARKED-COUNT          PIC 9(07) VALUE ZERO.
015500     77 MB-WITHDRAWN-COUNT       PIC 9(07) VALUE ZERO.
015600     77 MB-OUTCOME-COUNT         PIC 9(07) VALUE ZERO.
015700     77 MB-BOUNCE-COUNT          PIC 9(07) VALUE ZERO.
015800     77 MB-BOUNCE-RATE           PIC 9(03)V9 VALUE ZERO.
015900     77 MB-ON-FILE-COUNT         PIC 9(07) VALUE ZERO.
016000     77 MB-UNDELIV-COUNT         PIC 9(07) VALUE ZERO.
016100     77 MB-REACHABLE-COUNT       PIC 9(07) VALUE ZERO.
016200     77 MB-EDIT-RATE             PIC ZZ9.9.

016300*    What this run changed, for the report; 500 is far beyond a
016400*    night's worth once the backlog of bad addresses is cleared.
016500     77 MB-ACTION-COUNT          PIC 9(03) COMP VALUE ZERO.
016600     77 MB-ACTION-IDX            PIC 9(03) COMP VALUE ZERO.
016700     77 MB-ACTION-TOTAL          PIC 9(07) VALUE ZERO.
016800     01 MB-ACTION-TEXT           PIC X(14) VALUE SPACES.
016900     01 MB-ACTION-TABLE.
017000        05 MB-ACT-ENTRY OCCURS 500 TIMES.
017100           10 MB-ACT-PLAYER      PIC X(20).
017200           10 MB-ACT-ADDRESS     PIC X(40).
017300           10 MB-ACT-TEXT        PIC X(14).

017400     01 MB-HEADING-1             PIC X(80) VALUE
017500        'MAILFBK - MAILER FEEDBACK AND DELIVERABILITY'.
017600     01 MB-HEADING-2             PIC X(80).
017700     01 MB-BLANK-LINE            PIC X(80) VALUE SPACES.
017800     01 MB-SECTION-LINE          PIC X(80).
017900     01 MB-ACTION-HEADING.
018000        05 FILLER                PIC X(40) VALUE
018100           '  PLAYER                ADDRESS         '.
018200        05 FILLER                PIC X(40) VALUE
018300           '                          ACTION'.
018400     01 MB-ACTION-LINE.
018500        05 FILLER                PIC X(02) VALUE SPACES.
018600        05 MB-DTL-PLAYER         PIC X(20).
018700        05 FILLER                PIC X(02) VALUE SPACES.
018800        05 MB-DTL-ADDRESS        PIC X(40).
018900        05 FILLER                PIC X(02) VALUE SPACES.
019000        05 MB-DTL-ACTION         PIC X(14).
019100     01 MB-COUNT-LINE.
019200        05 FILLER                PIC X(02) VALUE SPACES.
019300        05 MB-COUNT-LABEL        PIC X(50).
019400        05 MB-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
019500        05 FILLER                PIC X(17) VALUE SPACES.
019600     01 MB-RATE-LINE.
019700        05 FILLER                PIC X(02) VALUE SPACES.
019800        05 MB-RATE-LABEL         PIC X(50).
019900        05 FILLER                PIC X(06) VALUE SPACES.
020000        05 MB-RATE-VALUE         PIC ZZ9.9.
020100        05 FILLER                PIC X(01) VALUE '%'.
020200        05 FILLER                PIC X(16) VALUE SPACES.
020300     01 MB-STATUS-LINE.
020400        05 FILLER                PIC X(02) VALUE SPACES.
020500        05 MB-STATUS-TEXT        PIC X(78).

020600 PROCEDURE DIVISION.

020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     OPEN INPUT MAIL-RETURN-FILE
021000     IF MB-RETURN-FILE-OK
021100         PERFORM 2000-TAKE-ONE-RECORD THRU 2000-EXIT
021200                 UNTIL MB-AT-EOF
021300         CLOSE MAIL-RETURN-FILE
021400     ELSE
021500         MOVE 'N' TO MB-FEED-SWITCH
021600     END-IF
021700     PERFORM 3000-COUNT-CONTACTS THRU 3000-EXIT
021800     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
021900     PERFORM 5000-TERMINATE THRU 5000-EXIT
022000     GO TO 9999-EXIT.

022100 1000-INITIALIZE.
022200     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
022300     PERFORM 1040-READ-CONTROL THRU 1040-EXIT
022400     MOVE MB-LAST-STAMP TO MB-NEW-STAMP
022500     MOVE MB-LAST-STAMP TO MB-SAFE-STAMP
022600     OPEN I-O PLAYER-CONTACT-FILE
022700     IF MB-CONTACT-FILE-OK
022800         MOVE 'Y' TO MB-CONTACT-SWITCH
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.

023200*    Same BUSINESS-DATE idiom as the rest of the suite: the
023300*    window's day, with the clock as a fallback for hand runs.
023400 1020-GET-BUSINESS-DATE.
023500     OPEN INPUT BUSINESS-DATE-FILE
023600     IF MB-BUSDATE-FILE-OK
023700         READ BUSINESS-DATE-FILE
023800             AT END
023900                 ACCEPT MB-BUSINESS-DATE FROM DATE YYYYMMDD
024000             NOT AT END
024100                 MOVE BD-BUSINESS-DATE TO MB-BUSINESS-DATE
024200         END-READ
024300         CLOSE BUSINESS-DATE-FILE
024400     ELSE
024500         ACCEPT MB-BUSINESS-DATE FROM DATE YYYYMMDD
024600     END-IF.
024700 1020-EXIT.
024800     EXIT.

024900*    No control file yet means nothing has been taken in: the
025000*    whole feed is new.
025100 1040-READ-CONTROL.
025200     OPEN INPUT MAIL-CONTROL-FILE
025300     IF NOT MB-CONTROL-FILE-OK
025400         GO TO 1040-EXIT
025500     END-IF
025600     READ MAIL-CONTROL-FILE
025700         AT END
025800             CONTINUE
025900         NOT AT END
026000             MOVE MB-CTL-LAST-DATE TO MB-LAST-DATE
026100             MOVE MB-CTL-LAST-TIME TO MB-LAST-TIME
026200     END-READ
026300     CLOSE MAIL-CONTROL-FILE.
026400 1040-EXIT.
026500     EXIT.

026600******************************************************************
026700*  One feed record.  Anything at or before the last record taken
026800*  in on an earlier run is passed over; the rest is counted and
026900*  applied to the player's contact record.  The feed is in time
027000*  order, so a later stamp means every record of the one before
027100*  it is done.
027200******************************************************************
027300 2000-TAKE-ONE-RECORD.
027400     READ MAIL-RETURN-FILE
027500         AT END
027600             MOVE 'Y' TO MB-EOF-SWITCH
027700             GO TO 2000-EXIT
027800     END-READ
027900     ADD 1 TO MB-READ-COUNT
028000     MOVE MR-DATE TO MB-REC-DATE
028100     MOVE MR-TIME TO MB-REC-TIME
028200     IF MB-RECORD-STAMP NOT > MB-LAST-STAMP
028300         ADD 1 TO MB-SEEN-COUNT
028400         GO TO 2000-EXIT
028500     END-IF
028600     IF MB-RECORD-STAMP > MB-NEW-STAMP
028700         MOVE MB-NEW-STAMP TO MB-SAFE-STAMP
028800         MOVE MB-RECORD-STAMP TO MB-NEW-STAMP
028900     END-IF
029000     EVALUATE TRUE
029100         WHEN MR-DELIVERED
029200             ADD 1 TO MB-DELIVERED-COUNT
029300         WHEN MR-SOFT-BOUNCE
029400             ADD 1 TO MB-SOFT-COUNT
029500         WHEN MR-HARD-BOUNCE
029600             ADD 1 TO MB-HARD-COUNT
029700         WHEN MR-UNSUBSCRIBE
029800             ADD 1 TO MB-UNSUB-COUNT
029900         WHEN OTHER
030000             ADD 1 TO MB-UNKNOWN-COUNT
030100             GO TO 2000-EXIT
030200     END-EVALUATE
030300     IF NOT MB-CONTACT-OPEN
030400         ADD 1 TO MB-NO-CONTACT-COUNT
030500         GO TO 2000-EXIT
030600     END-IF
030700     MOVE MR-PLAYER-ID TO CT-PLAYER-ID
030800     READ PLAYER-CONTACT-FILE
030900         INVALID KEY
031000             ADD 1 TO MB-NO-CONTACT-COUNT
031100             GO TO 2000-EXIT
031200     END-READ
031300     IF MR-UNSUBSCRIBE
031400         PERFORM 2400-WITHDRAW-CONSENT THRU 2400-EXIT
031500         GO TO 2000-EXIT
031600     END-IF
031700     IF MR-ADDRESS NOT = CT-ADDRESS
031800         ADD 1 TO MB-STALE-COUNT
031900         GO TO 2000-EXIT
032000     END-IF
032100     IF CT-SOFT-BOUNCES NOT NUMERIC
032200         MOVE ZERO TO CT-SOFT-BOUNCES
032300     END-IF
032400     EVALUATE TRUE
032500         WHEN MR-DELIVERED
032600             PERFORM 2100-NOTE-DELIVERY THRU 2100-EXIT
032700         WHEN MR-SOFT-BOUNCE
032800             PERFORM 2200-NOTE-SOFT-BOUNCE THRU 2200-EXIT
032900         WHEN MR-HARD-BOUNCE
033000             PERFORM 2300-NOTE-HARD-BOUNCE THRU 2300-EXIT
033100     END-EVALUATE.
033200 2000-EXIT.
033300     EXIT.

033400*    Soft bounces only count when they come in a row; a delivery
033500*    shows the mailbox is working again.
033600 2100-NOTE-DELIVERY.
033700     IF CT-SOFT-BOUNCES = ZERO
033800         GO TO 2100-EXIT
033900     END-IF
034000     MOVE ZERO TO CT-SOFT-BOUNCES
034100     MOVE 'N' TO MB-MARK-SWITCH
034200     REWRITE PLAYER-CONTACT-RECORD
034300     PERFORM 2600-CHECK-UPDATE THRU 2600-EXIT.
034400 2100-EXIT.
034500     EXIT.

034600 2200-NOTE-SOFT-BOUNCE.
034700     MOVE 'N' TO MB-MARK-SWITCH
034800     IF CT-SOFT-BOUNCES < 99
034900         ADD 1 TO CT-SOFT-BOUNCES
035000     END-IF
035100     MOVE MR-DATE TO CT-BOUNCE-DATE
035200     IF CT-SOFT-BOUNCES NOT < MB-SOFT-LIMIT AND
035300        NOT CT-UNDELIVERABLE
035400         SET CT-UNDELIVERABLE TO TRUE
035500         MOVE 'Y' TO MB-MARK-SWITCH
035600         MOVE 'SOFT BOUNCES' TO MB-ACTION-TEXT
035700     END-IF
035800     REWRITE PLAYER-CONTACT-RECORD
035900     PERFORM 2600-CHECK-UPDATE THRU 2600-EXIT.
036000 2200-EXIT.
036100     EXIT.

036200 2300-NOTE-HARD-BOUNCE.
036300     MOVE 'N' TO MB-MARK-SWITCH
036400     MOVE MR-DATE TO CT-BOUNCE-DATE
036500     IF NOT CT-UNDELIVERABLE
036600         SET CT-UNDELIVERABLE TO TRUE
036700         MOVE 'Y' TO MB-MARK-SWITCH
036800         MOVE 'HARD BOUNCE' TO MB-ACTION-TEXT
036900     END-IF
037000     REWRITE PLAYER-CONTACT-RECORD
037100     PERFORM 2600-CHECK-UPDATE THRU 2600-EXIT.
037200 2300-EXIT.
037300     EXIT.

037400*    An unsubscribe is a withdrawal, whatever address it came
037500*    from: the record goes, as for consent=N, and the journal
037600*    dates the change from when the player asked.  Nothing is
037700*    journalled unless the record really went.
037800 2400-WITHDRAW-CONSENT.
037900     MOVE CT-CONSENT-FLAG TO KJ-PRIOR-FLAG
038000     DELETE PLAYER-CONTACT-FILE RECORD
038100     IF NOT MB-CONTACT-FILE-OK
038200         PERFORM 2700-STOP-FEED THRU 2700-EXIT
038300         GO TO 2400-EXIT
038400     END-IF
038500     MOVE 'UNSUBSCRIBED' TO MB-ACTION-TEXT
038600     PERFORM 2500-NOTE-ACTION THRU 2500-EXIT
038700     ADD 1 TO MB-WITHDRAWN-COUNT
038800     MOVE MR-DATE TO KJ-DATE
038900     MOVE MR-TIME TO KJ-TIME
039000     MOVE MR-PLAYER-ID TO KJ-PLAYER-ID
039100     SET KJ-CONSENT-WITHDRAWN TO TRUE
039200     MOVE 'MAILFBK' TO KJ-SOURCE
039300     OPEN EXTEND CONSENT-JOURNAL-FILE
039400     IF NOT MB-CONSJRN-FILE-OK
039500         OPEN OUTPUT CONSENT-JOURNAL-FILE
039600     END-IF
039700     WRITE CONSENT-JOURNAL-RECORD
039800     CLOSE CONSENT-JOURNAL-FILE.
039900 2400-EXIT.
040000     EXIT.

040100 2500-NOTE-ACTION.
040200     ADD 1 TO MB-ACTION-TOTAL
040300     IF MB-ACTION-COUNT NOT < 500
040400         GO TO 2500-EXIT
040500     END-IF
040600     ADD 1 TO MB-ACTION-COUNT
040700     MOVE CT-PLAYER-ID TO MB-ACT-PLAYER(MB-ACTION-COUNT)
040800     MOVE CT-ADDRESS TO MB-ACT-ADDRESS(MB-ACTION-COUNT)
040900     MOVE MB-ACTION-TEXT TO MB-ACT-TEXT(MB-ACTION-COUNT).
041000 2500-EXIT.
041100     EXIT.

041200*    After a REWRITE: the change counts, and goes on the report,
041300*    only once it is on file.
041400 2600-CHECK-UPDATE.
041500     IF NOT MB-CONTACT-FILE-OK
041600         PERFORM 2700-STOP-FEED THRU 2700-EXIT
041700         GO TO 2600-EXIT
041800     END-IF
041900     IF MB-NEWLY-MARKED
042000         ADD 1 TO MB-MARKED-COUNT
042100         PERFORM 2500-NOTE-ACTION THRU 2500-EXIT
042200     END-IF.
042300 2600-EXIT.
042400     EXIT.

042500*    No further record is taken in once one has failed: the feed
042600*    is in time order and the mark can only stand before it.
042700 2700-STOP-FEED.
042800     MOVE 'Y' TO MB-FAILED-SWITCH
042900     MOVE MB-CONTACT-FILE-STATUS TO MB-FAILED-STATUS
043000     MOVE MR-PLAYER-ID TO MB-FAILED-PLAYER
043100     MOVE 'Y' TO MB-EOF-SWITCH.
043200 2700-EXIT.
043300     EXIT.

043400*    Where the contact file stands once the feed is in, read
043500*    through from the top on a fresh open.
043600 3000-COUNT-CONTACTS.
043700     IF NOT MB-CONTACT-OPEN
043800         GO TO 3000-EXIT
043900     END-IF
044000     CLOSE PLAYER-CONTACT-FILE
044100     OPEN INPUT PLAYER-CONTACT-FILE
044200     IF NOT MB-CONTACT-FILE-OK
044300         MOVE 'N' TO MB-CONTACT-SWITCH
044400         GO TO 3000-EXIT
044500     END-IF
044600     MOVE 'N' TO MB-EOF-SWITCH
044700     PERFORM 3100-COUNT-ONE-CONTACT THRU 3100-EXIT
044800             UNTIL MB-AT-EOF
044900     SUBTRACT MB-UNDELIV-COUNT FROM MB-ON-FILE-COUNT
045000         GIVING MB-REACHABLE-COUNT.
045100 3000-EXIT.
045200     EXIT.

045300 3100-COUNT-ONE-CONTACT.
045400     READ PLAYER-CONTACT-FILE NEXT RECORD
045500         AT END
045600             MOVE 'Y' TO MB-EOF-SWITCH
045700             GO TO 3100-EXIT
045800     END-READ
045900     ADD 1 TO MB-ON-FILE-COUNT
046000     IF CT-UNDELIVERABLE
046100         ADD 1 TO MB-UNDELIV-COUNT
046200     END-IF.
046300 3100-EXIT.
046400     EXIT.

046500******************************************************************
046600*  The daily deliverability report.
046700******************************************************************
046800 4000-WRITE-REPORT.
046900     OPEN OUTPUT MAIL-REPORT-FILE
047000     MOVE SPACES TO MB-HEADING-2
047100     STRING 'Business date: ' MB-BUSINESS-DATE
047200            '    Feed taken in after: ' MB-LAST-DATE ' '
047300            MB-LAST-TIME
047400         DELIMITED BY SIZE INTO MB-HEADING-2
047500     WRITE MAIL-REPORT-LINE FROM MB-HEADING-1
047600     WRITE MAIL-REPORT-LINE FROM MB-HEADING-2
047700     WRITE MAIL-REPORT-LINE FROM MB-BLANK-LINE
047800     MOVE 'MAILER RETURN FEED (MAILRTN)' TO MB-SECTION-LINE
047900     WRITE MAIL-REPORT-LINE FROM MB-SECTION-LINE
048000     IF MB-FEED-MISSING
048100         MOVE 'No MAILRTN feed from the mailer -- nothing taken.'
048200             TO MB-STATUS-TEXT
048300         WRITE MAIL-REPORT-LINE FROM MB-STATUS-LINE
048400         MOVE 'NO-MAIL-FEED' TO AR-ALERT-KEY
048500         MOVE 'No MAILRTN feed from the mailer for the day'
048600             TO AR-MESSAGE
048700         PERFORM 4900-RAISE-ALERT THRU 4900-EXIT
048800     ELSE
048900         PERFORM 4100-WRITE-FEED-COUNTS THRU 4100-EXIT
049000     END-IF
049100     IF NOT MB-FEED-MISSING AND MB-READ-COUNT = MB-SEEN-COUNT
049200         MOVE 'Nothing new on MAILRTN since the last run.'
049300             TO MB-STATUS-TEXT
049400         WRITE MAIL-REPORT-LINE FROM MB-STATUS-LINE
049500         MOVE 'NO-MAIL-FEED' TO AR-ALERT-KEY
049600         MOVE 'No new MAILRTN records since the last run'
049700             TO AR-MESSAGE
049800         PERFORM 4900-RAISE-ALERT THRU 4900-EXIT
049900     END-IF
050000     IF MB-UPDATE-FAILED
050100         MOVE SPACES TO MB-STATUS-TEXT
050200         STRING 'CONTACT UPDATE FAILED (status ' MB-FAILED-STATUS
050300                ') for ' MB-FAILED-PLAYER ' -- take-in stopped'
050400             DELIMITED BY SIZE INTO MB-STATUS-TEXT
050500         WRITE MAIL-REPORT-LINE FROM MB-STATUS-LINE
050600         MOVE 'MAIL-FEED-HALT' TO AR-ALERT-KEY
050700         MOVE SPACES TO AR-MESSAGE
050800         STRING 'Contact update failed (status ' MB-FAILED-STATUS
050900                ') -- MAILRTN take-in stopped'
051000             DELIMITED BY SIZE INTO AR-MESSAGE
051100         PERFORM 4900-RAISE-ALERT THRU 4900-EXIT
051200     END-IF
051300     WRITE MAIL-REPORT-LINE FROM MB-BLANK-LINE
051400     MOVE 'CHANGES MADE TO PLAYER-CONTACT' TO MB-SECTION-LINE
051500     WRITE MAIL-REPORT-LINE FROM MB-SECTION-LINE
051600     WRITE MAIL-REPORT-LINE FROM MB-ACTION-HEADING
051700     PERFORM 4200-WRITE-ONE-ACTION THRU 4200-EXIT
051800             VARYING MB-ACTION-IDX FROM 1 BY 1
051900             UNTIL MB-ACTION-IDX > MB-ACTION-COUNT
052000     IF MB-ACTION-TOTAL = ZERO
052100         MOVE 'None.' TO MB-STATUS-TEXT
052200         WRITE MAIL-REPORT-LINE FROM MB-STATUS-LINE
052300     END-IF
052400     IF MB-ACTION-TOTAL > MB-ACTION-COUNT
052500         MOVE 'Change table full -- the rest not shown.'
052600             TO MB-STATUS-TEXT
052700         WRITE MAIL-REPORT-LINE FROM MB-STATUS-LINE
052800     END-IF
052900     WRITE MAIL-REPORT-LINE FROM MB-BLANK-LINE
053000     MOVE 'Addresses marked undeliverable' TO MB-COUNT-LABEL
053100     MOVE MB-MARKED-COUNT TO MB-COUNT-VALUE
053200     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
053300     MOVE 'Consents withdrawn by unsubscribe' TO MB-COUNT-LABEL
053400     MOVE MB-WITHDRAWN-COUNT TO MB-COUNT-VALUE
053500     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
053600     WRITE MAIL-REPORT-LINE FROM MB-BLANK-LINE
053700     MOVE 'CONTACT FILE' TO MB-SECTION-LINE
053800     WRITE MAIL-REPORT-LINE FROM MB-SECTION-LINE
053900     IF NOT MB-CONTACT-OPEN
054000         MOVE 'No CONTACT file -- no address registered yet.'
054100             TO MB-STATUS-TEXT
054200         WRITE MAIL-REPORT-LINE FROM MB-STATUS-LINE
054300         GO TO 4000-EXIT
054400     END-IF
054500     MOVE 'Consented contacts on file' TO MB-COUNT-LABEL
054600     MOVE MB-ON-FILE-COUNT TO MB-COUNT-VALUE
054700     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
054800     MOVE 'Undeliverable -- passed over by the writers'
054900         TO MB-COUNT-LABEL
055000     MOVE MB-UNDELIV-COUNT TO MB-COUNT-VALUE
055100     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
055200     MOVE 'Reachable' TO MB-COUNT-LABEL
055300     MOVE MB-REACHABLE-COUNT TO MB-COUNT-VALUE
055400     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE.
055500 4000-EXIT.
055600     EXIT.

055700*    The bounce rate is bounces over every outcome the mailer
055800*    reported -- the figure the provider holds us to.
055900 4100-WRITE-FEED-COUNTS.
056000     MOVE 'Feed records read' TO MB-COUNT-LABEL
056100     MOVE MB-READ-COUNT TO MB-COUNT-VALUE
056200     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
056300     MOVE 'Already taken in on an earlier run' TO MB-COUNT-LABEL
056400     MOVE MB-SEEN-COUNT TO MB-COUNT-VALUE
056500     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
056600     MOVE 'Delivered' TO MB-COUNT-LABEL
056700     MOVE MB-DELIVERED-COUNT TO MB-COUNT-VALUE
056800     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
056900     MOVE 'Soft bounces' TO MB-COUNT-LABEL
057000     MOVE MB-SOFT-COUNT TO MB-COUNT-VALUE
057100     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
057200     MOVE 'Hard bounces' TO MB-COUNT-LABEL
057300     MOVE MB-HARD-COUNT TO MB-COUNT-VALUE
057400     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
057500     MOVE 'Unsubscribes' TO MB-COUNT-LABEL
057600     MOVE MB-UNSUB-COUNT TO MB-COUNT-VALUE
057700     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
057800     IF MB-UNKNOWN-COUNT > ZERO
057900         MOVE 'Not understood -- outcome code not D, S, H or U'
058000             TO MB-COUNT-LABEL
058100         MOVE MB-UNKNOWN-COUNT TO MB-COUNT-VALUE
058200         WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
058300     END-IF
058400     MOVE 'For a player with no contact on file' TO MB-COUNT-LABEL
058500     MOVE MB-NO-CONTACT-COUNT TO MB-COUNT-VALUE
058600     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
058700     MOVE 'For an address the player has since replaced'
058800         TO MB-COUNT-LABEL
058900     MOVE MB-STALE-COUNT TO MB-COUNT-VALUE
059000     WRITE MAIL-REPORT-LINE FROM MB-COUNT-LINE
059100     ADD MB-SOFT-COUNT MB-HARD-COUNT GIVING MB-BOUNCE-COUNT
059200     ADD MB-BOUNCE-COUNT MB-DELIVERED-COUNT
059300         GIVING MB-OUTCOME-COUNT
059400     IF MB-OUTCOME-COUNT > ZERO
059500         COMPUTE MB-BOUNCE-RATE ROUNDED =
059600             MB-BOUNCE-COUNT * 100 / MB-OUTCOME-COUNT
059700     END-IF
059800     MOVE 'Bounce rate (bounces / delivery outcomes)'
059900         TO MB-RATE-LABEL
060000     MOVE MB-BOUNCE-RATE TO MB-RATE-VALUE
060100     WRITE MAIL-REPORT-LINE FROM MB-RATE-LINE
060200     IF MB-OUTCOME-COUNT NOT < MB-RATE-MINIMUM AND
060300        MB-BOUNCE-RATE > MB-RATE-LIMIT
060400         MOVE 'BOUNCE-RATE' TO AR-ALERT-KEY
060500         MOVE MB-BOUNCE-RATE TO MB-EDIT-RATE
060600         MOVE SPACES TO AR-MESSAGE
060700         STRING 'Mail bounce rate ' MB-EDIT-RATE
060800                '% is over the provider''s 5.0% line'
060900             DELIMITED BY SIZE INTO AR-MESSAGE
061000         PERFORM 4900-RAISE-ALERT THRU 4900-EXIT
061100     END-IF.
061200 4100-EXIT.
061300     EXIT.

061400 4200-WRITE-ONE-ACTION.
061500     MOVE MB-ACT-PLAYER(MB-ACTION-IDX) TO MB-DTL-PLAYER
061600     MOVE MB-ACT-ADDRESS(MB-ACTION-IDX) TO MB-DTL-ADDRESS
061700     MOVE MB-ACT-TEXT(MB-ACTION-IDX) TO MB-DTL-ACTION
061800     WRITE MAIL-REPORT-LINE FROM MB-ACTION-LINE.
061900 4200-EXIT.
062000     EXIT.

062100*    The caller has set AR-ALERT-KEY and AR-MESSAGE.
062200 4900-RAISE-ALERT.
062300     ACCEPT MB-ALERT-TIME FROM TIME
062400     MOVE MB-BUSINESS-DATE TO AR-DATE
062500     MOVE MB-ALERT-TIME TO AR-TIME
062600     SET AR-SEV-WARNING TO TRUE
062700     MOVE 'MAILFBK' TO AR-PROGRAM
062800     OPEN EXTEND ALERT-FILE
062900     IF NOT MB-ALERT-FILE-OK
063000         OPEN OUTPUT ALERT-FILE
063100     END-IF
063200     WRITE ALERT-RECORD
063300     CLOSE ALERT-FILE.
063400 4900-EXIT.
063500     EXIT.

063600*    The mark moves only once everything before it is applied:
063700*    after a failed update, only as far as the last stamp whose
063800*    records all went in.
063900 5000-TERMINATE.
064000     IF MB-CONTACT-OPEN
064100         CLOSE PLAYER-CONTACT-FILE
064200     END-IF
064300     CLOSE MAIL-REPORT-FILE
064400     IF MB-UPDATE-FAILED
064500         MOVE MB-SAFE-STAMP TO MB-NEW-STAMP
064600     END-IF
064700     IF MB-NEW-STAMP > MB-LAST-STAMP
064800         MOVE MB-NEW-DATE TO MB-CTL-LAST-DATE
064900         MOVE MB-NEW-TIME TO MB-CTL-LAST-TIME
065000         OPEN OUTPUT MAIL-CONTROL-FILE
065100         WRITE MAIL-CONTROL-RECORD
065200         CLOSE MAIL-CONTROL-FILE
065300     END-IF
065400     MOVE 0 TO RETURN-CODE
065500     IF MB-UPDATE-FAILED
065600         MOVE 1 TO RETURN-CODE
065700     END-IF.
065800 5000-EXIT.
065900     EXIT.

066000 9999-EXIT.
066100     STOP RUN.
