003396*  2026-09-03  jm  A merge purges the source id's recovery
003397*  codes too -- a live code against the retired id could
003398*  re-split the record the merge joined.
003418*  2026-10-15  jm  Two-person rule: every merge and erase is
003438*  parked through APPRQUE and done only when a second PROFMNT
003458*  operator approves it here; the one who parked it cannot.
003463*  2026-10-15  jm  PROFLOG layout moved to PROFLOG.CPY, which
003468*  PFPROOF shares.
003470*  2026-10-15  jm  An erase that removes a contact record is
003472*  journalled to CONSJRN (8100-JOURNAL-CONTACT-ERASE).
003474*  2026-10-15  jm  A decision the queue cannot record is
003476*  reported, not announced as done.
003482*  2026-10-15  jm  The contact erase is journalled only once its
003488*  delete has gone through.
003494******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
004830         ACCESS MODE IS DYNAMIC
004840         RECORD KEY IS RY-RECOVERY-CODE
004850         FILE STATUS IS PM-RECOV-FILE-STATUS.
004860     SELECT CONSENT-JOURNAL-FILE ASSIGN TO "CONSJRN"
004870         ORGANIZATION IS LINE SEQUENTIAL
004880         FILE STATUS IS PM-CONSJRN-FILE-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
005220 COPY "recovcd.cpy".

005300 FD  PROFILE-LOG-FILE.
005400 COPY "proflog.cpy".

005500 FD  CONSENT-JOURNAL-FILE.
005600 COPY "consjrn.cpy".

006300 WORKING-STORAGE SECTION.
006400     COPY "screenio.cpy".
006900     01 PM-CRT-STATUS             PIC 9(04) VALUE ZERO.
006901     77 PM-CONTACT-FILE-STATUS    PIC X(02) VALUE '00'.
006902        88 PM-CONTACT-FILE-OK               VALUE '00'.
006904     77 PM-PRIOR-CONSENT          PIC X(01) VALUE SPACE.
006906     77 PM-CONTACT-HELD-SWITCH    PIC X(01) VALUE 'N'.
006908        88 PM-CONTACT-HELD                 VALUE 'Y'.
006910     77 PM-RECOV-FILE-STATUS      PIC X(02) VALUE '00'.
006920        88 PM-RECOV-FILE-OK                 VALUE '00'.
006922     77 PM-CONSJRN-FILE-STATUS    PIC X(02) VALUE '00'.
006924        88 PM-CONSJRN-FILE-OK               VALUE '00'.
006930     77 PM-RECOV-EOF-SWITCH       PIC X(01) VALUE 'N'.
006940        88 PM-RECOV-AT-EOF                  VALUE 'Y'.
006960     77 PM-DONE-SWITCH            PIC X(01) VALUE 'N'.
006980        88 PM-ACTION-DONE                   VALUE 'Y'.

007000     01 PM-ACTION                 PIC X(01) VALUE SPACE.
007100     01 PM-SOURCE-ID              PIC X(20) VALUE SPACES.
008418     01 PM-JRNL-ACTION           PIC X(08) VALUE SPACES.
008419     01 PM-JRNL-BEFORE           PIC X(60) VALUE SPACES.
008420     01 PM-JRNL-AFTER            PIC X(60) VALUE SPACES.
008425*    ----------------------------------------------------------
008430*    Two-person rule: the action is parked on the approval
008435*    queue, and a second operator approves or rejects it by
008440*    request number on this same screen.
008445*    ----------------------------------------------------------
008450     COPY "apprq.cpy".
008455     01 PM-APPROVAL-ID           PIC 9(06) VALUE ZERO.
008460     01 PM-DECISION              PIC X(01) VALUE SPACE.
008465     01 PM-QUEUE-FUNCTION        PIC X(01) VALUE SPACE.
008470     01 PM-QUEUE-OK              PIC X(01) VALUE 'N'.
008475     01 PM-QUEUE-LIST.
008480        05 PM-QUEUE-LINE OCCURS 3 TIMES PIC X(70).

008500 SCREEN SECTION.
008600 01  PM-MAINT-SCREEN.
010200     05  LINE 10 COLUMN 05 VALUE
010300             'removed; merge folds player id into the target.'.
010400     05  LINE 12 COLUMN 05 VALUE 'F3 = exit without changing'.
010410     05  LINE 13 COLUMN 05 VALUE 'Awaiting a second operator:'.
010420     05  LINE 14 COLUMN 05 PIC X(70) FROM PM-QUEUE-LINE(1).
010430     05  LINE 15 COLUMN 05 PIC X(70) FROM PM-QUEUE-LINE(2).
010440     05  LINE 16 COLUMN 05 PIC X(70) FROM PM-QUEUE-LINE(3).
010450     05  LINE 17 COLUMN 05 VALUE 'Approve or reject no.:'.
010460     05  LINE 17 COLUMN 28 PIC 9(06) USING PM-APPROVAL-ID.
010470     05  LINE 17 COLUMN 36 VALUE 'A/R:'.
010480     05  LINE 17 COLUMN 41 PIC X(01) USING PM-DECISION.

010500 PROCEDURE DIVISION.

010614         DISPLAY "PROFMNT: sign-on refused"
010615         GO TO 9999-EXIT
010616     END-IF
010666     PERFORM 1000-LOAD-APPROVALS THRU 1000-EXIT
010700     DISPLAY PM-MAINT-SCREEN
010800     ACCEPT PM-MAINT-SCREEN
010900     IF PM-CRT-STATUS = COB-SCR-F3
011000         MOVE 'Exiting without changing anything.'
011100             TO PM-EXIT-MESSAGE
011200     ELSE
011220         IF PM-APPROVAL-ID NOT = ZERO
011240             PERFORM 6000-DECIDE-REQUEST THRU 6000-EXIT
011260         ELSE
011280             PERFORM 5000-PARK-ACTION THRU 5000-EXIT
011300         END-IF
011400     END-IF
011500     DISPLAY PM-EXIT-MESSAGE LINE 19 COLUMN 05
011600     GO TO 9999-EXIT.

011607*    The requests awaiting a decision on this console are listed
011614*    on the screen.
011621 1000-LOAD-APPROVALS.
011628     MOVE SPACES TO APPROVAL-REQUEST-RECORD
011635     MOVE PM-CONSOLE-NAME TO AW-CONSOLE
011642     MOVE 'L' TO PM-QUEUE-FUNCTION
011649     CALL "APPRQUE" USING PM-QUEUE-FUNCTION
011656                          APPROVAL-REQUEST-RECORD
011663                          PM-QUEUE-LIST
011670                          PM-QUEUE-OK.
011677 1000-EXIT.
011684     EXIT.

011700 2000-RUN-ACTION.
011750     MOVE 'N' TO PM-DONE-SWITCH
011800     EVALUATE PM-ACTION
011900         WHEN 'M'
012000             PERFORM 3000-MERGE-PROFILES THRU 3000-EXIT
019842                           PM-JRNL-ACTION
019843                           PM-JRNL-BEFORE
019844                           PM-JRNL-AFTER
019900     MOVE 'Merged -- source record retired.' TO PM-EXIT-MESSAGE
019950     MOVE 'Y' TO PM-DONE-SWITCH.
020000 3000-EXIT.
020100     EXIT.

022600     DELETE PLAYER-PROFILE-FILE RECORD
022700     CLOSE PLAYER-PROFILE-FILE
022710     PERFORM 4500-PURGE-RECOVERY-CODES THRU 4500-EXIT
022715     PERFORM 8050-NOTE-CONTACT-CONSENT THRU 8050-EXIT
022720     PERFORM 4600-PURGE-CONTACT THRU 4600-EXIT
022760     PERFORM 8100-JOURNAL-CONTACT-ERASE THRU 8100-EXIT
022800     MOVE 'ERASE' TO PL-ACTION
022900     MOVE SPACES TO PM-TARGET-ID
023000     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
023011                           PM-JRNL-AFTER

023100     MOVE 'Erased -- compliance record written to PROFLOG.'
023200         TO PM-EXIT-MESSAGE
023250     MOVE 'Y' TO PM-DONE-SWITCH.
023300 4000-EXIT.
023400     EXIT.

025100 8000-EXIT.
025200     EXIT.

025204*    An erase that takes a contact record with it is kept on
025208*    the consent journal -- that it happened and the consent
025212*    byte the record carried, never the address.  The byte is
025216*    noted here, before 4600 deletes the record; no contact on
025220*    file, nothing to keep.
025224 8050-NOTE-CONTACT-CONSENT.
025228     MOVE 'N' TO PM-CONTACT-HELD-SWITCH
025232     OPEN INPUT PLAYER-CONTACT-FILE
025236     IF NOT PM-CONTACT-FILE-OK
025240         GO TO 8050-EXIT
025244     END-IF
025248     MOVE PM-SOURCE-ID TO CT-PLAYER-ID
025252     READ PLAYER-CONTACT-FILE
025256         INVALID KEY
025260             CONTINUE
025264         NOT INVALID KEY
025268             MOVE CT-CONSENT-FLAG TO PM-PRIOR-CONSENT
025272             MOVE 'Y' TO PM-CONTACT-HELD-SWITCH
025276     END-READ
025280     CLOSE PLAYER-CONTACT-FILE.
025284 8050-EXIT.
025288     EXIT.

025292*    Journalled once 4600 has run, and only when the record it
025296*    was to delete is no longer on file: a delete that did not
025300*    take, or a file that cannot be read to say so, journals
025304*    nothing.
025308 8100-JOURNAL-CONTACT-ERASE.
025312     IF NOT PM-CONTACT-HELD
025316         GO TO 8100-EXIT
025320     END-IF
025324     OPEN INPUT PLAYER-CONTACT-FILE
025328     IF NOT PM-CONTACT-FILE-OK
025332         GO TO 8100-EXIT
025336     END-IF
025340     MOVE PM-SOURCE-ID TO CT-PLAYER-ID
025344     READ PLAYER-CONTACT-FILE
025348         INVALID KEY
025352             CONTINUE
025356         NOT INVALID KEY
025360             MOVE 'N' TO PM-CONTACT-HELD-SWITCH
025364     END-READ
025368     CLOSE PLAYER-CONTACT-FILE
025372     IF NOT PM-CONTACT-HELD
025376         GO TO 8100-EXIT
025380     END-IF
025384     MOVE PM-PRIOR-CONSENT TO KJ-PRIOR-FLAG
025388     ACCEPT KJ-DATE FROM DATE YYYYMMDD
025392     ACCEPT KJ-TIME FROM TIME
025396     MOVE PM-SOURCE-ID TO KJ-PLAYER-ID
025400     SET KJ-CONTACT-ERASED TO TRUE
025404     MOVE 'PROFMNT' TO KJ-SOURCE
025408     OPEN EXTEND CONSENT-JOURNAL-FILE
025412     IF NOT PM-CONSJRN-FILE-OK
025416         OPEN OUTPUT CONSENT-JOURNAL-FILE
025420     END-IF
025424     WRITE CONSENT-JOURNAL-RECORD
025428     CLOSE CONSENT-JOURNAL-FILE.
025432 8100-EXIT.
025436     EXIT.

025460*    A merge or erase cannot be taken back, so neither is done on
025480*    one operator's say-so.  The obvious mistakes are refused
025500*    now; the rest waits on the queue for a second operator.
025520 5000-PARK-ACTION.
025540     EVALUATE TRUE
025560         WHEN PM-ACTION NOT = 'M' AND PM-ACTION NOT = 'E'
025580             MOVE 'Action must be M or E -- nothing done.'
025600                 TO PM-EXIT-MESSAGE
025620             GO TO 5000-EXIT
025640         WHEN PM-SOURCE-ID = SPACES
025660             MOVE 'A player id is required -- nothing done.'
025680                 TO PM-EXIT-MESSAGE
025700             GO TO 5000-EXIT
025720         WHEN PM-ACTION = 'M' AND PM-TARGET-ID = SPACES
025740             MOVE 'Merge needs both ids -- nothing done.'
025760                 TO PM-EXIT-MESSAGE
025780             GO TO 5000-EXIT
025800         WHEN PM-ACTION = 'M' AND PM-SOURCE-ID = PM-TARGET-ID
025820             MOVE 'Source and target are the same id.'
025840                 TO PM-EXIT-MESSAGE
025860             GO TO 5000-EXIT
025880         WHEN OTHER
025900             CONTINUE
025920     END-EVALUATE
025940     MOVE SPACES TO APPROVAL-REQUEST-RECORD
025960     MOVE ZERO TO AW-REQUEST-ID
025980     MOVE PM-CONSOLE-NAME TO AW-CONSOLE
026000     MOVE PM-OPERATOR-ID TO AW-MAKER
026020     MOVE PM-ACTION TO AW-PRF-ACTION
026040     MOVE PM-SOURCE-ID TO AW-PRF-SOURCE-ID
026060     MOVE PM-KEEP-NAME TO AW-PRF-KEEP-NAME
026080     IF PM-ACTION = 'M'
026100         MOVE 'MERGE' TO AW-ACTION
026120         MOVE PM-TARGET-ID TO AW-PRF-TARGET-ID
026140         STRING 'merge ' PM-SOURCE-ID DELIMITED BY SPACE
026160                ' into ' DELIMITED BY SIZE
026180                PM-TARGET-ID DELIMITED BY SPACE
026200             INTO AW-SUMMARY
026220     ELSE
026240         MOVE 'ERASE' TO AW-ACTION
026260         MOVE SPACES TO AW-PRF-TARGET-ID
026280         STRING 'erase ' PM-SOURCE-ID DELIMITED BY SIZE
026300             INTO AW-SUMMARY
026320     END-IF
026340     MOVE 'P' TO PM-QUEUE-FUNCTION
026360     CALL "APPRQUE" USING PM-QUEUE-FUNCTION
026380                          APPROVAL-REQUEST-RECORD
026400                          PM-QUEUE-LIST
026420                          PM-QUEUE-OK
026440     IF PM-QUEUE-OK NOT = 'Y'
026460         MOVE 'Approval queue unavailable -- nothing done.'
026480             TO PM-EXIT-MESSAGE
026500         GO TO 5000-EXIT
026520     END-IF
026540     MOVE 'PARK' TO PM-JRNL-ACTION
026560     MOVE SPACES TO PM-JRNL-BEFORE
026580     STRING 'request ' AW-REQUEST-ID DELIMITED BY SIZE
026600         INTO PM-JRNL-BEFORE
026620     MOVE AW-SUMMARY TO PM-JRNL-AFTER
026640     CALL "CONJRNL" USING PM-CONSOLE-NAME
026660                           PM-OPERATOR-ID
026680                           PM-JRNL-ACTION
026700                           PM-JRNL-BEFORE
026720                           PM-JRNL-AFTER
026740     MOVE SPACES TO PM-EXIT-MESSAGE
026760     STRING 'Request ' AW-REQUEST-ID ' awaits a second operator.'
026780         DELIMITED BY SIZE INTO PM-EXIT-MESSAGE.
026800 5000-EXIT.
026820     EXIT.

026840******************************************************************
026860*  The checker's half.  Only a request parked from this console
026880*  and still awaiting a decision can be decided, and never
026900*  approved by the operator who parked it.
026920******************************************************************
026940 6000-DECIDE-REQUEST.
026960     MOVE SPACES TO APPROVAL-REQUEST-RECORD
026980     MOVE PM-APPROVAL-ID TO AW-REQUEST-ID
027000     MOVE 'G' TO PM-QUEUE-FUNCTION
027020     CALL "APPRQUE" USING PM-QUEUE-FUNCTION
027040                          APPROVAL-REQUEST-RECORD
027060                          PM-QUEUE-LIST
027080                          PM-QUEUE-OK
027100     IF PM-QUEUE-OK NOT = 'Y' OR AW-CONSOLE NOT = PM-CONSOLE-NAME
027120         MOVE 'No such request for this console.'
027140             TO PM-EXIT-MESSAGE
027160         GO TO 6000-EXIT
027180     END-IF
027200     IF NOT AW-AWAITING
027220         MOVE 'That request has already been decided.'
027240             TO PM-EXIT-MESSAGE
027260         GO TO 6000-EXIT
027280     END-IF
027300     EVALUATE TRUE
027320         WHEN PM-DECISION = 'R'
027340             SET AW-REJECTED TO TRUE
027360             MOVE 'REJECT' TO PM-JRNL-ACTION
027380             PERFORM 6200-CLOSE-REQUEST THRU 6200-EXIT
027400         WHEN PM-DECISION NOT = 'A'
027420             MOVE 'Decision must be A or R.' TO PM-EXIT-MESSAGE
027440         WHEN AW-MAKER = PM-OPERATOR-ID
027460             MOVE 'You cannot approve your own change.'
027480                 TO PM-EXIT-MESSAGE
027500         WHEN OTHER
027520             PERFORM 6100-APPROVE-REQUEST THRU 6100-EXIT
027540     END-EVALUATE.
027560 6000-EXIT.
027580     EXIT.

027600*    Does the parked action through the ordinary merge or erase
027620*    path, under the approving operator.  A request that fails
027640*    there (the profile gone meanwhile, say) stays awaiting.
027660 6100-APPROVE-REQUEST.
027680     MOVE AW-PRF-ACTION TO PM-ACTION
027700     MOVE AW-PRF-SOURCE-ID TO PM-SOURCE-ID
027720     MOVE AW-PRF-TARGET-ID TO PM-TARGET-ID
027740     MOVE AW-PRF-KEEP-NAME TO PM-KEEP-NAME
027760     PERFORM 2000-RUN-ACTION THRU 2000-EXIT
027780     IF NOT PM-ACTION-DONE
027800         GO TO 6100-EXIT
027820     END-IF
027840     SET AW-APPROVED TO TRUE
027860     MOVE 'APPROVE' TO PM-JRNL-ACTION
027880     PERFORM 6200-CLOSE-REQUEST THRU 6200-EXIT.
027900 6100-EXIT.
027920     EXIT.

027940 6200-CLOSE-REQUEST.
027960     MOVE PM-OPERATOR-ID TO AW-CHECKER
027980     MOVE 'U' TO PM-QUEUE-FUNCTION
028000     CALL "APPRQUE" USING PM-QUEUE-FUNCTION
028020                          APPROVAL-REQUEST-RECORD
028040                          PM-QUEUE-LIST
028060                          PM-QUEUE-OK
028061     IF PM-QUEUE-OK NOT = 'Y'
028062         MOVE SPACES TO PM-EXIT-MESSAGE
028063         IF AW-APPROVED
028064             STRING 'Request ' AW-REQUEST-ID
028065                    ' made, queue not closed -- see ops.'
028066                 DELIMITED BY SIZE INTO PM-EXIT-MESSAGE
028067         ELSE
028068             MOVE 'Queue unavailable -- nothing decided.'
028069                 TO PM-EXIT-MESSAGE
028070         END-IF
028071         GO TO 6200-EXIT
028072     END-IF
028080     MOVE SPACES TO PM-JRNL-BEFORE
028100     STRING 'request ' AW-REQUEST-ID ' by ' AW-MAKER
028120         DELIMITED BY SIZE INTO PM-JRNL-BEFORE
028140     MOVE AW-SUMMARY TO PM-JRNL-AFTER
028160     CALL "CONJRNL" USING PM-CONSOLE-NAME
028180                           PM-OPERATOR-ID
028200                           PM-JRNL-ACTION
028220                           PM-JRNL-BEFORE
028240                           PM-JRNL-AFTER
028260     MOVE SPACES TO PM-EXIT-MESSAGE
028280     IF AW-APPROVED
028300         STRING 'Request ' AW-REQUEST-ID ' approved and done.'
028320             DELIMITED BY SIZE INTO PM-EXIT-MESSAGE
028340     ELSE
028360         STRING 'Request ' AW-REQUEST-ID ' rejected.'
028380             DELIMITED BY SIZE INTO PM-EXIT-MESSAGE
028400     END-IF.
028420 6200-EXIT.
028440     EXIT.

030000 9999-EXIT.
030100     STOP RUN.
