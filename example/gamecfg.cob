001810*  2026-09-03  jm  Operator sign-on through OPSIGNON and a
001811*  CONJRNL journal line for every change, so live-data
001812*  edits are attributable at last.
001813*  2026-10-15  jm  Optional goes-live and revert date/time:
001814*  given, the new weights are filed as a scheduled change
001815*  for CFGACTV instead of being saved on the spot.
001835*  2026-10-15  jm  Two-person rule: an odds change is parked
001855*  on the APPROVAL-QUEUE through APPRQUE and made only when a
001875*  second GAMECFG operator approves it here; the operator who
001878*  parked it cannot.  Approvals and rejections are journaled.
001881*  2026-10-15  jm  A schedule with no goes-live is checked as
001884*  going live now; a decision the queue cannot record is
001887*  reported, not announced as made.
001890*  2026-10-15  jm  An approved schedule keeps its maker and
001893*  records the approver; one approved after its goes-live time
001896*  takes effect on the next business date.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002600     SELECT GAME-ODDS-FILE ASSIGN TO "ODDSCFG"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS GC-ODDS-FILE-STATUS.
002825     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
002850         ORGANIZATION IS LINE SEQUENTIAL
002875         FILE STATUS IS GC-BUSDATE-FILE-STATUS.

002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  GAME-ODDS-FILE.
003200 COPY "oddscfg.cpy".

003233 FD  BUSINESS-DATE-FILE.
003266 COPY "busdate.cpy".

003300 WORKING-STORAGE SECTION.
003400     COPY "screenio.cpy".

003500     77 GC-ODDS-FILE-STATUS       PIC X(02) VALUE '00'.
003600     88 GC-ODDS-FILE-OK                     VALUE '00'.
003650     77 GC-BUSDATE-FILE-STATUS    PIC X(02) VALUE '00'.
003660     88 GC-BUSDATE-FILE-OK                  VALUE '00'.
003700     01 GC-CRT-STATUS             PIC 9(04) VALUE ZERO.
003800     01 GC-TOTAL-WEIGHT           PIC 9(05) VALUE ZERO.
003900     01 GC-TOTAL-DISPLAY          PIC ZZZ9  VALUE ZERO.
004418     01 GC-JRNL-ACTION           PIC X(08) VALUE SPACES.
004419     01 GC-JRNL-BEFORE           PIC X(60) VALUE SPACES.
004420     01 GC-JRNL-AFTER            PIC X(60) VALUE SPACES.
004421*    ----------------------------------------------------------
004422*    Scheduled change: a goes-live date sends the weights to
004423*    the PENDING-CONFIG file through CFGPOST rather than
004424*    straight onto ODDSCFG.  Zeros keep the save immediate.
004425*    ----------------------------------------------------------
004426     COPY "pendcfg.cpy".
004427     01 GC-EFFECTIVE-DATE        PIC 9(08) VALUE ZERO.
004428     01 GC-EFFECTIVE-TIME        PIC 9(04) VALUE ZERO.
004429     01 GC-REVERT-DATE           PIC 9(08) VALUE ZERO.
004430     01 GC-REVERT-TIME           PIC 9(04) VALUE ZERO.
004431     01 GC-NOW-DATE              PIC 9(08) VALUE ZERO.
004432     01 GC-NOW-TIME              PIC 9(08) VALUE ZERO.
004433     01 GC-NOW-HHMM              PIC 9(04) VALUE ZERO.
004434     01 GC-VERDICT               PIC X(01) VALUE 'Y'.
004435     01 GC-REASON                PIC X(40) VALUE SPACES.
004436     01 GC-POST-OK               PIC X(01) VALUE 'N'.
004437     01 GC-NEXT-DATE             PIC 9(08) VALUE ZERO.
004438     01 GC-APPLIED-SWITCH        PIC X(01) VALUE 'N'.
004440        88 GC-CHANGE-APPLIED              VALUE 'Y'.
004442*    ----------------------------------------------------------
004444*    Two-person rule: the change is parked on the approval
004446*    queue, and a second operator approves or rejects it by
004448*    request number on this same screen.
004450*    ----------------------------------------------------------
004452     COPY "apprq.cpy".
004454     01 GC-APPROVAL-ID           PIC 9(06) VALUE ZERO.
004456     01 GC-DECISION              PIC X(01) VALUE SPACE.
004458     01 GC-QUEUE-FUNCTION        PIC X(01) VALUE SPACE.
004460     01 GC-QUEUE-OK              PIC X(01) VALUE 'N'.
004462     01 GC-QUEUE-LIST.
004464        05 GC-QUEUE-LINE OCCURS 3 TIMES PIC X(70).

004500*    ----------------------------------------------------------
004600*    Admin console screen.  The five weight fields are editable
006600     05  LINE 10 COLUMN 05 VALUE 'Spock     :'.
006700     05  LINE 10 COLUMN 18 PIC 999 USING GO-WEIGHT-SPOCK.

006710     05  LINE 12 COLUMN 05 VALUE 'Goes live (YYYYMMDD HHMM):'.
006720     05  LINE 12 COLUMN 32 PIC 9(08) USING GC-EFFECTIVE-DATE.
006730     05  LINE 12 COLUMN 41 PIC 9(04) USING GC-EFFECTIVE-TIME.
006740     05  LINE 12 COLUMN 47 VALUE '(zeros = now)'.
006750     05  LINE 13 COLUMN 05 VALUE 'Reverts   (YYYYMMDD HHMM):'.
006760     05  LINE 13 COLUMN 32 PIC 9(08) USING GC-REVERT-DATE.
006770     05  LINE 13 COLUMN 41 PIC 9(04) USING GC-REVERT-TIME.
006780     05  LINE 13 COLUMN 47 VALUE '(zeros = stays)'.

006800     05  LINE 15 COLUMN 05 VALUE 'F3 = exit without saving'.
006810     05  LINE 16 COLUMN 05 VALUE 'Awaiting a second operator:'.
006820     05  LINE 17 COLUMN 05 PIC X(70) FROM GC-QUEUE-LINE(1).
006830     05  LINE 18 COLUMN 05 PIC X(70) FROM GC-QUEUE-LINE(2).
006840     05  LINE 19 COLUMN 05 PIC X(70) FROM GC-QUEUE-LINE(3).
006850     05  LINE 20 COLUMN 05 VALUE 'Approve or reject no.:'.
006860     05  LINE 20 COLUMN 28 PIC 9(06) USING GC-APPROVAL-ID.
006870     05  LINE 20 COLUMN 36 VALUE 'A/R:'.
006880     05  LINE 20 COLUMN 41 PIC X(01) USING GC-DECISION.

006900 PROCEDURE DIVISION.

007400     IF GC-CRT-STATUS = COB-SCR-F3
007500         MOVE 'Exiting without saving.' TO GC-EXIT-MESSAGE
007600     ELSE
007620         IF GC-APPROVAL-ID NOT = ZERO
007640             PERFORM 5000-DECIDE-REQUEST THRU 5000-EXIT
007660         ELSE
007700             PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
007750         END-IF
007800     END-IF
007900     DISPLAY GC-EXIT-MESSAGE LINE 22 COLUMN 05
008000     GO TO 9999-EXIT.

008100 1000-INITIALIZE.
009200     ELSE
009300         PERFORM 1100-DEFAULT-WEIGHTS THRU 1100-EXIT
009400     END-IF
009410     MOVE GAME-ODDS-RECORD TO GC-JRNL-BEFORE
009420     MOVE SPACES TO APPROVAL-REQUEST-RECORD
009430     MOVE GC-CONSOLE-NAME TO AW-CONSOLE
009440     MOVE 'L' TO GC-QUEUE-FUNCTION
009450     CALL "APPRQUE" USING GC-QUEUE-FUNCTION
009460                          APPROVAL-REQUEST-RECORD
009470                          GC-QUEUE-LIST
009480                          GC-QUEUE-OK.
009500 1000-EXIT.
009600     EXIT.

011700     IF GC-TOTAL-WEIGHT NOT = 100
011800         MOVE GC-SAVE-BAD-MSG TO GC-EXIT-MESSAGE
011900     ELSE
012000         PERFORM 4300-PARK-CHANGE THRU 4300-EXIT
012400     END-IF.
012500 4000-EXIT.
012600     EXIT.

012610*    The weights go on file as a pending change; ODDSCFG itself
012611*    is left as it is until CFGACTV puts them live.
012612 4100-SCHEDULE-CHANGE.
012632     PERFORM 4110-CHECK-SCHEDULE THRU 4110-EXIT
012652     IF GC-EXIT-MESSAGE NOT = SPACES
012672         GO TO 4100-EXIT
012692     END-IF
012712     CALL "CFGPOST" USING PENDING-CONFIG-RECORD
012732                          GC-POST-OK
012752     IF GC-POST-OK NOT = 'Y'
012772         MOVE 'Schedule file unavailable -- not saved.'
012792             TO GC-EXIT-MESSAGE
012812         GO TO 4100-EXIT
012832     END-IF
012852     MOVE 'SCHED' TO GC-JRNL-ACTION
012872     MOVE SPACES TO GC-JRNL-BEFORE
012892     STRING 'change ' CQ-CHANGE-ID ' live ' CQ-EFFECTIVE-DATE
012912            ' ' CQ-EFFECTIVE-TIME DELIMITED BY SIZE
012932         INTO GC-JRNL-BEFORE
012952     MOVE CQ-NEW-IMAGE TO GC-JRNL-AFTER
012972     CALL "CONJRNL" USING GC-CONSOLE-NAME
012992                           GC-OPERATOR-ID
013012                           GC-JRNL-ACTION
013032                           GC-JRNL-BEFORE
013052                           GC-JRNL-AFTER
013072     MOVE SPACES TO GC-EXIT-MESSAGE
013092     STRING 'Change ' CQ-CHANGE-ID ' scheduled.' DELIMITED BY SIZE
013112         INTO GC-EXIT-MESSAGE
013132     MOVE 'Y' TO GC-APPLIED-SWITCH.
013152 4100-EXIT.
013172     EXIT.

013180*    Builds the pending change and puts it through CFGVALID and
013188*    the clock; GC-EXIT-MESSAGE comes back spaces if it passes.
013196*    Reached from an approval, the change is the maker's and the
013204*    approver is kept beside it, and a goes-live time the queue
013212*    has let pass moves to the next business date instead of
013220*    being refused.
013232 4110-CHECK-SCHEDULE.
013252     MOVE SPACES TO GC-EXIT-MESSAGE
013272     ACCEPT GC-NOW-DATE FROM DATE YYYYMMDD
013292     ACCEPT GC-NOW-TIME FROM TIME
013312     MOVE GC-NOW-TIME(1:4) TO GC-NOW-HHMM
013332     MOVE SPACES TO PENDING-CONFIG-RECORD
013352     MOVE ZERO TO CQ-CHANGE-ID
013372     MOVE 'ODDSCFG' TO CQ-FILE-ID
013392     MOVE GC-EFFECTIVE-DATE TO CQ-EFFECTIVE-DATE
013412     MOVE GC-EFFECTIVE-TIME TO CQ-EFFECTIVE-TIME
013416     IF CQ-EFFECTIVE-DATE = ZERO
013420         MOVE GC-NOW-DATE TO CQ-EFFECTIVE-DATE
013424         MOVE GC-NOW-HHMM TO CQ-EFFECTIVE-TIME
013428     END-IF
013432     MOVE GC-REVERT-DATE TO CQ-REVERT-DATE
013452     MOVE GC-REVERT-TIME TO CQ-REVERT-TIME
013457     IF GC-APPROVAL-ID NOT = ZERO
013462         MOVE AW-MAKER TO CQ-ENTERED-BY
013467         MOVE GC-OPERATOR-ID TO CQ-APPROVED-BY
013472     ELSE
013477         MOVE GC-OPERATOR-ID TO CQ-ENTERED-BY
013482     END-IF
013492     MOVE GAME-ODDS-RECORD TO CQ-NEW-IMAGE
013494     IF GC-APPROVAL-ID NOT = ZERO AND
013496        (CQ-EFFECTIVE-DATE < GC-NOW-DATE OR
013498         (CQ-EFFECTIVE-DATE = GC-NOW-DATE AND
013500          CQ-EFFECTIVE-TIME < GC-NOW-HHMM))
013502         PERFORM 4120-NEXT-BUSINESS-DATE THRU 4120-EXIT
013504     END-IF
013512     CALL "CFGVALID" USING PENDING-CONFIG-RECORD
013532                           GC-VERDICT
013552                           GC-REASON
013572     IF GC-VERDICT NOT = 'Y'
013592         MOVE GC-REASON TO GC-EXIT-MESSAGE
013612         GO TO 4110-EXIT
013632     END-IF
013652     IF CQ-EFFECTIVE-DATE < GC-NOW-DATE OR
013672        (CQ-EFFECTIVE-DATE = GC-NOW-DATE AND
013692         CQ-EFFECTIVE-TIME < GC-NOW-HHMM)
013712         MOVE 'That time has already gone -- not saved.'
013732             TO GC-EXIT-MESSAGE
013752     END-IF.
013772 4110-EXIT.
013792     EXIT.

013793*    An approval that comes after the change's goes-live time
013794*    has passed carries it to the start of the next business
013795*    date: the day after BUSINESS-DATE's, or after today's
013796*    where the clock is ahead of it.
013797 4120-NEXT-BUSINESS-DATE.
013798     MOVE GC-NOW-DATE TO GC-NEXT-DATE
013799     OPEN INPUT BUSINESS-DATE-FILE
013800     IF GC-BUSDATE-FILE-OK
013801         READ BUSINESS-DATE-FILE
013802             NOT AT END
013803                 IF BD-BUSINESS-DATE > GC-NEXT-DATE
013804                     MOVE BD-BUSINESS-DATE TO GC-NEXT-DATE
013805                 END-IF
013806         END-READ
013807         CLOSE BUSINESS-DATE-FILE
013808     END-IF
013809     COMPUTE GC-NEXT-DATE = FUNCTION DATE-OF-INTEGER
013810         (FUNCTION INTEGER-OF-DATE(GC-NEXT-DATE) + 1)
013811     MOVE GC-NEXT-DATE TO CQ-EFFECTIVE-DATE
013812     MOVE ZERO TO CQ-EFFECTIVE-TIME.
013813 4120-EXIT.
013814     EXIT.

013815*    Makes the change: onto ODDSCFG now, or onto PENDCFG for
013832*    CFGACTV when it carries a schedule.  Reached only through
013852*    an approval.
013872 4200-APPLY-CHANGE.
013892     MOVE 'N' TO GC-APPLIED-SWITCH
013912     IF GC-EFFECTIVE-DATE NOT = ZERO OR
013932        GC-REVERT-DATE NOT = ZERO
013952         PERFORM 4100-SCHEDULE-CHANGE THRU 4100-EXIT
013972         GO TO 4200-EXIT
013992     END-IF
014012     OPEN OUTPUT GAME-ODDS-FILE
014032     WRITE GAME-ODDS-RECORD
014052     CLOSE GAME-ODDS-FILE
014072     MOVE 'ODDS' TO GC-JRNL-ACTION
014092     MOVE GAME-ODDS-RECORD TO GC-JRNL-AFTER
014112     CALL "CONJRNL" USING GC-CONSOLE-NAME
014132                           GC-OPERATOR-ID
014152                           GC-JRNL-ACTION
014172                           GC-JRNL-BEFORE
014192                           GC-JRNL-AFTER
014212     MOVE GC-SAVE-OK-MSG TO GC-EXIT-MESSAGE
014232     MOVE 'Y' TO GC-APPLIED-SWITCH.
014252 4200-EXIT.
014272     EXIT.

014292*    Any odds change waits for a second operator.  A schedule is
014312*    checked now, so the maker hears about a bad one at once.
014332 4300-PARK-CHANGE.
014352     IF GAME-ODDS-RECORD = GC-JRNL-BEFORE (1:15) AND
014372        GC-EFFECTIVE-DATE = ZERO AND GC-REVERT-DATE = ZERO
014392         MOVE 'Odds unchanged -- nothing to approve.'
014412             TO GC-EXIT-MESSAGE
014432         GO TO 4300-EXIT
014452     END-IF
014472     IF GC-EFFECTIVE-DATE NOT = ZERO OR
014492        GC-REVERT-DATE NOT = ZERO
014512         PERFORM 4110-CHECK-SCHEDULE THRU 4110-EXIT
014532         IF GC-EXIT-MESSAGE NOT = SPACES
014552             GO TO 4300-EXIT
014572         END-IF
014592     END-IF
014612     MOVE SPACES TO APPROVAL-REQUEST-RECORD
014632     MOVE ZERO TO AW-REQUEST-ID
014652     MOVE GC-CONSOLE-NAME TO AW-CONSOLE
014672     MOVE 'ODDS' TO AW-ACTION
014692     MOVE GC-OPERATOR-ID TO AW-MAKER
014712     MOVE GAME-ODDS-RECORD TO AW-ODDS-IMAGE
014732     MOVE GC-EFFECTIVE-DATE TO AW-ODDS-EFFECTIVE-DATE
014752     MOVE GC-EFFECTIVE-TIME TO AW-ODDS-EFFECTIVE-TIME
014772     MOVE GC-REVERT-DATE TO AW-ODDS-REVERT-DATE
014792     MOVE GC-REVERT-TIME TO AW-ODDS-REVERT-TIME
014812     IF GC-EFFECTIVE-DATE = ZERO
014832         STRING 'odds ' GAME-ODDS-RECORD ' now'
014852             DELIMITED BY SIZE INTO AW-SUMMARY
014872     ELSE
014892         STRING 'odds ' GAME-ODDS-RECORD ' live '
014912                GC-EFFECTIVE-DATE ' ' GC-EFFECTIVE-TIME
014932             DELIMITED BY SIZE INTO AW-SUMMARY
014952     END-IF
014972     MOVE 'P' TO GC-QUEUE-FUNCTION
014992     CALL "APPRQUE" USING GC-QUEUE-FUNCTION
015012                          APPROVAL-REQUEST-RECORD
015032                          GC-QUEUE-LIST
015052                          GC-QUEUE-OK
015072     IF GC-QUEUE-OK NOT = 'Y'
015092         MOVE 'Approval queue unavailable -- not saved.'
015112             TO GC-EXIT-MESSAGE
015132         GO TO 4300-EXIT
015152     END-IF
015172     MOVE 'PARK' TO GC-JRNL-ACTION
015192     MOVE SPACES TO GC-JRNL-AFTER
015212     STRING 'request ' AW-REQUEST-ID ' ' AW-SUMMARY
015232         DELIMITED BY SIZE INTO GC-JRNL-AFTER
015252     CALL "CONJRNL" USING GC-CONSOLE-NAME
015272                           GC-OPERATOR-ID
015292                           GC-JRNL-ACTION
015312                           GC-JRNL-BEFORE
015332                           GC-JRNL-AFTER
015352     MOVE SPACES TO GC-EXIT-MESSAGE
015372     STRING 'Request ' AW-REQUEST-ID ' awaits a second operator'
015392         DELIMITED BY SIZE INTO GC-EXIT-MESSAGE.
015412 4300-EXIT.
015432     EXIT.

015452******************************************************************
015472*  The checker's half.  Only a request parked from this console
015492*  and still awaiting a decision can be decided, and never
015512*  approved by the operator who parked it.
015532******************************************************************
015552 5000-DECIDE-REQUEST.
015572     MOVE SPACES TO APPROVAL-REQUEST-RECORD
015592     MOVE GC-APPROVAL-ID TO AW-REQUEST-ID
015612     MOVE 'G' TO GC-QUEUE-FUNCTION
015632     CALL "APPRQUE" USING GC-QUEUE-FUNCTION
015652                          APPROVAL-REQUEST-RECORD
015672                          GC-QUEUE-LIST
015692                          GC-QUEUE-OK
015712     IF GC-QUEUE-OK NOT = 'Y' OR AW-CONSOLE NOT = GC-CONSOLE-NAME
015732         MOVE 'No such request for this console.'
015752             TO GC-EXIT-MESSAGE
015772         GO TO 5000-EXIT
015792     END-IF
015812     IF NOT AW-AWAITING
015832         MOVE 'That request has already been decided.'
015852             TO GC-EXIT-MESSAGE
015872         GO TO 5000-EXIT
015892     END-IF
015912     EVALUATE TRUE
015932         WHEN GC-DECISION = 'R'
015952             SET AW-REJECTED TO TRUE
015972             MOVE 'REJECT' TO GC-JRNL-ACTION
015992             PERFORM 5200-CLOSE-REQUEST THRU 5200-EXIT
016012         WHEN GC-DECISION NOT = 'A'
016032             MOVE 'Decision must be A or R.' TO GC-EXIT-MESSAGE
016052         WHEN AW-MAKER = GC-OPERATOR-ID
016072             MOVE 'You cannot approve your own change.'
016092                 TO GC-EXIT-MESSAGE
016112         WHEN OTHER
016132             PERFORM 5100-APPROVE-REQUEST THRU 5100-EXIT
016152     END-EVALUATE.
016172 5000-EXIT.
016192     EXIT.

016212 5100-APPROVE-REQUEST.
016232     MOVE AW-ODDS-IMAGE TO GAME-ODDS-RECORD
016252     MOVE AW-ODDS-EFFECTIVE-DATE TO GC-EFFECTIVE-DATE
016272     MOVE AW-ODDS-EFFECTIVE-TIME TO GC-EFFECTIVE-TIME
016292     MOVE AW-ODDS-REVERT-DATE TO GC-REVERT-DATE
016312     MOVE AW-ODDS-REVERT-TIME TO GC-REVERT-TIME
016332     PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
016352     IF NOT GC-CHANGE-APPLIED
016372         GO TO 5100-EXIT
016392     END-IF
016412     SET AW-APPROVED TO TRUE
016432     MOVE 'APPROVE' TO GC-JRNL-ACTION
016452     PERFORM 5200-CLOSE-REQUEST THRU 5200-EXIT.
016472 5100-EXIT.
016492     EXIT.

016512 5200-CLOSE-REQUEST.
016532     MOVE GC-OPERATOR-ID TO AW-CHECKER
016552     MOVE 'U' TO GC-QUEUE-FUNCTION
016572     CALL "APPRQUE" USING GC-QUEUE-FUNCTION
016592                          APPROVAL-REQUEST-RECORD
016612                          GC-QUEUE-LIST
016632                          GC-QUEUE-OK
016633     IF GC-QUEUE-OK NOT = 'Y'
016634         MOVE SPACES TO GC-EXIT-MESSAGE
016635         IF AW-APPROVED
016636             STRING 'Request ' AW-REQUEST-ID
016637                    ' made, queue not closed.'
016638                 DELIMITED BY SIZE INTO GC-EXIT-MESSAGE
016639         ELSE
016640             MOVE 'Queue unavailable -- nothing decided.'
016641                 TO GC-EXIT-MESSAGE
016642         END-IF
016643         GO TO 5200-EXIT
016644     END-IF
016652     MOVE SPACES TO GC-JRNL-BEFORE
016672     STRING 'request ' AW-REQUEST-ID ' by ' AW-MAKER
016692         DELIMITED BY SIZE INTO GC-JRNL-BEFORE
016712     MOVE AW-SUMMARY TO GC-JRNL-AFTER
016732     CALL "CONJRNL" USING GC-CONSOLE-NAME
016752                           GC-OPERATOR-ID
016772                           GC-JRNL-ACTION
016792                           GC-JRNL-BEFORE
016812                           GC-JRNL-AFTER
016832     MOVE SPACES TO GC-EXIT-MESSAGE
016852     IF AW-APPROVED
016872         STRING 'Request ' AW-REQUEST-ID ' approved and made.'
016892             DELIMITED BY SIZE INTO GC-EXIT-MESSAGE
016912     ELSE
016932         STRING 'Request ' AW-REQUEST-ID ' rejected.'
016952             DELIMITED BY SIZE INTO GC-EXIT-MESSAGE
016972     END-IF.
016992 5200-EXIT.
017012     EXIT.

019800 9999-EXIT.
019900     STOP RUN.
