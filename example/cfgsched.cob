000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CFGSCHED.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CFGSCHED
000900*
001000*  Interactive console for scheduled config changes.  Shows
001100*  the changes on the PENDING-CONFIG file that are still to go
001200*  live, or are live and still to revert, with their times;
001300*  lets the operator cancel one that has not gone live yet; and
001400*  takes a RULESET variant with an effective date and time (and
001500*  an optional revert) for CFGACTV to put live on schedule --
001600*  RULESET has no console of its own, and up to now a variant
001700*  went on by hand the moment it was saved.  ODDSCFG, OPPONENT
001800*  and EVENTDEF changes are scheduled from GAMECFG, OPPCFG and
001900*  EVENTCFG themselves, by giving an effective date there.
002000*
002100*  A variant is passed through CFGVALID here, the same check
002200*  CFGACTV makes when it comes due, so a bad one is turned away
002300*  while the operator is still at the screen.
002400*
002500*  Modification history
002600*  ---------------------------------------------------------------
002700*  2026-10-15  jm  Original program.
002710*  2026-10-15  jm  A cancel that does not rewrite is reported,
002720*                  not journalled.
002760*  2026-10-15  jm  The record grew the approver beside the maker.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     CRT STATUS IS CZ-CRT-STATUS.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL PENDING-CONFIG-FILE ASSIGN TO "PENDCFG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CZ-FILE-CHANGE-ID
003900         FILE STATUS IS CZ-PENDING-FILE-STATUS.

004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PENDING-CONFIG-FILE.
004300 01  PENDING-CONFIG-FILE-RECORD.
004400     05  CZ-FILE-CHANGE-ID        PIC 9(06).
004500     05  FILLER                   PIC X(456).

004600 WORKING-STORAGE SECTION.
004700     COPY "screenio.cpy".
004800     COPY "pendcfg.cpy".
004900     COPY "ruleset.cpy".

005000     77 CZ-PENDING-FILE-STATUS   PIC X(02) VALUE '00'.
005100        88 CZ-PENDING-FILE-OK              VALUES '00' '05'.
005200     01 CZ-CRT-STATUS            PIC 9(04) VALUE ZERO.
005300     77 CZ-EOF-SWITCH            PIC X(01) VALUE 'N'.
005400        88 CZ-AT-EOF                       VALUE 'Y'.
005500     77 CZ-SHOWN-COUNT           PIC 9(02) VALUE ZERO.
005600     77 CZ-NOW-DATE              PIC 9(08) VALUE ZERO.
005700     77 CZ-NOW-TIME              PIC 9(08) VALUE ZERO.
005800     77 CZ-NOW-HHMM              PIC 9(04) VALUE ZERO.
005900     77 CZ-VERDICT               PIC X(01) VALUE 'Y'.
006000     77 CZ-REASON                PIC X(40) VALUE SPACES.
006100     77 CZ-POST-OK               PIC X(01) VALUE 'N'.

006200     01 CZ-CANCEL-ID             PIC 9(06) VALUE ZERO.
006300     01 CZ-NEW-EFFECTIVE-DATE    PIC 9(08) VALUE ZERO.
006400     01 CZ-NEW-EFFECTIVE-TIME    PIC 9(04) VALUE ZERO.
006500     01 CZ-NEW-REVERT-DATE       PIC 9(08) VALUE ZERO.
006600     01 CZ-NEW-REVERT-TIME       PIC 9(04) VALUE ZERO.
006700     01 CZ-EXIT-MESSAGE          PIC X(50) VALUE SPACES.
006800*    ----------------------------------------------------------
006900*    Shared sign-on and change journal: OPSIGNON gates entry
007000*    with per-console authority, CONJRNL records what this
007100*    operator changed, before and after.
007200*    ----------------------------------------------------------
007300     01 CZ-CONSOLE-NAME          PIC X(08) VALUE 'CFGSCHED'.
007400     01 CZ-OPERATOR-ID           PIC X(08) VALUE SPACES.
007500     01 CZ-SIGNON-OK             PIC X(01) VALUE 'N'.
007600     01 CZ-JRNL-ACTION           PIC X(08) VALUE SPACES.
007700     01 CZ-JRNL-BEFORE           PIC X(60) VALUE SPACES.
007800     01 CZ-JRNL-AFTER            PIC X(60) VALUE SPACES.

007900*    The first eight changes still to happen, in change number
008000*    order -- the order they were entered.
008100     01 CZ-SHOW-TABLE.
008200        05 CZ-SHOW-LINE OCCURS 8 TIMES PIC X(70).

008300 SCREEN SECTION.
008400 01  CZ-ADMIN-SCREEN.
008500     05  BLANK SCREEN.
008600     05  LINE 01 COLUMN 14 VALUE
008700             'CFGSCHED - SCHEDULED CONFIG CHANGES'
008800             FOREGROUND-COLOR COB-COLOR-WHITE.
008900     05  LINE 02 COLUMN 05 VALUE 'Change File       Key'.
009000     05  LINE 02 COLUMN 36 VALUE 'Goes live     Reverts'.
009100     05  LINE 03 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(1).
009200     05  LINE 04 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(2).
009300     05  LINE 05 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(3).
009400     05  LINE 06 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(4).
009500     05  LINE 07 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(5).
009600     05  LINE 08 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(6).
009700     05  LINE 09 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(7).
009800     05  LINE 10 COLUMN 05 PIC X(70) FROM CZ-SHOW-LINE(8).

009900     05  LINE 11 COLUMN 05 VALUE 'Cancel change no.:'.
010000     05  LINE 11 COLUMN 24 PIC 9(06) USING CZ-CANCEL-ID.
010100     05  LINE 11 COLUMN 32 VALUE '(not yet live only)'.
010200     05  LINE 12 COLUMN 05 VALUE 'Or schedule a RULESET variant'.
010300     05  LINE 13 COLUMN 05 VALUE 'Variant:'.
010400     05  LINE 13 COLUMN 14 PIC X(12) USING RS-VARIANT-NAME.
010500     05  LINE 13 COLUMN 30 VALUE 'Choices (2-5):'.
010600     05  LINE 13 COLUMN 45 PIC 9(01) USING RS-CHOICE-COUNT.
010700     05  LINE 14 COLUMN 05 VALUE 'Choice 1:'.
010800     05  LINE 14 COLUMN 15 PIC X(08) USING RS-CHOICE-NAME(1).
010900     05  LINE 14 COLUMN 25 VALUE 'beats'.
011000     05  LINE 14 COLUMN 31 PIC X(08) USING RS-BEATS(1, 1).
011100     05  LINE 14 COLUMN 41 PIC X(08) USING RS-BEATS(1, 2).
011200     05  LINE 15 COLUMN 05 VALUE 'Choice 2:'.
011300     05  LINE 15 COLUMN 15 PIC X(08) USING RS-CHOICE-NAME(2).
011400     05  LINE 15 COLUMN 25 VALUE 'beats'.
011500     05  LINE 15 COLUMN 31 PIC X(08) USING RS-BEATS(2, 1).
011600     05  LINE 15 COLUMN 41 PIC X(08) USING RS-BEATS(2, 2).
011700     05  LINE 16 COLUMN 05 VALUE 'Choice 3:'.
011800     05  LINE 16 COLUMN 15 PIC X(08) USING RS-CHOICE-NAME(3).
011900     05  LINE 16 COLUMN 25 VALUE 'beats'.
012000     05  LINE 16 COLUMN 31 PIC X(08) USING RS-BEATS(3, 1).
012100     05  LINE 16 COLUMN 41 PIC X(08) USING RS-BEATS(3, 2).
012200     05  LINE 17 COLUMN 05 VALUE 'Choice 4:'.
012300     05  LINE 17 COLUMN 15 PIC X(08) USING RS-CHOICE-NAME(4).
012400     05  LINE 17 COLUMN 25 VALUE 'beats'.
012500     05  LINE 17 COLUMN 31 PIC X(08) USING RS-BEATS(4, 1).
012600     05  LINE 17 COLUMN 41 PIC X(08) USING RS-BEATS(4, 2).
012700     05  LINE 18 COLUMN 05 VALUE 'Choice 5:'.
012800     05  LINE 18 COLUMN 15 PIC X(08) USING RS-CHOICE-NAME(5).
012900     05  LINE 18 COLUMN 25 VALUE 'beats'.
013000     05  LINE 18 COLUMN 31 PIC X(08) USING RS-BEATS(5, 1).
013100     05  LINE 18 COLUMN 41 PIC X(08) USING RS-BEATS(5, 2).
013200     05  LINE 19 COLUMN 05 VALUE 'Goes live (YYYYMMDD HHMM):'.
013300     05  LINE 19 COLUMN 32 PIC 9(08) USING CZ-NEW-EFFECTIVE-DATE.
013400     05  LINE 19 COLUMN 41 PIC 9(04) USING CZ-NEW-EFFECTIVE-TIME.
013500     05  LINE 20 COLUMN 05 VALUE 'Reverts   (YYYYMMDD HHMM):'.
013600     05  LINE 20 COLUMN 32 PIC 9(08) USING CZ-NEW-REVERT-DATE.
013700     05  LINE 20 COLUMN 41 PIC 9(04) USING CZ-NEW-REVERT-TIME.
013800     05  LINE 20 COLUMN 47 VALUE '(zeros = stays)'.

013900     05  LINE 21 COLUMN 05 VALUE 'F3 = exit without saving'.

014000 PROCEDURE DIVISION.

014100 0000-MAINLINE.
014200     CALL "OPSIGNON" USING CZ-CONSOLE-NAME
014300                             CZ-OPERATOR-ID
014400                             CZ-SIGNON-OK
014500     IF CZ-SIGNON-OK NOT = 'Y'
014600         DISPLAY "CFGSCHED: sign-on refused"
014700         GO TO 9999-EXIT
014800     END-IF
014900     MOVE SPACES TO RULESET-RECORD
015000     MOVE ZERO TO RS-CHOICE-COUNT
015100     PERFORM 1000-LOAD-CHANGE-LIST THRU 1000-EXIT
015200     DISPLAY CZ-ADMIN-SCREEN
015300     ACCEPT CZ-ADMIN-SCREEN
015400     EVALUATE TRUE
015500         WHEN CZ-CRT-STATUS = COB-SCR-F3
015600             MOVE 'Exiting without saving.' TO CZ-EXIT-MESSAGE
015700         WHEN CZ-CANCEL-ID NOT = ZERO
015800             PERFORM 3000-CANCEL-CHANGE THRU 3000-EXIT
015900         WHEN RS-VARIANT-NAME NOT = SPACES
016000             PERFORM 4000-VALIDATE-AND-POST THRU 4000-EXIT
016100         WHEN OTHER
016200             MOVE 'Nothing entered -- nothing changed.'
016300                 TO CZ-EXIT-MESSAGE
016400     END-EVALUATE
016500     DISPLAY CZ-EXIT-MESSAGE LINE 23 COLUMN 05
016600     GO TO 9999-EXIT.

016700 1000-LOAD-CHANGE-LIST.
016800     MOVE SPACES TO CZ-SHOW-TABLE
016900     OPEN INPUT PENDING-CONFIG-FILE
017000     IF CZ-PENDING-FILE-OK
017100         PERFORM 1100-LOAD-ONE-CHANGE THRU 1100-EXIT
017200                 UNTIL CZ-AT-EOF OR CZ-SHOWN-COUNT = 8
017300         CLOSE PENDING-CONFIG-FILE
017400     END-IF
017500     IF CZ-SHOWN-COUNT = ZERO
017600         MOVE '(nothing scheduled)' TO CZ-SHOW-LINE(1)
017700     END-IF.
017800 1000-EXIT.
017900     EXIT.

018000 1100-LOAD-ONE-CHANGE.
018100     READ PENDING-CONFIG-FILE NEXT RECORD
018200         INTO PENDING-CONFIG-RECORD
018300         AT END
018400             MOVE 'Y' TO CZ-EOF-SWITCH
018500             GO TO 1100-EXIT
018600     END-READ
018700     IF NOT CQ-CHANGE-PENDING AND NOT CQ-CHANGE-LIVE
018800         GO TO 1100-EXIT
018900     END-IF
019000     ADD 1 TO CZ-SHOWN-COUNT
019100     MOVE SPACES TO CZ-SHOW-LINE(CZ-SHOWN-COUNT)
019200     IF CQ-CHANGE-LIVE
019300         STRING CQ-CHANGE-ID ' ' CQ-FILE-ID ' ' CQ-RECORD-KEY
019400                ' (live)        ' CQ-REVERT-DATE ' '
019500                CQ-REVERT-TIME
019600             DELIMITED BY SIZE
019700             INTO CZ-SHOW-LINE(CZ-SHOWN-COUNT)
019800     ELSE
019900         IF CQ-REVERT-DATE = ZERO
020000             STRING CQ-CHANGE-ID ' ' CQ-FILE-ID ' ' CQ-RECORD-KEY
020100                    ' ' CQ-EFFECTIVE-DATE ' ' CQ-EFFECTIVE-TIME
020200                 DELIMITED BY SIZE
020300                 INTO CZ-SHOW-LINE(CZ-SHOWN-COUNT)
020400         ELSE
020500             STRING CQ-CHANGE-ID ' ' CQ-FILE-ID ' ' CQ-RECORD-KEY
020600                    ' ' CQ-EFFECTIVE-DATE ' ' CQ-EFFECTIVE-TIME
020700                    ' ' CQ-REVERT-DATE ' ' CQ-REVERT-TIME
020800                 DELIMITED BY SIZE
020900                 INTO CZ-SHOW-LINE(CZ-SHOWN-COUNT)
021000         END-IF
021100     END-IF.
021200 1100-EXIT.
021300     EXIT.

021400*    Only a change that has not gone live can be cancelled; one
021500*    that is live is taken back by scheduling the old values.
021600 3000-CANCEL-CHANGE.
021700     OPEN I-O PENDING-CONFIG-FILE
021800     IF NOT CZ-PENDING-FILE-OK
021900         MOVE 'Scheduled change file unavailable.'
022000             TO CZ-EXIT-MESSAGE
022100         GO TO 3000-EXIT
022200     END-IF
022300     MOVE CZ-CANCEL-ID TO CZ-FILE-CHANGE-ID
022400     READ PENDING-CONFIG-FILE INTO PENDING-CONFIG-RECORD
022500         INVALID KEY
022600             MOVE 'No change with that number.' TO CZ-EXIT-MESSAGE
022700             CLOSE PENDING-CONFIG-FILE
022800             GO TO 3000-EXIT
022900     END-READ
023000     IF NOT CQ-CHANGE-PENDING
023100         MOVE 'That change is not waiting to go live.'
023200             TO CZ-EXIT-MESSAGE
023300         CLOSE PENDING-CONFIG-FILE
023400         GO TO 3000-EXIT
023500     END-IF
023600     SET CQ-CHANGE-CANCELLED TO TRUE
023700     REWRITE PENDING-CONFIG-FILE-RECORD FROM PENDING-CONFIG-RECORD
023710     IF NOT CZ-PENDING-FILE-OK
023720         MOVE 'Change not cancelled -- file error, see ops.'
023730             TO CZ-EXIT-MESSAGE
023740         CLOSE PENDING-CONFIG-FILE
023750         GO TO 3000-EXIT
023760     END-IF
023800     CLOSE PENDING-CONFIG-FILE
023900     MOVE 'CANCEL' TO CZ-JRNL-ACTION
024000     MOVE CQ-NEW-IMAGE TO CZ-JRNL-BEFORE
024100     MOVE SPACES TO CZ-JRNL-AFTER
024200     STRING 'change ' CQ-CHANGE-ID ' cancelled' DELIMITED BY SIZE
024300         INTO CZ-JRNL-AFTER
024400     PERFORM 6000-JOURNAL THRU 6000-EXIT
024500     MOVE 'Change cancelled.' TO CZ-EXIT-MESSAGE.
024600 3000-EXIT.
024700     EXIT.

024800 4000-VALIDATE-AND-POST.
024900     ACCEPT CZ-NOW-DATE FROM DATE YYYYMMDD
025000     ACCEPT CZ-NOW-TIME FROM TIME
025100     MOVE CZ-NOW-TIME(1:4) TO CZ-NOW-HHMM
025200     MOVE SPACES TO PENDING-CONFIG-RECORD
025300     MOVE ZERO TO CQ-CHANGE-ID
025400     MOVE 'RULESET' TO CQ-FILE-ID
025500     MOVE RS-VARIANT-NAME TO CQ-RECORD-KEY
025600     MOVE CZ-NEW-EFFECTIVE-DATE TO CQ-EFFECTIVE-DATE
025700     MOVE CZ-NEW-EFFECTIVE-TIME TO CQ-EFFECTIVE-TIME
025800     MOVE CZ-NEW-REVERT-DATE TO CQ-REVERT-DATE
025900     MOVE CZ-NEW-REVERT-TIME TO CQ-REVERT-TIME
026000     MOVE CZ-OPERATOR-ID TO CQ-ENTERED-BY
026100     MOVE RULESET-RECORD TO CQ-NEW-IMAGE
026200     CALL "CFGVALID" USING PENDING-CONFIG-RECORD
026300                           CZ-VERDICT
026400                           CZ-REASON
026500     IF CZ-VERDICT NOT = 'Y'
026600         MOVE CZ-REASON TO CZ-EXIT-MESSAGE
026700         GO TO 4000-EXIT
026800     END-IF
026900     IF CQ-EFFECTIVE-DATE < CZ-NOW-DATE OR
027000        (CQ-EFFECTIVE-DATE = CZ-NOW-DATE AND
027100         CQ-EFFECTIVE-TIME < CZ-NOW-HHMM)
027200         MOVE 'That time has already gone -- not saved.'
027300             TO CZ-EXIT-MESSAGE
027400         GO TO 4000-EXIT
027500     END-IF
027600     CALL "CFGPOST" USING PENDING-CONFIG-RECORD
027700                          CZ-POST-OK
027800     IF CZ-POST-OK NOT = 'Y'
027900         MOVE 'Scheduled change file unavailable -- not saved.'
028000             TO CZ-EXIT-MESSAGE
028100         GO TO 4000-EXIT
028200     END-IF
028300     MOVE 'SCHED' TO CZ-JRNL-ACTION
028400     MOVE SPACES TO CZ-JRNL-BEFORE
028500     STRING 'change ' CQ-CHANGE-ID ' live ' CQ-EFFECTIVE-DATE
028600            ' ' CQ-EFFECTIVE-TIME DELIMITED BY SIZE
028700         INTO CZ-JRNL-BEFORE
028800     MOVE CQ-NEW-IMAGE TO CZ-JRNL-AFTER
028900     PERFORM 6000-JOURNAL THRU 6000-EXIT
029000     MOVE SPACES TO CZ-EXIT-MESSAGE
029100     STRING 'Change ' CQ-CHANGE-ID ' scheduled.' DELIMITED BY SIZE
029200         INTO CZ-EXIT-MESSAGE.
029300 4000-EXIT.
029400     EXIT.

029500 6000-JOURNAL.
029600     CALL "CONJRNL" USING CZ-CONSOLE-NAME
029700                           CZ-OPERATOR-ID
029800                           CZ-JRNL-ACTION
029900                           CZ-JRNL-BEFORE
030000                           CZ-JRNL-AFTER.
030100 6000-EXIT.
030200     EXIT.

030300 9999-EXIT.
030400     STOP RUN.
