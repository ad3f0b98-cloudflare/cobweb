000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CFGACTV.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CFGACTV
000900*
001000*  Scheduled config activation.  Walks the PENDING-CONFIG file
001100*  (PENDCFG.CPY) and, for every change whose effective date and
001200*  time have come, passes it through CFGVALID once more and puts
001300*  it on the live ODDSCFG, OPPONENT, EVENTDEF or RULESET file --
001400*  WORKER reads them on every request, so the change is in play
001500*  from the next pick on, with nobody at the console.  A change
001600*  whose revert time has come is taken back off the same way.
001700*
001800*  A change that no longer passes is rejected rather than put
001900*  live, and raises a WARN on the common ALERT file: whoever
002000*  scheduled the Friday odds expects them on Friday, and
002100*  on-call is the one who can find out why they are not.  A
002200*  revert whose record has been changed again since -- by hand
002300*  or by a later scheduled change -- leaves the live record
002400*  alone and is marked superseded; the later change wins.
002500*  Every activation and revert goes on the CONJRNL journal
002600*  under the operator who scheduled it, with console CFGACTV.
002700*
002800*  ODDSCFG is a single record; a change to it replaces the
002900*  file.  When there was no ODDSCFG to replace, the revert puts
003000*  back GAMECFG's flat twenty-each, the weighting WORKER was
003100*  drawing with.
003200*
003300*  Run from the scheduler every fifteen minutes between
003400*  windows, and in the overnight window ahead of CFGSNAP so the
003500*  night's snapshot sees what went live.  Leaves CFGACTV.TXT
003600*  naming what this run did.
003700*
003800*  Invoke as:  cfgactv
003900*  Exits with RETURN-CODE 0.
004000*
004100*  Modification history
004200*  ---------------------------------------------------------------
004300*  2026-10-15  jm  Original program.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OPTIONAL PENDING-CONFIG-FILE ASSIGN TO "PENDCFG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CQ-CHANGE-ID
005200         FILE STATUS IS CY-PENDING-FILE-STATUS.
005300     SELECT CONFIG-FILE
005400         ASSIGN TO DYNAMIC CY-CONFIG-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CY-CONFIG-FILE-STATUS.
005700     SELECT CONFIG-WORK-FILE ASSIGN TO "CFGACTV.WRK"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CY-WORK-FILE-STATUS.
006000     SELECT ALERT-FILE ASSIGN TO "ALERTS"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CY-ALERT-FILE-STATUS.
006300     SELECT ACTIVATION-REPORT-FILE ASSIGN TO "CFGACTV.TXT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CY-REPORT-FILE-STATUS.

006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PENDING-CONFIG-FILE.
006900 COPY "pendcfg.cpy".

007000 FD  CONFIG-FILE.
007100 01  CONFIG-RECORD               PIC X(152).

007200 FD  CONFIG-WORK-FILE.
007300 01  CONFIG-WORK-RECORD          PIC X(152).

007400 FD  ALERT-FILE.
007500 COPY "alertrec.cpy".

007600 FD  ACTIVATION-REPORT-FILE.
007700 01  ACTIVATION-REPORT-LINE      PIC X(80).

007800 WORKING-STORAGE SECTION.
007900     77 CY-PENDING-FILE-STATUS   PIC X(02) VALUE '00'.
008000        88 CY-PENDING-FILE-OK             VALUE '00'.
008100     77 CY-CONFIG-FILE-STATUS    PIC X(02) VALUE '00'.
008200        88 CY-CONFIG-FILE-OK              VALUE '00'.
008300     77 CY-WORK-FILE-STATUS      PIC X(02) VALUE '00'.
008400     77 CY-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
008500        88 CY-ALERT-FILE-OK               VALUE '00'.
008600     77 CY-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
008700     77 CY-EOF-SWITCH            PIC X(01) VALUE 'N'.
008800        88 CY-AT-EOF                      VALUE 'Y'.
008900     77 CY-CONFIG-EOF-SWITCH     PIC X(01) VALUE 'N'.
009000        88 CY-CONFIG-AT-EOF               VALUE 'Y'.
009100     77 CY-CURRENT-SWITCH        PIC X(01) VALUE 'N'.
009200        88 CY-CURRENT-FOUND               VALUE 'Y'.
009300     77 CY-REMOVE-SWITCH         PIC X(01) VALUE 'N'.
009400        88 CY-REMOVE-RECORD               VALUE 'Y'.
009500     77 CY-PLACED-SWITCH         PIC X(01) VALUE 'N'.
009600        88 CY-RECORD-PLACED               VALUE 'Y'.

009700     77 CY-NOW-DATE              PIC 9(08) VALUE ZERO.
009800     77 CY-NOW-TIME              PIC 9(08) VALUE ZERO.
009900     77 CY-NOW-HHMM              PIC 9(04) VALUE ZERO.
010000     77 CY-CONFIG-NAME           PIC X(10) VALUE SPACES.
010100     77 CY-KEY-LENGTH            PIC 9(02) COMP VALUE ZERO.
010200     77 CY-CURRENT-IMAGE         PIC X(152) VALUE SPACES.
010300     77 CY-PLACE-IMAGE           PIC X(152) VALUE SPACES.
010400     77 CY-FLAT-ODDS             PIC X(15) VALUE
010500        '020020020020020'.

010600     77 CY-VERDICT               PIC X(01) VALUE 'Y'.
010700     77 CY-REASON                PIC X(40) VALUE SPACES.

010800     77 CY-ACTIVATED-COUNT       PIC 9(05) COMP VALUE ZERO.
010900     77 CY-REVERTED-COUNT        PIC 9(05) COMP VALUE ZERO.
011000     77 CY-SUPERSEDED-COUNT      PIC 9(05) COMP VALUE ZERO.
011100     77 CY-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
011200     77 CY-COUNT-DISPLAY         PIC ZZZZ9.

011300     01 CY-CONSOLE-NAME          PIC X(08) VALUE 'CFGACTV'.
011400     01 CY-JRNL-ACTION           PIC X(08) VALUE SPACES.
011500     01 CY-JRNL-BEFORE           PIC X(60) VALUE SPACES.
011600     01 CY-JRNL-AFTER            PIC X(60) VALUE SPACES.

011700     01 CY-HEADING-1             PIC X(80) VALUE
011800        'CFGACTV - SCHEDULED CONFIG ACTIVATION'.
011900     01 CY-HEADING-2             PIC X(80).
012000     01 CY-BLANK-LINE            PIC X(80) VALUE SPACES.
012100     01 CY-DETAIL-LINE.
012200        05 FILLER                PIC X(02) VALUE SPACES.
012300        05 CY-DTL-CHANGE         PIC 9(06).
012400        05 FILLER                PIC X(02) VALUE SPACES.
012500        05 CY-DTL-FILE           PIC X(10).
012600        05 FILLER                PIC X(01) VALUE SPACE.
012700        05 CY-DTL-KEY            PIC X(12).
012800        05 FILLER                PIC X(01) VALUE SPACE.
012900        05 CY-DTL-TEXT           PIC X(46).
013000     01 CY-STATUS-LINE.
013100        05 FILLER                PIC X(02) VALUE SPACES.
013200        05 CY-STATUS-TEXT        PIC X(78).

013300 PROCEDURE DIVISION.

013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013600     OPEN I-O PENDING-CONFIG-FILE
013700     IF NOT CY-PENDING-FILE-OK
013800         MOVE 'No scheduled changes on file.' TO CY-STATUS-TEXT
013900         WRITE ACTIVATION-REPORT-LINE FROM CY-STATUS-LINE
014000         CLOSE ACTIVATION-REPORT-FILE
014100         MOVE 0 TO RETURN-CODE
014200         GO TO 9999-EXIT
014300     END-IF
014400     PERFORM 2000-CONSIDER-ONE-CHANGE THRU 2000-EXIT
014500             UNTIL CY-AT-EOF
014600     CLOSE PENDING-CONFIG-FILE
014700     PERFORM 8000-TERMINATE THRU 8000-EXIT
014800     GO TO 9999-EXIT.

014900*    The wall clock, not the business date: "effective Friday at
015000*    1900" means Friday at 1900 wherever the window happens to be.
015100 1000-INITIALIZE.
015200     ACCEPT CY-NOW-DATE FROM DATE YYYYMMDD
015300     ACCEPT CY-NOW-TIME FROM TIME
015400     MOVE CY-NOW-TIME(1:4) TO CY-NOW-HHMM
015500     OPEN OUTPUT ACTIVATION-REPORT-FILE
015600     MOVE SPACES TO CY-HEADING-2
015700     STRING 'Run at: ' CY-NOW-DATE ' ' CY-NOW-HHMM
015800         DELIMITED BY SIZE INTO CY-HEADING-2
015900     WRITE ACTIVATION-REPORT-LINE FROM CY-HEADING-1
016000     WRITE ACTIVATION-REPORT-LINE FROM CY-HEADING-2
016100     WRITE ACTIVATION-REPORT-LINE FROM CY-BLANK-LINE.
016200 1000-EXIT.
016300     EXIT.

016400 2000-CONSIDER-ONE-CHANGE.
016500     READ PENDING-CONFIG-FILE NEXT RECORD
016600         AT END
016700             MOVE 'Y' TO CY-EOF-SWITCH
016800             GO TO 2000-EXIT
016900     END-READ
017000     EVALUATE TRUE
017100         WHEN CQ-CHANGE-PENDING
017200             IF CQ-EFFECTIVE-DATE < CY-NOW-DATE OR
017300                (CQ-EFFECTIVE-DATE = CY-NOW-DATE AND
017400                 CQ-EFFECTIVE-TIME NOT > CY-NOW-HHMM)
017500                 PERFORM 3000-ACTIVATE-CHANGE THRU 3000-EXIT
017600             END-IF
017700         WHEN CQ-CHANGE-LIVE
017800             IF CQ-REVERT-DATE < CY-NOW-DATE OR
017900                (CQ-REVERT-DATE = CY-NOW-DATE AND
018000                 CQ-REVERT-TIME NOT > CY-NOW-HHMM)
018100                 PERFORM 4000-REVERT-CHANGE THRU 4000-EXIT
018200             END-IF
018300     END-EVALUATE.
018400 2000-EXIT.
018500     EXIT.

018600******************************************************************
018700*  A change that has come due: checked once more, then live.
018800******************************************************************
018900 3000-ACTIVATE-CHANGE.
019000     CALL "CFGVALID" USING PENDING-CONFIG-RECORD
019100                           CY-VERDICT
019200                           CY-REASON
019300     IF CY-VERDICT NOT = 'Y'
019400         PERFORM 3100-REJECT-CHANGE THRU 3100-EXIT
019500         GO TO 3000-EXIT
019600     END-IF
019700     PERFORM 5000-NAME-CONFIG-FILE THRU 5000-EXIT
019800     PERFORM 5100-FIND-CURRENT THRU 5100-EXIT
019900     IF CY-CURRENT-FOUND
020000         MOVE 'Y' TO CQ-PRIOR-SWITCH
020100         MOVE CY-CURRENT-IMAGE TO CQ-PRIOR-IMAGE
020200     ELSE
020300         IF CQ-FILE-ID = 'ODDSCFG'
020400             MOVE 'Y' TO CQ-PRIOR-SWITCH
020500             MOVE CY-FLAT-ODDS TO CQ-PRIOR-IMAGE
020600         ELSE
020700             MOVE 'N' TO CQ-PRIOR-SWITCH
020800             MOVE SPACES TO CQ-PRIOR-IMAGE
020900         END-IF
021000     END-IF
021100     MOVE CQ-NEW-IMAGE TO CY-PLACE-IMAGE
021200     MOVE 'N' TO CY-REMOVE-SWITCH
021300     PERFORM 5200-REWRITE-CONFIG THRU 5200-EXIT
021400     MOVE CY-NOW-DATE TO CQ-APPLIED-DATE
021500     MOVE CY-NOW-TIME TO CQ-APPLIED-TIME
021600     IF CQ-REVERT-DATE = ZERO
021700         SET CQ-CHANGE-DONE TO TRUE
021800     ELSE
021900         SET CQ-CHANGE-LIVE TO TRUE
022000     END-IF
022100     REWRITE PENDING-CONFIG-RECORD
022200     ADD 1 TO CY-ACTIVATED-COUNT
022300     MOVE 'ACTIVATE' TO CY-JRNL-ACTION
022400     MOVE CQ-PRIOR-IMAGE TO CY-JRNL-BEFORE
022500     MOVE CQ-NEW-IMAGE TO CY-JRNL-AFTER
022600     PERFORM 6000-JOURNAL THRU 6000-EXIT
022700     MOVE 'now live' TO CY-DTL-TEXT
022800     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
022900 3000-EXIT.
023000     EXIT.

023100 3100-REJECT-CHANGE.
023200     SET CQ-CHANGE-REJECTED TO TRUE
023300     MOVE CY-REASON TO CQ-REJECT-REASON
023400     REWRITE PENDING-CONFIG-RECORD
023500     ADD 1 TO CY-REJECTED-COUNT
023600     MOVE SPACES TO CY-DTL-TEXT
023700     STRING 'REJECTED: ' CY-REASON DELIMITED BY SIZE
023800         INTO CY-DTL-TEXT
023900     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
024000     PERFORM 5500-RAISE-ALERT THRU 5500-EXIT.
024100 3100-EXIT.
024200     EXIT.

024300******************************************************************
024400*  A live change whose revert has come due.
024500******************************************************************
024600 4000-REVERT-CHANGE.
024700     PERFORM 5000-NAME-CONFIG-FILE THRU 5000-EXIT
024800     PERFORM 5100-FIND-CURRENT THRU 5100-EXIT
024900     IF NOT CY-CURRENT-FOUND OR
025000        CY-CURRENT-IMAGE NOT = CQ-NEW-IMAGE
025100         SET CQ-CHANGE-SUPERSEDED TO TRUE
025200         MOVE CY-NOW-DATE TO CQ-REVERTED-DATE
025300         MOVE CY-NOW-TIME TO CQ-REVERTED-TIME
025400         REWRITE PENDING-CONFIG-RECORD
025500         ADD 1 TO CY-SUPERSEDED-COUNT
025600         MOVE 'changed again since -- revert skipped'
025700             TO CY-DTL-TEXT
025800         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
025900         GO TO 4000-EXIT
026000     END-IF
026100     IF CQ-PRIOR-EXISTED
026200         MOVE CQ-PRIOR-IMAGE TO CY-PLACE-IMAGE
026300         MOVE 'N' TO CY-REMOVE-SWITCH
026400     ELSE
026500         MOVE SPACES TO CY-PLACE-IMAGE
026600         MOVE 'Y' TO CY-REMOVE-SWITCH
026700     END-IF
026800     PERFORM 5200-REWRITE-CONFIG THRU 5200-EXIT
026900     SET CQ-CHANGE-REVERTED TO TRUE
027000     MOVE CY-NOW-DATE TO CQ-REVERTED-DATE
027100     MOVE CY-NOW-TIME TO CQ-REVERTED-TIME
027200     REWRITE PENDING-CONFIG-RECORD
027300     ADD 1 TO CY-REVERTED-COUNT
027400     MOVE 'REVERT' TO CY-JRNL-ACTION
027500     MOVE CQ-NEW-IMAGE TO CY-JRNL-BEFORE
027600     MOVE CY-PLACE-IMAGE TO CY-JRNL-AFTER
027700     PERFORM 6000-JOURNAL THRU 6000-EXIT
027800     MOVE 'reverted' TO CY-DTL-TEXT
027900     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
028000 4000-EXIT.
028100     EXIT.

028200*    The key is the leading field of each record: the opponent
028300*    id, the event id, the variant name.  ODDSCFG has no key --
028400*    its one record is the file.
028500 5000-NAME-CONFIG-FILE.
028600     MOVE CQ-FILE-ID TO CY-CONFIG-NAME
028700     EVALUATE CQ-FILE-ID
028800         WHEN 'OPPONENT'
028900             MOVE 8 TO CY-KEY-LENGTH
029000         WHEN 'EVENTDEF'
029100             MOVE 8 TO CY-KEY-LENGTH
029200         WHEN 'RULESET'
029300             MOVE 12 TO CY-KEY-LENGTH
029400         WHEN OTHER
029500             MOVE ZERO TO CY-KEY-LENGTH
029600     END-EVALUATE.
029700 5000-EXIT.
029800     EXIT.

029900*    What the live file holds for this change's key right now.
030000*    A file that is not there holds nothing.
030100 5100-FIND-CURRENT.
030200     MOVE 'N' TO CY-CURRENT-SWITCH
030300     MOVE SPACES TO CY-CURRENT-IMAGE
030400     OPEN INPUT CONFIG-FILE
030500     IF NOT CY-CONFIG-FILE-OK
030600         GO TO 5100-EXIT
030700     END-IF
030800     MOVE 'N' TO CY-CONFIG-EOF-SWITCH
030900     PERFORM 5110-MATCH-ONE-RECORD THRU 5110-EXIT
031000             UNTIL CY-CONFIG-AT-EOF OR CY-CURRENT-FOUND
031100     CLOSE CONFIG-FILE.
031200 5100-EXIT.
031300     EXIT.

031400 5110-MATCH-ONE-RECORD.
031500     READ CONFIG-FILE
031600         AT END
031700             MOVE 'Y' TO CY-CONFIG-EOF-SWITCH
031800             GO TO 5110-EXIT
031900     END-READ
032000     IF CY-KEY-LENGTH = ZERO
032100         MOVE 'Y' TO CY-CURRENT-SWITCH
032200     ELSE
032300         IF CONFIG-RECORD(1:CY-KEY-LENGTH) =
032400            CQ-RECORD-KEY(1:CY-KEY-LENGTH)
032500             MOVE 'Y' TO CY-CURRENT-SWITCH
032600         END-IF
032700     END-IF
032800     IF CY-CURRENT-FOUND
032900         MOVE CONFIG-RECORD TO CY-CURRENT-IMAGE
033000     END-IF.
033100 5110-EXIT.
033200     EXIT.

033300******************************************************************
033400*  Copy the live file through the work file with the keyed
033500*  record replaced by CY-PLACE-IMAGE (added at the end if the
033600*  key was not there) or dropped, then copy it back.
033700******************************************************************
033800 5200-REWRITE-CONFIG.
033900     MOVE 'N' TO CY-PLACED-SWITCH
034000     OPEN OUTPUT CONFIG-WORK-FILE
034100     OPEN INPUT CONFIG-FILE
034200     IF CY-CONFIG-FILE-OK
034300         MOVE 'N' TO CY-CONFIG-EOF-SWITCH
034400         PERFORM 5210-COPY-ONE-RECORD THRU 5210-EXIT
034500                 UNTIL CY-CONFIG-AT-EOF
034600         CLOSE CONFIG-FILE
034700     END-IF
034800     IF NOT CY-RECORD-PLACED AND NOT CY-REMOVE-RECORD
034900         WRITE CONFIG-WORK-RECORD FROM CY-PLACE-IMAGE
035000     END-IF
035100     CLOSE CONFIG-WORK-FILE
035200     OPEN INPUT CONFIG-WORK-FILE
035300     OPEN OUTPUT CONFIG-FILE
035400     MOVE 'N' TO CY-CONFIG-EOF-SWITCH
035500     PERFORM 5220-COPY-BACK-ONE THRU 5220-EXIT
035600             UNTIL CY-CONFIG-AT-EOF
035700     CLOSE CONFIG-WORK-FILE
035800     CLOSE CONFIG-FILE.
035900 5200-EXIT.
036000     EXIT.

036100*    ODDSCFG's old record is simply not copied; the new one goes
036200*    on at the end.
036300 5210-COPY-ONE-RECORD.
036400     READ CONFIG-FILE
036500         AT END
036600             MOVE 'Y' TO CY-CONFIG-EOF-SWITCH
036700             GO TO 5210-EXIT
036800     END-READ
036900     IF CY-KEY-LENGTH = ZERO
037000         GO TO 5210-EXIT
037100     END-IF
037200     IF CONFIG-RECORD(1:CY-KEY-LENGTH) NOT =
037300        CQ-RECORD-KEY(1:CY-KEY-LENGTH)
037400         WRITE CONFIG-WORK-RECORD FROM CONFIG-RECORD
037500         GO TO 5210-EXIT
037600     END-IF
037700     IF CY-RECORD-PLACED OR CY-REMOVE-RECORD
037800         GO TO 5210-EXIT
037900     END-IF
038000     WRITE CONFIG-WORK-RECORD FROM CY-PLACE-IMAGE
038100     MOVE 'Y' TO CY-PLACED-SWITCH.
038200 5210-EXIT.
038300     EXIT.

038400 5220-COPY-BACK-ONE.
038500     READ CONFIG-WORK-FILE
038600         AT END
038700             MOVE 'Y' TO CY-CONFIG-EOF-SWITCH
038800         NOT AT END
038900             WRITE CONFIG-RECORD FROM CONFIG-WORK-RECORD
039000     END-READ.
039100 5220-EXIT.
039200     EXIT.

039300*    Same ALERT record PTSVRFY and the other batch-side alert
039400*    writers use; ALERTER delivers it at window end, and the
039500*    paging bridge picks up the feed between windows.
039600 5500-RAISE-ALERT.
039700     MOVE CY-NOW-DATE TO AR-DATE
039800     MOVE CY-NOW-TIME TO AR-TIME
039900     SET AR-SEV-WARNING TO TRUE
040000     MOVE 'CFGACTV' TO AR-PROGRAM
040100     MOVE SPACES TO AR-ALERT-KEY
040200     STRING 'CHANGE-' CQ-CHANGE-ID DELIMITED BY SIZE
040300         INTO AR-ALERT-KEY
040400     MOVE SPACES TO AR-MESSAGE
040500     STRING CQ-FILE-ID DELIMITED BY SPACE
040600            ' change not put live: ' CY-REASON
040700         DELIMITED BY SIZE INTO AR-MESSAGE
040800     OPEN EXTEND ALERT-FILE
040900     IF NOT CY-ALERT-FILE-OK
041000         OPEN OUTPUT ALERT-FILE
041100     END-IF
041200     WRITE ALERT-RECORD
041300     CLOSE ALERT-FILE.
041400 5500-EXIT.
041500     EXIT.

041600 6000-JOURNAL.
041700     CALL "CONJRNL" USING CY-CONSOLE-NAME
041800                           CQ-ENTERED-BY
041900                           CY-JRNL-ACTION
042000                           CY-JRNL-BEFORE
042100                           CY-JRNL-AFTER.
042200 6000-EXIT.
042300     EXIT.

042400 7000-WRITE-DETAIL.
042500     MOVE CQ-CHANGE-ID TO CY-DTL-CHANGE
042600     MOVE CQ-FILE-ID TO CY-DTL-FILE
042700     MOVE CQ-RECORD-KEY TO CY-DTL-KEY
042800     WRITE ACTIVATION-REPORT-LINE FROM CY-DETAIL-LINE.
042900 7000-EXIT.
043000     EXIT.

043100 8000-TERMINATE.
043200     WRITE ACTIVATION-REPORT-LINE FROM CY-BLANK-LINE
043300     MOVE SPACES TO CY-STATUS-TEXT
043400     MOVE CY-ACTIVATED-COUNT TO CY-COUNT-DISPLAY
043500     STRING 'Activated ' CY-COUNT-DISPLAY DELIMITED BY SIZE
043600         INTO CY-STATUS-TEXT
043700     WRITE ACTIVATION-REPORT-LINE FROM CY-STATUS-LINE
043800     MOVE SPACES TO CY-STATUS-TEXT
043900     MOVE CY-REVERTED-COUNT TO CY-COUNT-DISPLAY
044000     STRING 'Reverted  ' CY-COUNT-DISPLAY DELIMITED BY SIZE
044100         INTO CY-STATUS-TEXT
044200     WRITE ACTIVATION-REPORT-LINE FROM CY-STATUS-LINE
044300     MOVE SPACES TO CY-STATUS-TEXT
044400     MOVE CY-SUPERSEDED-COUNT TO CY-COUNT-DISPLAY
044500     STRING 'Superseded' CY-COUNT-DISPLAY DELIMITED BY SIZE
044600         INTO CY-STATUS-TEXT
044700     WRITE ACTIVATION-REPORT-LINE FROM CY-STATUS-LINE
044800     MOVE SPACES TO CY-STATUS-TEXT
044900     MOVE CY-REJECTED-COUNT TO CY-COUNT-DISPLAY
045000     STRING 'Rejected  ' CY-COUNT-DISPLAY DELIMITED BY SIZE
045100         INTO CY-STATUS-TEXT
045200     WRITE ACTIVATION-REPORT-LINE FROM CY-STATUS-LINE
045300     CLOSE ACTIVATION-REPORT-FILE
045400     MOVE 0 TO RETURN-CODE.
045500 8000-EXIT.
045600     EXIT.

045700 9999-EXIT.
045800     STOP RUN.
