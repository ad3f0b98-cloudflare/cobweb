000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GREXTRCT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GREXTRCT
000900*
001000*  Nightly batch job, the window's single pass over GAME-RESULT.
001100*  STATSRPT, RECONCIL, SORTFRQ, DAYCLOSE, OPPRPT, PROBECHK,
001200*  FAIRAUD and TIMEPROF each used to read the whole of GAMERES
001300*  on their own, and the file only grows; the window was paying
001400*  for the same pass eight times over.  This job reads it once
001500*  per business date and leaves behind:
001600*
001700*    - the business date's slice, the day's GAME-RESULT records
001800*      in the same layout, for the steps that only ever wanted
001900*      the one day (DAYCLOSE, OPPRPT, PROBECHK, FAIRAUD,
002000*      TIMEPROF);
002100*    - the GREXCTL control record (grexctl.cpy) naming the slice
002200*      and carrying the whole-file counts STATSRPT, SORTFRQ and
002300*      RECONCIL used to make their own pass for.
002400*
002500*  Record-count proof: every record read must land in exactly
002600*  one of the slice or the other-dates count, and the slice read
002700*  back must hold exactly the records counted into it.  A proof
002800*  that fails marks the control record failed, raises a CRIT
002900*  alert and ends with RETURN-CODE 1, which stops the window;
003000*  the consumers, finding no complete extract for their date,
003100*  read GAMERES themselves the way they always did -- so a hand
003200*  run outside the window needs nothing from this job either.
003300*
003400*  The pass checkpoints to GREXCKP every 1000 records, the same
003500*  discipline as STATSRPT's STATSCKP: a rerun finding a
003600*  checkpoint in progress for the same business date rebuilds
003700*  the slice up to the checkpoint into the other generation
003800*  (the abended one may hold records written after it), skips
003900*  the reads already counted and carries on.  A slice that
004000*  comes up short of its checkpoint throws the resume away and
004100*  the pass starts again from the top.
004200*
004300*  Run in the overnight batch window right after VALIDATE, so
004400*  the pass sees the verified file, ahead of every consumer.
004500*
004600*  Invoke as:  grextrct
004700*
004800*  Modification history
004900*  ---------------------------------------------------------------
005000*  2026-10-15  jm  Original program.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS XT-RESULT-FILE-STATUS.
005800     SELECT DAY-SLICE-FILE ASSIGN TO DYNAMIC XT-SLICE-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS XT-SLICE-FILE-STATUS.
006100     SELECT PRIOR-SLICE-FILE ASSIGN TO DYNAMIC XT-PRIOR-SLICE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS XT-PRIOR-FILE-STATUS.
006400     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS XT-CONTROL-FILE-STATUS.
006700     SELECT EXTRACT-CHECKPOINT-FILE ASSIGN TO "GREXCKP"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS XT-CKPT-FILE-STATUS.
007000     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS XT-BUSDATE-FILE-STATUS.
007300     SELECT ALERT-FILE ASSIGN TO "ALERTS"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS XT-ALERT-FILE-STATUS.
007600     SELECT EXTRACT-REPORT-FILE ASSIGN TO "GREXTRCT.TXT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS XT-REPORT-FILE-STATUS.

007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  GAME-RESULT-FILE.
008200 COPY "gamerec.cpy".

008300 FD  DAY-SLICE-FILE.
008400 01  DAY-SLICE-RECORD            PIC X(61).

008500 FD  PRIOR-SLICE-FILE.
008600 01  PRIOR-SLICE-RECORD          PIC X(61).

008700 FD  EXTRACT-CONTROL-FILE.
008800 01  EXTRACT-CONTROL-LINE        PIC X(260).

008900 FD  EXTRACT-CHECKPOINT-FILE.
009000 01  EXTRACT-CHECKPOINT-LINE     PIC X(260).

009100 FD  BUSINESS-DATE-FILE.
009200 COPY "busdate.cpy".

009300 FD  ALERT-FILE.
009400 COPY "alertrec.cpy".

009500 FD  EXTRACT-REPORT-FILE.
009600 01  EXTRACT-REPORT-LINE         PIC X(80).

009700 WORKING-STORAGE SECTION.
009800     77 XT-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
009900        88 XT-RESULT-FILE-OK               VALUE '00'.
010000        88 XT-RESULT-FILE-EOF              VALUE '10'.
010100     77 XT-SLICE-FILE-STATUS     PIC X(02) VALUE '00'.
010200        88 XT-SLICE-FILE-OK                VALUE '00'.
010300     77 XT-PRIOR-FILE-STATUS     PIC X(02) VALUE '00'.
010400        88 XT-PRIOR-FILE-OK                VALUE '00'.
010500     77 XT-CONTROL-FILE-STATUS   PIC X(02) VALUE '00'.
010600        88 XT-CONTROL-FILE-OK              VALUE '00'.
010700     77 XT-CKPT-FILE-STATUS      PIC X(02) VALUE '00'.
010800        88 XT-CKPT-FILE-OK                 VALUE '00'.
010900     77 XT-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
011000        88 XT-BUSDATE-FILE-OK              VALUE '00'.
011100     77 XT-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
011200        88 XT-ALERT-FILE-OK                VALUE '00'.
011300     77 XT-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
011400     77 XT-EOF-SWITCH            PIC X(01) VALUE 'N'.
011500        88 XT-AT-EOF                       VALUE 'Y'.
011600     77 XT-PRIOR-EOF-SWITCH      PIC X(01) VALUE 'N'.
011700        88 XT-PRIOR-AT-EOF                 VALUE 'Y'.
011800     77 XT-RESUME-SWITCH         PIC X(01) VALUE 'N'.
011900        88 XT-RESUMING                     VALUE 'Y'.
012000     77 XT-PROOF-SWITCH          PIC X(01) VALUE 'Y'.
012100        88 XT-PROOF-PASSED                 VALUE 'Y'.

012200     77 XT-RUN-DATE              PIC 9(08) VALUE ZERO.
012300     77 XT-ALERT-TIME            PIC 9(08) VALUE ZERO.
012400     77 XT-SLICE-NAME            PIC X(12) VALUE SPACES.
012500     77 XT-PRIOR-SLICE-NAME      PIC X(12) VALUE SPACES.
012600     77 XT-ALREADY-DONE          PIC 9(09) COMP VALUE ZERO.
012700     77 XT-RESUME-SKIPPED        PIC 9(09) COMP VALUE ZERO.
012800     77 XT-RESUME-SLICE          PIC 9(09) COMP VALUE ZERO.
012900     77 XT-SLICE-COPIED          PIC 9(09) COMP VALUE ZERO.
013000     77 XT-SLICE-REREAD          PIC 9(09) COMP VALUE ZERO.
013100     77 XT-CHECKPOINT-INTERVAL   PIC 9(05) COMP VALUE 1000.
013200     77 XT-CKPT-QUOTIENT         PIC 9(09) COMP VALUE ZERO.
013300     77 XT-CKPT-REMAINDER        PIC 9(05) COMP VALUE ZERO.
013400     77 XT-EDIT-COUNT            PIC 9(09) VALUE ZERO.
013500     77 XT-PICK-IDX              PIC 9(01) COMP VALUE ZERO.
013600     77 XT-ALERT-MESSAGE         PIC X(60) VALUE SPACES.

013700*    The working copy of the control record; GREXCTL and GREXCKP
013800*    are both written from it and read back into it.
013900 COPY "grexctl.cpy".

014000*    The five picks, in the order every tally in the control
014100*    record keeps them.
014200     01 XT-CHOICE-NAMES.
014300        05 FILLER                PIC X(08) VALUE 'rock'.
014400        05 FILLER                PIC X(08) VALUE 'scissors'.
014500        05 FILLER                PIC X(08) VALUE 'paper'.
014600        05 FILLER                PIC X(08) VALUE 'lizard'.
014700        05 FILLER                PIC X(08) VALUE 'spock'.
014800     01 XT-CHOICE-TABLE REDEFINES XT-CHOICE-NAMES.
014900        05 XT-CHOICE-NAME        PIC X(08) OCCURS 5 TIMES
015000              INDEXED BY XT-CHOICE-IDX.

015100     01 XT-HEADING-1             PIC X(80) VALUE
015200        'GREXTRCT - GAME-RESULT SINGLE-PASS EXTRACT'.
015300     01 XT-HEADING-2             PIC X(80).
015400     01 XT-BLANK-LINE            PIC X(80) VALUE SPACES.
015500     01 XT-DETAIL-LINE.
015600        05 FILLER                PIC X(04) VALUE SPACES.
015700        05 XT-DTL-LABEL          PIC X(30).
015800        05 XT-DTL-COUNT          PIC ZZZ,ZZZ,ZZ9.
015900        05 FILLER                PIC X(35) VALUE SPACES.
016000     01 XT-STATUS-LINE.
016100        05 FILLER                PIC X(04) VALUE SPACES.
016200        05 XT-STATUS-TEXT        PIC X(76).

016300 PROCEDURE DIVISION.

016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     PERFORM 1070-SKIP-EXTRACTED-READS THRU 1070-EXIT
016700             UNTIL XT-RESUME-SKIPPED >= XT-ALREADY-DONE
016800                OR XT-AT-EOF
016900     PERFORM 2000-EXTRACT-RESULTS THRU 2000-EXIT
017000             UNTIL XT-AT-EOF
017100     PERFORM 3000-PROVE-COUNTS THRU 3000-EXIT
017200     PERFORM 3050-SET-OUTCOME THRU 3050-EXIT
017300     PERFORM 3800-WRITE-CONTROL THRU 3800-EXIT
017400     PERFORM 3900-CLEAR-CHECKPOINT THRU 3900-EXIT
017500     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
017600     PERFORM 5000-TERMINATE THRU 5000-EXIT
017700     GO TO 9999-EXIT.

017800 1000-INITIALIZE.
017900     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
018000     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
018100     IF XT-RESUMING
018200         PERFORM 1200-REBUILD-SLICE THRU 1200-EXIT
018300     END-IF
018400     IF NOT XT-RESUMING
018500         PERFORM 1300-START-FRESH THRU 1300-EXIT
018600     END-IF
018700*    Consumers that look at the control record while the pass is
018800*    under way find it running and read GAMERES themselves.
018900     SET GX-EXTRACT-RUNNING TO TRUE
019000     PERFORM 3800-WRITE-CONTROL THRU 3800-EXIT
019100     OPEN INPUT GAME-RESULT-FILE
019200     IF NOT XT-RESULT-FILE-OK
019300         DISPLAY "GREXTRCT: cannot open GAME-RESULT-FILE, status "
019400                 XT-RESULT-FILE-STATUS
019500         MOVE SPACES TO XT-ALERT-MESSAGE
019600         STRING 'cannot open GAME-RESULT file, status '
019700                XT-RESULT-FILE-STATUS DELIMITED BY SIZE
019800             INTO XT-ALERT-MESSAGE
019900         MOVE 'N' TO XT-PROOF-SWITCH
020000         MOVE 'Y' TO XT-EOF-SWITCH
020100     END-IF.
020200 1000-EXIT.
020300     EXIT.

020400*    Same BUSINESS-DATE idiom as the rest of the suite: the
020500*    window's day, with the clock as a fallback for hand runs.
020600 1020-GET-BUSINESS-DATE.
020700     OPEN INPUT BUSINESS-DATE-FILE
020800     IF XT-BUSDATE-FILE-OK
020900         READ BUSINESS-DATE-FILE
021000             AT END
021100                 ACCEPT XT-RUN-DATE FROM DATE YYYYMMDD
021200             NOT AT END
021300                 MOVE BD-BUSINESS-DATE TO XT-RUN-DATE
021400         END-READ
021500         CLOSE BUSINESS-DATE-FILE
021600     ELSE
021700         ACCEPT XT-RUN-DATE FROM DATE YYYYMMDD
021800     END-IF.
021900 1020-EXIT.
022000     EXIT.

022100*    A checkpoint left running for this business date means the
022200*    last run abended mid-pass; its counts come back with it.  A
022300*    completed checkpoint, or one for another day, starts fresh.
022400 1050-CHECK-RESTART.
022500     OPEN INPUT EXTRACT-CHECKPOINT-FILE
022600     IF NOT XT-CKPT-FILE-OK
022700         GO TO 1050-EXIT
022800     END-IF
022900     READ EXTRACT-CHECKPOINT-FILE INTO GAMERES-EXTRACT-CONTROL
023000         AT END
023100             CONTINUE
023200         NOT AT END
023300             IF GX-EXTRACT-RUNNING AND
023400                GX-BUSINESS-DATE = XT-RUN-DATE
023500                 MOVE 'Y' TO XT-RESUME-SWITCH
023600                 MOVE GX-INPUT-COUNT TO XT-ALREADY-DONE
023700                 MOVE GX-SLICE-COUNT TO XT-RESUME-SLICE
023800                 MOVE GX-SLICE-NAME TO XT-PRIOR-SLICE-NAME
023900             END-IF
024000     END-READ
024100     CLOSE EXTRACT-CHECKPOINT-FILE.
024200 1050-EXIT.
024300     EXIT.

024400 1070-SKIP-EXTRACTED-READS.
024500     READ GAME-RESULT-FILE
024600         AT END
024700             MOVE 'Y' TO XT-EOF-SWITCH
024800         NOT AT END
024900             ADD 1 TO XT-RESUME-SKIPPED
025000     END-READ.
025100 1070-EXIT.
025200     EXIT.

025300*    The abended slice may hold records written after its last
025400*    checkpoint, so it is not appended to: its first
025500*    checkpointed-count records are copied into the other
025600*    generation, which the pass then carries on writing.
025700 1200-REBUILD-SLICE.
025800     IF XT-PRIOR-SLICE-NAME = 'GAMEDAY.1'
025900         MOVE 'GAMEDAY.2' TO XT-SLICE-NAME
026000     ELSE
026100         MOVE 'GAMEDAY.1' TO XT-SLICE-NAME
026200     END-IF
026300     OPEN INPUT PRIOR-SLICE-FILE
026400     IF NOT XT-PRIOR-FILE-OK
026500         MOVE 'N' TO XT-RESUME-SWITCH
026600         GO TO 1200-EXIT
026700     END-IF
026800     OPEN OUTPUT DAY-SLICE-FILE
026900     MOVE ZERO TO XT-SLICE-COPIED
027000     MOVE 'N' TO XT-PRIOR-EOF-SWITCH
027100     PERFORM 1210-COPY-ONE-SLICE-RECORD THRU 1210-EXIT
027200             UNTIL XT-SLICE-COPIED >= XT-RESUME-SLICE
027300                OR XT-PRIOR-AT-EOF
027400     CLOSE PRIOR-SLICE-FILE
027500     IF XT-SLICE-COPIED < XT-RESUME-SLICE
027600         DISPLAY "GREXTRCT: " XT-PRIOR-SLICE-NAME
027700                 " short of its checkpoint, restarting the pass"
027800         CLOSE DAY-SLICE-FILE
027900         MOVE 'N' TO XT-RESUME-SWITCH
028000         MOVE ZERO TO XT-ALREADY-DONE
028100         GO TO 1200-EXIT
028200     END-IF
028300     MOVE XT-SLICE-NAME TO GX-SLICE-NAME
028400     MOVE XT-ALREADY-DONE TO XT-EDIT-COUNT
028500     DISPLAY "GREXTRCT: resuming after " XT-EDIT-COUNT
028600             " records read".
028700 1200-EXIT.
028800     EXIT.

028900 1210-COPY-ONE-SLICE-RECORD.
029000     READ PRIOR-SLICE-FILE
029100         AT END
029200             MOVE 'Y' TO XT-PRIOR-EOF-SWITCH
029300         NOT AT END
029400             WRITE DAY-SLICE-RECORD FROM PRIOR-SLICE-RECORD
029500             ADD 1 TO XT-SLICE-COPIED
029600     END-READ.
029700 1210-EXIT.
029800     EXIT.

029900*    A fresh pass writes the generation last night's control
030000*    record did not name, so the slice a late consumer may still
030100*    be reading is never the one being rewritten.
030200 1300-START-FRESH.
030300     MOVE 'GAMEDAY.1' TO XT-SLICE-NAME
030400     OPEN INPUT EXTRACT-CONTROL-FILE
030500     IF XT-CONTROL-FILE-OK
030600         READ EXTRACT-CONTROL-FILE INTO GAMERES-EXTRACT-CONTROL
030700             AT END
030800                 CONTINUE
030900             NOT AT END
031000                 IF GX-SLICE-NAME = 'GAMEDAY.1'
031100                     MOVE 'GAMEDAY.2' TO XT-SLICE-NAME
031200                 END-IF
031300         END-READ
031400         CLOSE EXTRACT-CONTROL-FILE
031500     END-IF
031600     MOVE SPACES TO GAMERES-EXTRACT-CONTROL
031700     INITIALIZE GAMERES-EXTRACT-CONTROL
031800     MOVE XT-RUN-DATE TO GX-BUSINESS-DATE
031900     MOVE XT-SLICE-NAME TO GX-SLICE-NAME
032000     MOVE 99999999 TO GX-FIRST-DATE
032100     MOVE ZERO TO GX-LAST-DATE
032200     MOVE ZERO TO XT-ALREADY-DONE
032300     OPEN OUTPUT DAY-SLICE-FILE.
032400 1300-EXIT.
032500     EXIT.

032600 2000-EXTRACT-RESULTS.
032700     READ GAME-RESULT-FILE
032800         AT END
032900             MOVE 'Y' TO XT-EOF-SWITCH
033000         NOT AT END
033100             ADD 1 TO GX-INPUT-COUNT
033200             PERFORM 2100-ROUTE-RESULT THRU 2100-EXIT
033300             PERFORM 2200-TALLY-RESULT THRU 2200-EXIT
033400             DIVIDE GX-INPUT-COUNT BY XT-CHECKPOINT-INTERVAL
033500                 GIVING XT-CKPT-QUOTIENT
033600                 REMAINDER XT-CKPT-REMAINDER
033700             IF XT-CKPT-REMAINDER = ZERO
033800                 PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
033900             END-IF
034000     END-READ.
034100 2000-EXIT.
034200     EXIT.

034300*    Every record goes one way or the other -- the two counts
034400*    have to add back up to the records read.
034500 2100-ROUTE-RESULT.
034600     IF GR-DATE < GX-FIRST-DATE
034700         MOVE GR-DATE TO GX-FIRST-DATE
034800     END-IF
034900     IF GR-DATE > GX-LAST-DATE
035000         MOVE GR-DATE TO GX-LAST-DATE
035100     END-IF
035200     IF GR-DATE = XT-RUN-DATE
035300         WRITE DAY-SLICE-RECORD FROM GAME-RESULT-RECORD
035400         ADD 1 TO GX-SLICE-COUNT
035500     ELSE
035600         ADD 1 TO GX-OTHER-COUNT
035700     END-IF.
035800 2100-EXIT.
035900     EXIT.

036000*    The whole-file tallies exactly as STATSRPT and SORTFRQ kept
036100*    them: STATSRPT's leave the test-flagged probe plays out,
036200*    SORTFRQ's pick counts take every record.
036300 2200-TALLY-RESULT.
036400     SET XT-CHOICE-IDX TO 1
036500     SEARCH XT-CHOICE-NAME
036600         AT END
036700             CONTINUE
036800         WHEN XT-CHOICE-NAME(XT-CHOICE-IDX) = GR-PLAYER-CHOICE
036900             SET XT-PICK-IDX TO XT-CHOICE-IDX
037000             ADD 1 TO GX-PLAYER-PICKS(XT-PICK-IDX)
037100             IF NOT GR-TEST-PLAY
037200                 ADD 1 TO GX-LIVE-CHOICE-COUNT(XT-PICK-IDX)
037300             END-IF
037400     END-SEARCH
037500     SET XT-CHOICE-IDX TO 1
037600     SEARCH XT-CHOICE-NAME
037700         AT END
037800             CONTINUE
037900         WHEN XT-CHOICE-NAME(XT-CHOICE-IDX) = GR-COMPUTER-CHOICE
038000             SET XT-PICK-IDX TO XT-CHOICE-IDX
038100             ADD 1 TO GX-COMPUTER-PICKS(XT-PICK-IDX)
038200     END-SEARCH
038300     IF GR-TEST-PLAY
038400         GO TO 2200-EXIT
038500     END-IF
038600     ADD 1 TO GX-LIVE-PLAYS
038700     EVALUATE TRUE
038800         WHEN GR-RESULT (1:8) = 'You win!'
038900             ADD 1 TO GX-LIVE-WINS
039000         WHEN GR-RESULT (1:9) = 'You lose!'
039100             ADD 1 TO GX-LIVE-LOSSES
039200         WHEN GR-RESULT (1:4) = 'Tie!'
039300             ADD 1 TO GX-LIVE-TIES
039400     END-EVALUATE.
039500 2200-EXIT.
039600     EXIT.

039700*    The slice is closed and reopened for extend before the
039800*    checkpoint claims its count, so every record the checkpoint
039900*    counts is on disk if the run dies after it.
040000 2900-WRITE-CHECKPOINT.
040100     CLOSE DAY-SLICE-FILE
040200     OPEN EXTEND DAY-SLICE-FILE
040300     SET GX-EXTRACT-RUNNING TO TRUE
040400     OPEN OUTPUT EXTRACT-CHECKPOINT-FILE
040500     WRITE EXTRACT-CHECKPOINT-LINE FROM GAMERES-EXTRACT-CONTROL
040600     CLOSE EXTRACT-CHECKPOINT-FILE.
040700 2900-EXIT.
040800     EXIT.

040900*    The record-count proof.  Reads in must equal slice plus
041000*    other dates, and the slice read back must hold what was
041100*    counted into it.
041200 3000-PROVE-COUNTS.
041300     CLOSE DAY-SLICE-FILE
041400     IF NOT XT-PROOF-PASSED
041500         GO TO 3000-EXIT
041600     END-IF
041700     IF GX-INPUT-COUNT NOT = GX-SLICE-COUNT + GX-OTHER-COUNT
041800         MOVE 'N' TO XT-PROOF-SWITCH
041900         MOVE SPACES TO XT-ALERT-MESSAGE
042000         STRING 'read ' GX-INPUT-COUNT ' <> slice + other '
042100                DELIMITED BY SIZE
042200             INTO XT-ALERT-MESSAGE
042300         GO TO 3000-EXIT
042400     END-IF
042500     MOVE ZERO TO XT-SLICE-REREAD
042600     MOVE 'N' TO XT-PRIOR-EOF-SWITCH
042700     MOVE XT-SLICE-NAME TO XT-PRIOR-SLICE-NAME
042800     OPEN INPUT PRIOR-SLICE-FILE
042900     IF XT-PRIOR-FILE-OK
043000         PERFORM 3100-REREAD-ONE-RECORD THRU 3100-EXIT
043100                 UNTIL XT-PRIOR-AT-EOF
043200         CLOSE PRIOR-SLICE-FILE
043300     END-IF
043400     IF XT-SLICE-REREAD NOT = GX-SLICE-COUNT
043500         MOVE 'N' TO XT-PROOF-SWITCH
043600         MOVE XT-SLICE-REREAD TO XT-EDIT-COUNT
043700         MOVE SPACES TO XT-ALERT-MESSAGE
043800         STRING XT-SLICE-NAME DELIMITED BY SPACE
043900                ' holds ' XT-EDIT-COUNT ', counted '
044000                GX-SLICE-COUNT DELIMITED BY SIZE
044100             INTO XT-ALERT-MESSAGE
044200     END-IF.
044300 3000-EXIT.
044400     EXIT.

044500 3100-REREAD-ONE-RECORD.
044600     READ PRIOR-SLICE-FILE
044700         AT END
044800             MOVE 'Y' TO XT-PRIOR-EOF-SWITCH
044900         NOT AT END
045000             ADD 1 TO XT-SLICE-REREAD
045100     END-READ.
045200 3100-EXIT.
045300     EXIT.

045400*    A proof that fails is what stops the window: the failed
045500*    control record sends every consumer back to GAMERES, and
045600*    on-call hears about it.
045700 3050-SET-OUTCOME.
045800     IF XT-PROOF-PASSED
045900         SET GX-EXTRACT-COMPLETE TO TRUE
046000     ELSE
046100         SET GX-EXTRACT-FAILED TO TRUE
046200         PERFORM 3200-RAISE-ALERT THRU 3200-EXIT
046300         MOVE 1 TO RETURN-CODE
046400     END-IF.
046500 3050-EXIT.
046600     EXIT.

046700*    Appended in the same open-extend idiom as the rest of the
046800*    suite's alerts; ALERTER pages on it at window end.
046900 3200-RAISE-ALERT.
047000     ACCEPT XT-ALERT-TIME FROM TIME
047100     MOVE XT-RUN-DATE TO AR-DATE
047200     MOVE XT-ALERT-TIME TO AR-TIME
047300     SET AR-SEV-CRITICAL TO TRUE
047400     MOVE 'GREXTRCT' TO AR-PROGRAM
047500     MOVE 'EXTRACT-PROOF' TO AR-ALERT-KEY
047600     MOVE XT-ALERT-MESSAGE TO AR-MESSAGE
047700     OPEN EXTEND ALERT-FILE
047800     IF NOT XT-ALERT-FILE-OK
047900         OPEN OUTPUT ALERT-FILE
048000     END-IF
048100     WRITE ALERT-RECORD
048200     CLOSE ALERT-FILE.
048300 3200-EXIT.
048400     EXIT.

048500*    Rewritten at the start of the pass (running) and again at
048600*    the end (complete, or failed).
048700 3800-WRITE-CONTROL.
048800     ACCEPT GX-RUN-DATE FROM DATE YYYYMMDD
048900     ACCEPT GX-RUN-TIME FROM TIME
049000     OPEN OUTPUT EXTRACT-CONTROL-FILE
049100     WRITE EXTRACT-CONTROL-LINE FROM GAMERES-EXTRACT-CONTROL
049200     CLOSE EXTRACT-CONTROL-FILE.
049300 3800-EXIT.
049400     EXIT.

049500*    A finished pass, proved or not, leaves a completed marker:
049600*    a failed proof reruns from the top, never from a checkpoint.
049700 3900-CLEAR-CHECKPOINT.
049800     OPEN OUTPUT EXTRACT-CHECKPOINT-FILE
049900     WRITE EXTRACT-CHECKPOINT-LINE FROM GAMERES-EXTRACT-CONTROL
050000     CLOSE EXTRACT-CHECKPOINT-FILE.
050100 3900-EXIT.
050200     EXIT.

050300 4000-WRITE-REPORT.
050400     OPEN OUTPUT EXTRACT-REPORT-FILE
050500     MOVE SPACES TO XT-HEADING-2
050600     STRING 'Run date: ' XT-RUN-DATE '   Slice: ' XT-SLICE-NAME
050700            DELIMITED BY SIZE
050800         INTO XT-HEADING-2
050900     WRITE EXTRACT-REPORT-LINE FROM XT-HEADING-1
051000     WRITE EXTRACT-REPORT-LINE FROM XT-HEADING-2
051100     WRITE EXTRACT-REPORT-LINE FROM XT-BLANK-LINE
051200     MOVE 'GAME-RESULT records read' TO XT-DTL-LABEL
051300     MOVE GX-INPUT-COUNT TO XT-DTL-COUNT
051400     WRITE EXTRACT-REPORT-LINE FROM XT-DETAIL-LINE
051500     MOVE 'Business date, to slice' TO XT-DTL-LABEL
051600     MOVE GX-SLICE-COUNT TO XT-DTL-COUNT
051700     WRITE EXTRACT-REPORT-LINE FROM XT-DETAIL-LINE
051800     MOVE 'Other dates' TO XT-DTL-LABEL
051900     MOVE GX-OTHER-COUNT TO XT-DTL-COUNT
052000     WRITE EXTRACT-REPORT-LINE FROM XT-DETAIL-LINE
052100     MOVE 'Slice records read back' TO XT-DTL-LABEL
052200     MOVE XT-SLICE-REREAD TO XT-DTL-COUNT
052300     WRITE EXTRACT-REPORT-LINE FROM XT-DETAIL-LINE
052400     IF XT-RESUMING
052500         MOVE 'Resumed after records read' TO XT-DTL-LABEL
052600         MOVE XT-ALREADY-DONE TO XT-DTL-COUNT
052700         WRITE EXTRACT-REPORT-LINE FROM XT-DETAIL-LINE
052800     END-IF
052900     WRITE EXTRACT-REPORT-LINE FROM XT-BLANK-LINE
053000     IF XT-PROOF-PASSED
053100         MOVE 'OK -- record counts prove' TO XT-STATUS-TEXT
053200     ELSE
053300         MOVE SPACES TO XT-STATUS-TEXT
053400         STRING 'FAILED -- ' XT-ALERT-MESSAGE DELIMITED BY SIZE
053500             INTO XT-STATUS-TEXT
053600     END-IF
053700     WRITE EXTRACT-REPORT-LINE FROM XT-STATUS-LINE
053800     CLOSE EXTRACT-REPORT-FILE.
053900 4000-EXIT.
054000     EXIT.

054100 5000-TERMINATE.
054200     IF XT-RESULT-FILE-OK OR XT-RESULT-FILE-EOF
054300         CLOSE GAME-RESULT-FILE
054400     END-IF.
054500 5000-EXIT.
054600     EXIT.

054700 9999-EXIT.
054800     STOP RUN.
