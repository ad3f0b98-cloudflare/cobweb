001500*  A RESTART parameter on the command line resumes from the last
001600*  checkpoint written to STATSCKP instead of rerunning the whole
001700*  file, the way our other overnight batch windows already do.
001710*
001720*  GAME-RESULT is never rewritten, so a play a DISPUTE case
001730*  showed was mis-scored is counted under the result the
001740*  PLAY-CORRECTION file says stands: each correction for a play
001750*  dated inside the span of GAME-RESULT read moves one play
001760*  from its old result's count to its new one.
001800*
001900*  Modification history
002000*  ---------------------------------------------------------------
002460*  2026-09-03  jm  Leave the test-flagged synthetic probe plays
002470*  out of every tally -- a probe proves the plumbing, it is
002480*  not traffic.
002490*  2026-10-15  jm  Honor the corrections DISPPOST posts for
002491*  upheld disputes -- the win/loss/tie counts now report each
002492*  corrected play under its standing result.
002493*  2026-10-15  jm  Take the night's counts from GREXTRCT's control
002494*  record when it proves the window's single GAME-RESULT pass
002495*  complete for the business date; the file pass, and its
002496*  restart, are only for hand runs and a failed extract.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003740     SELECT ALERT-FILE ASSIGN TO "ALERTS"
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS SR-ALERT-FILE-STATUS.
003770     SELECT PLAY-CORRECTION-FILE ASSIGN TO "PLAYCORR"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS SR-CORRECT-FILE-STATUS.
003792     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
003794         ORGANIZATION IS LINE SEQUENTIAL
003796         FILE STATUS IS SR-EXTRACT-FILE-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.
004530 FD  ALERT-FILE.
004540 COPY "alertrec.cpy".

004550 FD  PLAY-CORRECTION-FILE.
004560 COPY "playcorr.cpy".

004570 FD  EXTRACT-CONTROL-FILE.
004580 COPY "grexctl.cpy".

004600 WORKING-STORAGE SECTION.
004700     77 SR-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
004800     88 SR-RESULT-FILE-OK                  VALUE '00'.
005420     88 SR-BUSDATE-FILE-OK                 VALUE '00'.
005430     77 SR-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
005440     88 SR-ALERT-FILE-OK                   VALUE '00'.
005441     77 SR-CORRECT-FILE-STATUS   PIC X(02) VALUE '00'.
005442     88 SR-CORRECT-FILE-OK                 VALUE '00'.
005443     77 SR-CORRECT-EOF-SWITCH    PIC X(01) VALUE 'N'.
005444     88 SR-CORRECT-AT-EOF                  VALUE 'Y'.
005445     77 SR-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
005446     88 SR-EXTRACT-FILE-OK                 VALUE '00'.
005447     77 SR-EXTRACT-SWITCH        PIC X(01) VALUE 'N'.
005448     88 SR-USING-EXTRACT                   VALUE 'Y'.
005450     01 SR-ALERT-TIME            PIC 9(08) VALUE ZERO.
005460     01 SR-ALERT-MESSAGE         PIC X(60) VALUE SPACES.

006200     01 SR-WIN-COUNT             PIC 9(07) COMP VALUE ZERO.
006300     01 SR-LOSS-COUNT            PIC 9(07) COMP VALUE ZERO.
006400     01 SR-TIE-COUNT             PIC 9(07) COMP VALUE ZERO.
006410     01 SR-CORRECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
006420     01 SR-FIRST-DATE            PIC 9(08) VALUE 99999999.
006430     01 SR-LAST-DATE             PIC 9(08) VALUE ZERO.

006500     01 SR-CHOICE-TABLE.
006600        05 SR-CHOICE-ENTRY OCCURS 5 TIMES
009000     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
009100     PERFORM 2000-PROCESS-RESULTS THRU 2000-EXIT
009200             UNTIL SR-AT-EOF
009250     PERFORM 2500-APPLY-CORRECTIONS THRU 2500-EXIT
009300     PERFORM 3900-CLEAR-CHECKPOINT THRU 3900-EXIT
009400     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
009500     PERFORM 4000-TERMINATE THRU 4000-EXIT
010600         MOVE ZERO TO SR-CHOICE-COUNT(SR-CHOICE-IDX)
010700     END-PERFORM
010800     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
010820     PERFORM 1030-USE-EXTRACT-SUMMARY THRU 1030-EXIT
010840     IF SR-USING-EXTRACT
010860         MOVE 'Y' TO SR-EOF-SWITCH
010880     ELSE
010900         OPEN INPUT GAME-RESULT-FILE
011000         IF NOT SR-RESULT-FILE-OK
011100             DISPLAY "STATSRPT: cannot open GAME-RESULT-FILE, "
011200                     "status " SR-RESULT-FILE-STATUS
011210             MOVE SPACES TO SR-ALERT-MESSAGE
011220             STRING 'cannot open GAME-RESULT file, status '
011230                    SR-RESULT-FILE-STATUS DELIMITED BY SIZE
011240                 INTO SR-ALERT-MESSAGE
011250             PERFORM 1080-RAISE-ALERT THRU 1080-EXIT
011300             MOVE 'Y' TO SR-EOF-SWITCH
011400         END-IF
011450     END-IF
011500     OPEN OUTPUT STATS-REPORT-FILE.
011600 1000-EXIT.
011700     EXIT.
011800*    A "RESTART" argument on the command line resumes from the
011900*    last checkpoint left by a run that didn't finish cleanly; a
012000*    checkpoint left by a run that did finish is ignored, since
012100*    there is nothing to resume.  Counts taken from GREXTRCT's
012150*    extract have no file pass to resume.
012200 1050-CHECK-RESTART.
012220     IF SR-USING-EXTRACT
012240         GO TO 1050-EXIT
012260     END-IF
012300     ACCEPT SR-COMMAND-LINE FROM COMMAND-LINE
012400     IF SR-COMMAND-LINE (1:7) = 'RESTART'
012500         OPEN INPUT CHECKPOINT-FILE
016000                 MOVE 'Y' TO SR-EOF-SWITCH
016100             NOT AT END
016200                 ADD 1 TO SR-RECORDS-PROCESSED
016250                 PERFORM 2050-NOTE-DATE-SPAN THRU 2050-EXIT
016300         END-READ
016400     END-PERFORM.
016500 1070-EXIT.
016600     EXIT.

016602*    GREXTRCT makes the window's one pass over GAME-RESULT and
016604*    keeps this report's tallies as it goes -- the same test-play
016606*    rule, the same date span.  When its control record proves
016608*    that pass complete for the business date, the counts are
016610*    taken from it and GAME-RESULT is not read here at all;
016612*    otherwise (a hand run, or an extract still running or
016614*    failed) the file is read the way it always was.
016616 1030-USE-EXTRACT-SUMMARY.
016618     OPEN INPUT EXTRACT-CONTROL-FILE
016620     IF NOT SR-EXTRACT-FILE-OK
016622         GO TO 1030-EXIT
016624     END-IF
016626     READ EXTRACT-CONTROL-FILE
016628         AT END
016630             CONTINUE
016632         NOT AT END
016634             IF GX-EXTRACT-COMPLETE AND
016636                GX-BUSINESS-DATE = SR-RUN-DATE
016638                 MOVE 'Y' TO SR-EXTRACT-SWITCH
016640             END-IF
016642     END-READ
016644     CLOSE EXTRACT-CONTROL-FILE
016646     IF NOT SR-USING-EXTRACT
016648         GO TO 1030-EXIT
016650     END-IF
016652     MOVE GX-LIVE-PLAYS TO SR-TOTAL-PLAYS
016654     MOVE GX-LIVE-WINS TO SR-WIN-COUNT
016656     MOVE GX-LIVE-LOSSES TO SR-LOSS-COUNT
016658     MOVE GX-LIVE-TIES TO SR-TIE-COUNT
016660     MOVE GX-LIVE-CHOICE-COUNT(1) TO SR-CHOICE-COUNT(1)
016662     MOVE GX-LIVE-CHOICE-COUNT(2) TO SR-CHOICE-COUNT(2)
016664     MOVE GX-LIVE-CHOICE-COUNT(3) TO SR-CHOICE-COUNT(3)
016666     MOVE GX-LIVE-CHOICE-COUNT(4) TO SR-CHOICE-COUNT(4)
016668     MOVE GX-LIVE-CHOICE-COUNT(5) TO SR-CHOICE-COUNT(5)
016670     MOVE GX-FIRST-DATE TO SR-FIRST-DATE
016672     MOVE GX-LAST-DATE TO SR-LAST-DATE.
016674 1030-EXIT.
016676     EXIT.

016700 2000-PROCESS-RESULTS.
016800     READ GAME-RESULT-FILE
016900         AT END
017130             IF NOT GR-TEST-PLAY
017200                 PERFORM 2100-TALLY-RESULT THRU 2100-EXIT
017210             END-IF
017250             PERFORM 2050-NOTE-DATE-SPAN THRU 2050-EXIT
017300             ADD 1 TO SR-RECORDS-PROCESSED
017400             DIVIDE SR-RECORDS-PROCESSED BY SR-CHECKPOINT-INTERVAL
017500                 GIVING SR-CKPT-QUOTIENT
018100 2000-EXIT.
018200     EXIT.

018201*    The span of play dates on the file, skipped records on a
018202*    restart included, so a correction to a play already aged
018203*    off GAME-RESULT is not taken out of counts it isn't in.
018204 2050-NOTE-DATE-SPAN.
018205     IF GR-DATE < SR-FIRST-DATE
018206         MOVE GR-DATE TO SR-FIRST-DATE
018207     END-IF
018208     IF GR-DATE > SR-LAST-DATE
018209         MOVE GR-DATE TO SR-LAST-DATE
018210     END-IF.
018211 2050-EXIT.
018212     EXIT.

018213 2500-APPLY-CORRECTIONS.
018214     OPEN INPUT PLAY-CORRECTION-FILE
018215     IF NOT SR-CORRECT-FILE-OK
018216         GO TO 2500-EXIT
018217     END-IF
018218     PERFORM 2510-APPLY-ONE-CORRECTION THRU 2510-EXIT
018219             UNTIL SR-CORRECT-AT-EOF
018220     CLOSE PLAY-CORRECTION-FILE.
018221 2500-EXIT.
018222     EXIT.

018223 2510-APPLY-ONE-CORRECTION.
018224     READ PLAY-CORRECTION-FILE
018225         AT END
018226             MOVE 'Y' TO SR-CORRECT-EOF-SWITCH
018227             GO TO 2510-EXIT
018228     END-READ
018229     IF CO-PLAY-DATE < SR-FIRST-DATE OR
018230        CO-PLAY-DATE > SR-LAST-DATE
018231         GO TO 2510-EXIT
018232     END-IF
018233     ADD 1 TO SR-CORRECTED-COUNT
018234     EVALUATE TRUE
018235         WHEN CO-OLD-RESULT (1:8) = 'You win!'
018236             SUBTRACT 1 FROM SR-WIN-COUNT
018237         WHEN CO-OLD-RESULT (1:9) = 'You lose!'
018238             SUBTRACT 1 FROM SR-LOSS-COUNT
018239         WHEN CO-OLD-RESULT (1:4) = 'Tie!'
018240             SUBTRACT 1 FROM SR-TIE-COUNT
018241     END-EVALUATE
018242     EVALUATE TRUE
018243         WHEN CO-NEW-RESULT (1:8) = 'You win!'
018244             ADD 1 TO SR-WIN-COUNT
018245         WHEN CO-NEW-RESULT (1:9) = 'You lose!'
018246             ADD 1 TO SR-LOSS-COUNT
018247         WHEN CO-NEW-RESULT (1:4) = 'Tie!'
018248             ADD 1 TO SR-TIE-COUNT
018249     END-EVALUATE.
018250 2510-EXIT.
018251     EXIT.

018300*    Overwrites STATSCKP with the running tallies so far, tagged
018400*    as a run still in progress; a crash after this point loses
018500*    at most SR-CHECKPOINT-INTERVAL records of progress instead
025100     MOVE SR-TIE-COUNT TO SR-DTL-COUNT
025200     WRITE STATS-REPORT-LINE FROM SR-DETAIL-LINE

025210     MOVE 'Corrections applied' TO SR-DTL-LABEL
025220     MOVE SR-CORRECTED-COUNT TO SR-DTL-COUNT
025230     WRITE STATS-REPORT-LINE FROM SR-DETAIL-LINE

025300     IF SR-TOTAL-PLAYS > ZERO
025400         COMPUTE SR-WIN-RATE-PCT ROUNDED =
025500             (SR-WIN-COUNT / SR-TOTAL-PLAYS) * 100
027300     EXIT.

027400 4000-TERMINATE.
027500     IF (SR-RESULT-FILE-OK OR SR-RESULT-FILE-EOF) AND
027550        NOT SR-USING-EXTRACT
027600         CLOSE GAME-RESULT-FILE
027700     END-IF
027800     CLOSE STATS-REPORT-FILE.
