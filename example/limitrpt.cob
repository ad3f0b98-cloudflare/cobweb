000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LIMITRPT.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  LIMITRPT
000900*
001000*  On-demand support report.  Lists every player on the
001100*  PLAY-LIMIT file with a limit in force as the report runs --
001200*  a daily cap, a cool-off still running, or a raised or lifted
001300*  cap waiting for its day -- so support can answer "am I still
001400*  blocked, and until when" without reading the file by hand.
001500*  A record whose cool-off has run out, with no cap and nothing
001600*  waiting, is a player who has no limit left and is passed
001700*  over.  Run from the support desk whenever it is wanted; it
001800*  reads the live file against the clock, not the business
001900*  date, since the question is always about right now.
002000*
002100*  Invoke as:  limitrpt
002200*  Exits with RETURN-CODE 0.
002300*
002400*  Modification history
002500*  ---------------------------------------------------------------
002600*  2026-10-15  jm  Original program.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PLAY-LIMIT-FILE ASSIGN TO "PLAYLIM"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS LM-PLAYER-ID
003500         FILE STATUS IS LR-LIMIT-FILE-STATUS.
003600     SELECT LIMIT-REPORT-FILE ASSIGN TO "LIMITRPT.TXT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS LR-REPORT-FILE-STATUS.

003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PLAY-LIMIT-FILE.
004200 COPY "playlim.cpy".

004300 FD  LIMIT-REPORT-FILE.
004400 01  LIMIT-REPORT-LINE           PIC X(80).

004500 WORKING-STORAGE SECTION.
004600     77 LR-LIMIT-FILE-STATUS     PIC X(02) VALUE '00'.
004700        88 LR-LIMIT-FILE-OK                VALUE '00'.
004800     77 LR-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
004900     77 LR-EOF-SWITCH            PIC X(01) VALUE 'N'.
005000        88 LR-AT-EOF                       VALUE 'Y'.
005100     77 LR-COOLOFF-SWITCH        PIC X(01) VALUE 'N'.
005200        88 LR-COOLOFF-RUNNING              VALUE 'Y'.

005300     77 LR-RUN-DATE              PIC 9(08) VALUE ZERO.
005400     77 LR-RUN-TIME              PIC 9(08) VALUE ZERO.
005500     77 LR-CAP-IN-FORCE          PIC 9(05) VALUE ZERO.
005600     77 LR-PENDING-SWITCH        PIC X(01) VALUE 'N'.
005700        88 LR-CHANGE-WAITING               VALUE 'Y'.
005800     77 LR-PLAYED-TODAY          PIC 9(05) VALUE ZERO.
005900     77 LR-RECORDS-READ          PIC 9(07) VALUE ZERO.
006000     77 LR-PLAYERS-LISTED        PIC 9(07) VALUE ZERO.
006100     77 LR-COOLOFF-COUNT         PIC 9(07) VALUE ZERO.
006200     77 LR-CAP-COUNT             PIC 9(07) VALUE ZERO.
006300     77 LR-AT-CAP-COUNT          PIC 9(07) VALUE ZERO.

006400     01 LR-HEADING-1             PIC X(80) VALUE
006500        'LIMITRPT - PLAYER-SET PLAY LIMITS IN FORCE'.
006600     01 LR-HEADING-2             PIC X(80).
006700     01 LR-BLANK-LINE            PIC X(80) VALUE SPACES.
006800     01 LR-COLUMN-HEADING.
006900        05 FILLER                PIC X(44) VALUE
007000           '  PLAYER                 CAP TODAY  CHANGE  '.
007100        05 FILLER                PIC X(36) VALUE
007200           '          COOL-OFF UNTIL'.
007300     01 LR-DETAIL-LINE.
007400        05 FILLER                PIC X(02) VALUE SPACES.
007500        05 LR-DTL-PLAYER         PIC X(20).
007600        05 FILLER                PIC X(01) VALUE SPACE.
007700        05 LR-DTL-CAP            PIC ZZZZ9.
007800        05 FILLER                PIC X(01) VALUE SPACE.
007900        05 LR-DTL-TODAY          PIC ZZZZ9.
008000        05 FILLER                PIC X(02) VALUE SPACES.
008100        05 LR-DTL-CHANGE         PIC X(16).
008200        05 FILLER                PIC X(02) VALUE SPACES.
008300        05 LR-DTL-COOLOFF        PIC X(16).
008400        05 FILLER                PIC X(01) VALUE SPACE.
008500        05 LR-DTL-PERIOD         PIC X(03).
008600        05 FILLER                PIC X(06) VALUE SPACES.
008700     01 LR-CHANGE-TEXT.
008800        05 LR-CHG-CAP            PIC X(05).
008900        05 FILLER                PIC X(01) VALUE SPACE.
009000        05 LR-CHG-FROM           PIC X(10).
009100     01 LR-CHG-CAP-EDIT          PIC ZZZZ9.
009200     01 LR-SUMMARY-LINE.
009300        05 FILLER                PIC X(02) VALUE SPACES.
009400        05 LR-SUM-LABEL          PIC X(30).
009500        05 LR-SUM-COUNT          PIC ZZZ,ZZ9.
009600        05 FILLER                PIC X(41) VALUE SPACES.
009700     01 LR-STATUS-LINE.
009800        05 FILLER                PIC X(02) VALUE SPACES.
009900        05 LR-STATUS-TEXT        PIC X(78).

010000 PROCEDURE DIVISION.

010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010300     OPEN INPUT PLAY-LIMIT-FILE
010400     IF NOT LR-LIMIT-FILE-OK
010500         MOVE 'No PLAYLIM file -- no player has set a limit yet.'
010600             TO LR-STATUS-TEXT
010700         WRITE LIMIT-REPORT-LINE FROM LR-STATUS-LINE
010800         CLOSE LIMIT-REPORT-FILE
010900         MOVE 0 TO RETURN-CODE
011000         GO TO 9999-EXIT
011100     END-IF
011200     PERFORM 2000-LIST-ONE-PLAYER THRU 2000-EXIT
011300             UNTIL LR-AT-EOF
011400     CLOSE PLAY-LIMIT-FILE
011500     PERFORM 5000-TERMINATE THRU 5000-EXIT
011600     GO TO 9999-EXIT.

011700 1000-INITIALIZE.
011800     ACCEPT LR-RUN-DATE FROM DATE YYYYMMDD
011900     ACCEPT LR-RUN-TIME FROM TIME
012000     OPEN OUTPUT LIMIT-REPORT-FILE
012100     MOVE SPACES TO LR-HEADING-2
012200     STRING 'As at: ' LR-RUN-DATE (1:4) '-' LR-RUN-DATE (5:2)
012300            '-' LR-RUN-DATE (7:2) ' ' LR-RUN-TIME (1:2) ':'
012400            LR-RUN-TIME (3:2)
012500         DELIMITED BY SIZE INTO LR-HEADING-2
012600     WRITE LIMIT-REPORT-LINE FROM LR-HEADING-1
012700     WRITE LIMIT-REPORT-LINE FROM LR-HEADING-2
012800     WRITE LIMIT-REPORT-LINE FROM LR-BLANK-LINE
012900     WRITE LIMIT-REPORT-LINE FROM LR-COLUMN-HEADING.
013000 1000-EXIT.
013100     EXIT.

013200*    The record is read as WORKER would see it on the next play:
013300*    a loosening whose day has come is already the cap, and a
013400*    count from an earlier day is no count today.
013500 2000-LIST-ONE-PLAYER.
013600     READ PLAY-LIMIT-FILE
013700         AT END
013800             MOVE 'Y' TO LR-EOF-SWITCH
013900             GO TO 2000-EXIT
014000     END-READ
014100     ADD 1 TO LR-RECORDS-READ
014200     MOVE LM-DAILY-CAP TO LR-CAP-IN-FORCE
014300     MOVE 'N' TO LR-PENDING-SWITCH
014400     IF LM-CAP-CHANGE-PENDING
014500         IF LM-PENDING-FROM-DATE NOT > LR-RUN-DATE
014600             MOVE LM-PENDING-CAP TO LR-CAP-IN-FORCE
014700         ELSE
014800             MOVE 'Y' TO LR-PENDING-SWITCH
014900         END-IF
015000     END-IF
015100     MOVE ZERO TO LR-PLAYED-TODAY
015200     IF LM-PLAY-DATE = LR-RUN-DATE
015300         MOVE LM-PLAY-COUNT TO LR-PLAYED-TODAY
015400     END-IF
015500     MOVE 'N' TO LR-COOLOFF-SWITCH
015600     IF LM-COOLOFF-END-DATE > LR-RUN-DATE OR
015700        (LM-COOLOFF-END-DATE = LR-RUN-DATE AND
015800         LM-COOLOFF-END-TIME > LR-RUN-TIME)
015900         MOVE 'Y' TO LR-COOLOFF-SWITCH
016000     END-IF
016100     IF LR-CAP-IN-FORCE = ZERO AND NOT LR-CHANGE-WAITING
016200        AND NOT LR-COOLOFF-RUNNING
016300         GO TO 2000-EXIT
016400     END-IF
016500     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
016600 2000-EXIT.
016700     EXIT.

016800 2100-WRITE-DETAIL.
016900     MOVE LM-PLAYER-ID TO LR-DTL-PLAYER
017000     MOVE LR-CAP-IN-FORCE TO LR-DTL-CAP
017100     MOVE LR-PLAYED-TODAY TO LR-DTL-TODAY
017200     MOVE SPACES TO LR-DTL-CHANGE
017300     MOVE SPACES TO LR-DTL-COOLOFF
017400     MOVE SPACES TO LR-DTL-PERIOD
017500     IF LR-CAP-IN-FORCE > ZERO
017600         ADD 1 TO LR-CAP-COUNT
017700         IF LR-PLAYED-TODAY NOT < LR-CAP-IN-FORCE
017800             ADD 1 TO LR-AT-CAP-COUNT
017900         END-IF
018000     END-IF
018100     IF LR-CHANGE-WAITING
018200         IF LM-PENDING-CAP = ZERO
018300             MOVE 'OFF' TO LR-CHG-CAP
018400         ELSE
018500             MOVE LM-PENDING-CAP TO LR-CHG-CAP-EDIT
018600             MOVE LR-CHG-CAP-EDIT TO LR-CHG-CAP
018700         END-IF
018800         MOVE SPACES TO LR-CHG-FROM
018900         STRING LM-PENDING-FROM-DATE (1:4) '-'
019000                LM-PENDING-FROM-DATE (5:2) '-'
019100                LM-PENDING-FROM-DATE (7:2)
019200             DELIMITED BY SIZE INTO LR-CHG-FROM
019300         MOVE LR-CHANGE-TEXT TO LR-DTL-CHANGE
019400     END-IF
019500     IF LR-COOLOFF-RUNNING
019600         ADD 1 TO LR-COOLOFF-COUNT
019700         STRING LM-COOLOFF-END-DATE (1:4) '-'
019800                LM-COOLOFF-END-DATE (5:2) '-'
019900                LM-COOLOFF-END-DATE (7:2) ' '
020000                LM-COOLOFF-END-TIME (1:2) ':'
020100                LM-COOLOFF-END-TIME (3:2)
020200             DELIMITED BY SIZE INTO LR-DTL-COOLOFF
020300         MOVE LM-COOLOFF-PERIOD TO LR-DTL-PERIOD
020400     END-IF
020500     WRITE LIMIT-REPORT-LINE FROM LR-DETAIL-LINE
020600     ADD 1 TO LR-PLAYERS-LISTED.
020700 2100-EXIT.
020800     EXIT.

020900 5000-TERMINATE.
021000     WRITE LIMIT-REPORT-LINE FROM LR-BLANK-LINE
021100     MOVE 'Players with a limit:' TO LR-SUM-LABEL
021200     MOVE LR-PLAYERS-LISTED TO LR-SUM-COUNT
021300     WRITE LIMIT-REPORT-LINE FROM LR-SUMMARY-LINE
021400     MOVE '  in a cool-off:' TO LR-SUM-LABEL
021500     MOVE LR-COOLOFF-COUNT TO LR-SUM-COUNT
021600     WRITE LIMIT-REPORT-LINE FROM LR-SUMMARY-LINE
021700     MOVE '  with a daily cap:' TO LR-SUM-LABEL
021800     MOVE LR-CAP-COUNT TO LR-SUM-COUNT
021900     WRITE LIMIT-REPORT-LINE FROM LR-SUMMARY-LINE
022000     MOVE '  at their cap today:' TO LR-SUM-LABEL
022100     MOVE LR-AT-CAP-COUNT TO LR-SUM-COUNT
022200     WRITE LIMIT-REPORT-LINE FROM LR-SUMMARY-LINE
022300     MOVE 'Records on file:' TO LR-SUM-LABEL
022400     MOVE LR-RECORDS-READ TO LR-SUM-COUNT
022500     WRITE LIMIT-REPORT-LINE FROM LR-SUMMARY-LINE
022600     CLOSE LIMIT-REPORT-FILE
022700     MOVE 0 TO RETURN-CODE.
022800 5000-EXIT.
022900     EXIT.

023000 9999-EXIT.
023100     STOP RUN.
