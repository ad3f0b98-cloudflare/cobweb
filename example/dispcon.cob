001400*  filed against it, or closes a case once the player has an
001500*  answer.  The weekly DISPAGE report lists what is still
001600*  sitting open.
001610*
001620*  Upholding a case (action U) records the result the play
001630*  should have had -- W, L or T -- when REPLAY has shown the
001640*  player was mis-scored.  Nothing is corrected from the
001650*  console: the nightly DISPPOST posts the correction against
001660*  the play and closes the case.  The player id support leads
001670*  the contact field with is how DISPPOST knows whose side of
001680*  a head-to-head play is meant.
001700*
001800*  Modification history
001900*  ---------------------------------------------------------------
002010*  2026-09-03  jm  Operator sign-on through OPSIGNON and a
002011*  CONJRNL journal line for every change, so live-data
002012*  edits are attributable at last.
002013*  2026-10-15  jm  Uphold action: a mis-scored play's case is
002014*  upheld with its corrected result for DISPPOST to post.
002042*  2026-10-15  jm  New cases start with no corrected result;
002070*  an upheld case is left for DISPPOST to close.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004800     01 DC-SHOW-STATUS            PIC X(70) VALUE SPACES.
004900     01 DC-SHOW-FINDINGS          PIC X(70) VALUE SPACES.
005000     01 DC-SYS-DATE               PIC 9(08) VALUE ZERO.
005005     01 DC-CORRECT-RESULT         PIC X(01) VALUE SPACE.
005006        88 DC-CORRECT-RESULT-OK            VALUE 'W' 'L' 'T'.
005010*    ----------------------------------------------------------
005011*    Shared sign-on and change journal: OPSIGNON gates entry
005012*    with per-console authority, CONJRNL records what this
005400     05  LINE 01 COLUMN 15 VALUE 'DISPCON - DISPUTE CASES'
005500             FOREGROUND-COLOR COB-COLOR-WHITE.
005600     05  LINE 03 COLUMN 05 VALUE
005700             'Action (O open, V view, C close, U uphold):'.
005800     05  LINE 03 COLUMN 50 PIC X(01) USING DC-ACTION.
005900     05  LINE 05 COLUMN 05 VALUE 'Case id            :'.
006000     05  LINE 05 COLUMN 27 PIC X(10) USING DC-CASE-ID.
006100     05  LINE 06 COLUMN 05 VALUE 'Player contact     :'.
006400     05  LINE 07 COLUMN 27 PIC 9(08) USING DC-AL-DATE.
006500     05  LINE 08 COLUMN 05 VALUE 'Audit time HHMMSSHH:'.
006600     05  LINE 08 COLUMN 27 PIC 9(08) USING DC-AL-TIME.
006610     05  LINE 09 COLUMN 05 VALUE 'Corrected (W/L/T) :'.
006620     05  LINE 09 COLUMN 27 PIC X(01) USING DC-CORRECT-RESULT.
006630     05  LINE 09 COLUMN 30 VALUE '(uphold only)'.
006700     05  LINE 10 COLUMN 05 PIC X(70) FROM DC-SHOW-STATUS.
006800     05  LINE 11 COLUMN 05 PIC X(70) FROM DC-SHOW-FINDINGS.
006900     05  LINE 13 COLUMN 05 VALUE 'F3 = exit'.
009700             PERFORM 3500-VIEW-CASE THRU 3500-EXIT
009800         WHEN 'C'
009900             PERFORM 4000-CLOSE-CASE THRU 4000-EXIT
009910         WHEN 'U'
009920             PERFORM 4500-UPHOLD-CASE THRU 4500-EXIT
010000         WHEN OTHER
010100             MOVE 'Action must be O, V, C or U -- nothing done.'
010200                 TO DC-EXIT-MESSAGE
010300     END-EVALUATE
010400     CLOSE DISPUTE-FILE
013800     ACCEPT DC-SYS-DATE FROM DATE YYYYMMDD
013900     MOVE DC-SYS-DATE TO DP-OPENED-DATE
014000     MOVE SPACES TO DP-FINDINGS
014033     MOVE SPACE TO DP-CORRECT-RESULT
014066     MOVE ZERO TO DP-UPHELD-DATE
014100     WRITE DISPUTE-CASE-RECORD
014110     MOVE 'OPEN' TO DC-JRNL-ACTION
014120     MOVE SPACES TO DC-JRNL-BEFORE
015000             GO TO 3500-EXIT
015100     END-READ
015200     MOVE SPACES TO DC-SHOW-STATUS
015210     IF DP-CORRECT-TO-WIN OR DP-CORRECT-TO-LOSS OR
015220        DP-CORRECT-TO-TIE
015230         STRING 'Status ' DP-STATUS ' opened ' DP-OPENED-DATE
015240                ' upheld ' DP-CORRECT-RESULT
015250                ' contact ' DP-PLAYER-CONTACT
015260             DELIMITED BY SIZE INTO DC-SHOW-STATUS
015270     ELSE
015300         STRING 'Status ' DP-STATUS ' opened ' DP-OPENED-DATE
015400                ' contact ' DP-PLAYER-CONTACT
015500             DELIMITED BY SIZE INTO DC-SHOW-STATUS
015550     END-IF
015600     MOVE DP-FINDINGS TO DC-SHOW-FINDINGS
015700     MOVE 'Case shown above.' TO DC-EXIT-MESSAGE.
015800 3500-EXIT.
015900     EXIT.

015933*    An upheld case is DISPPOST's to close, once its
015966*    correction is posted.
016000 4000-CLOSE-CASE.
016100     MOVE DC-CASE-ID TO DP-CASE-ID
016200     READ DISPUTE-FILE
016400             MOVE 'No case with that id.' TO DC-EXIT-MESSAGE
016500             GO TO 4000-EXIT
016600     END-READ
016601     IF DP-CASE-UPHELD
016602         MOVE 'That case is upheld -- DISPPOST closes it.'
016603             TO DC-EXIT-MESSAGE
016604         GO TO 4000-EXIT
016605     END-IF
016610     MOVE 'CLOSE' TO DC-JRNL-ACTION
016620     MOVE DISPUTE-CASE-RECORD (1:60) TO DC-JRNL-BEFORE
016700     SET DP-CASE-CLOSED TO TRUE
017000 4000-EXIT.
017100     EXIT.

017110*    An upheld case waits, status U, for the nightly DISPPOST
017120*    to post its correction; DISPPOST closes it once posted.
017130*    A closed case has had its answer and can't be upheld.
017140 4500-UPHOLD-CASE.
017150     IF NOT DC-CORRECT-RESULT-OK
017160         MOVE 'Corrected result must be W, L or T -- not upheld.'
017170             TO DC-EXIT-MESSAGE
017180         GO TO 4500-EXIT
017190     END-IF
017200     MOVE DC-CASE-ID TO DP-CASE-ID
017210     READ DISPUTE-FILE
017220         INVALID KEY
017230             MOVE 'No case with that id.' TO DC-EXIT-MESSAGE
017240             GO TO 4500-EXIT
017250     END-READ
017260     IF DP-CASE-CLOSED
017270         MOVE 'That case is closed -- not upheld.'
017280             TO DC-EXIT-MESSAGE
017290         GO TO 4500-EXIT
017300     END-IF
017310     MOVE 'UPHOLD' TO DC-JRNL-ACTION
017320     MOVE DISPUTE-CASE-RECORD (1:60) TO DC-JRNL-BEFORE
017330     SET DP-CASE-UPHELD TO TRUE
017340     MOVE DC-CORRECT-RESULT TO DP-CORRECT-RESULT
017350     ACCEPT DC-SYS-DATE FROM DATE YYYYMMDD
017360     MOVE DC-SYS-DATE TO DP-UPHELD-DATE
017370     REWRITE DISPUTE-CASE-RECORD
017380     MOVE SPACES TO DC-JRNL-AFTER
017390     STRING DISPUTE-CASE-RECORD (1:51) ' '
017400            DP-CORRECT-RESULT ' ' DP-UPHELD-DATE
017410         DELIMITED BY SIZE INTO DC-JRNL-AFTER
017420     CALL "CONJRNL" USING DC-CONSOLE-NAME
017430                           DC-OPERATOR-ID
017440                           DC-JRNL-ACTION
017450                           DC-JRNL-BEFORE
017460                           DC-JRNL-AFTER
017470     MOVE 'Case upheld -- the correction posts tonight.'
017480         TO DC-EXIT-MESSAGE.
017490 4500-EXIT.
017495     EXIT.

017600 9999-EXIT.
017700     STOP RUN.
