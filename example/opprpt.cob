002000*  Modification history
002100*  ---------------------------------------------------------------
002200*  2026-09-03  jm  Original program.
002220*  2026-10-15  jm  Read GREXTRCT's slice of the business date when
002240*  its control record proves it complete for the date, instead
002260*  of passing the whole GAME-RESULT file; GAMERES itself is
002280*  still read when there is no such extract.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT GAME-RESULT-FILE ASSIGN TO DYNAMIC OR-RESULT-NAME
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS OR-RESULT-FILE-STATUS.
002920     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
002940         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS OR-EXTRACT-FILE-STATUS.
003000     SELECT OPPONENT-FILE ASSIGN TO "OPPONENT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS OR-OPPONENT-FILE-STATUS.
004100 FD  GAME-RESULT-FILE.
004200 COPY "gamerec.cpy".

004220 FD  EXTRACT-CONTROL-FILE.
004240 COPY "grexctl.cpy".

004300 FD  OPPONENT-FILE.
004400 COPY "opponent.cpy".

004900 WORKING-STORAGE SECTION.
005000     77 OR-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
005100        88 OR-RESULT-FILE-OK               VALUE '00'.
005120     77 OR-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
005140        88 OR-EXTRACT-FILE-OK              VALUE '00'.
005160     77 OR-RESULT-NAME           PIC X(12) VALUE 'GAMERES'.
005200     77 OR-OPPONENT-FILE-STATUS  PIC X(02) VALUE '00'.
005300        88 OR-OPPONENT-FILE-OK             VALUE '00'.
005400     77 OR-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.

010500 1000-INITIALIZE.
010600     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
010650     PERFORM 1030-CHOOSE-RESULT-FILE THRU 1030-EXIT
010700     OPEN INPUT GAME-RESULT-FILE
010800     IF NOT OR-RESULT-FILE-OK
010900         MOVE 'Y' TO OR-RESULT-EOF-SWITCH
012800 1020-EXIT.
012900     EXIT.

012902*    GREXTRCT's slice of the business date, when its control
012904*    record proves the slice was cut for this date; otherwise --
012906*    a hand run, or an extract still running or failed -- the
012908*    whole GAME-RESULT file, read the way it always was.
012910 1030-CHOOSE-RESULT-FILE.
012912     MOVE 'GAMERES' TO OR-RESULT-NAME
012914     OPEN INPUT EXTRACT-CONTROL-FILE
012916     IF NOT OR-EXTRACT-FILE-OK
012918         GO TO 1030-EXIT
012920     END-IF
012922     READ EXTRACT-CONTROL-FILE
012924         AT END
012926             CONTINUE
012928         NOT AT END
012930             IF GX-EXTRACT-COMPLETE AND
012932                GX-BUSINESS-DATE = OR-RUN-DATE
012934                 MOVE GX-SLICE-NAME TO OR-RESULT-NAME
012936             END-IF
012938     END-READ
012940     CLOSE EXTRACT-CONTROL-FILE.
012942 1030-EXIT.
012944     EXIT.

013000 2000-TALLY-RESULTS.
013100     READ GAME-RESULT-FILE
013200         AT END
