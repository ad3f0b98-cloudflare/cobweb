002100*  Modification history
002200*  ---------------------------------------------------------------
002300*  2026-08-22  jm  Original program.
002320*  2026-10-15  jm  Read GREXTRCT's slice of the business date when
002340*  its control record proves it complete for the date, instead
002360*  of passing the whole GAME-RESULT file; GAMERES itself is
002380*  still read when there is no such extract.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT GAME-RESULT-FILE ASSIGN TO DYNAMIC TP-RESULT-NAME
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS TP-RESULT-FILE-STATUS.
003020     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
003040         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS TP-EXTRACT-FILE-STATUS.
003100     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS TP-AUDIT-FILE-STATUS.
004200 FD  GAME-RESULT-FILE.
004300 COPY "gamerec.cpy".

004320 FD  EXTRACT-CONTROL-FILE.
004340 COPY "grexctl.cpy".

004400 FD  AUDIT-LOG-FILE.
004500 COPY "auditlog.cpy".

005000 WORKING-STORAGE SECTION.
005100     77 TP-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
005200        88 TP-RESULT-FILE-OK               VALUE '00'.
005220     77 TP-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
005240        88 TP-EXTRACT-FILE-OK              VALUE '00'.
005260     77 TP-RESULT-NAME           PIC X(12) VALUE 'GAMERES'.
005300     77 TP-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
005400        88 TP-AUDIT-FILE-OK                VALUE '00'.
005500     77 TP-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
010300     PERFORM 1100-ZERO-ONE-HOUR THRU 1100-EXIT
010400             VARYING TP-HOUR-SUB FROM 1 BY 1
010500             UNTIL TP-HOUR-SUB > 24
010550     PERFORM 1030-CHOOSE-RESULT-FILE THRU 1030-EXIT
010600     OPEN INPUT GAME-RESULT-FILE
010700     IF NOT TP-RESULT-FILE-OK
010800         MOVE 'Y' TO TP-RESULT-EOF-SWITCH
013600 1020-EXIT.
013700     EXIT.

013702*    GREXTRCT's slice of the business date, when its control
013704*    record proves the slice was cut for this date; otherwise --
013706*    a hand run, or an extract still running or failed -- the
013708*    whole GAME-RESULT file, read the way it always was.
013710 1030-CHOOSE-RESULT-FILE.
013712     MOVE 'GAMERES' TO TP-RESULT-NAME
013714     OPEN INPUT EXTRACT-CONTROL-FILE
013716     IF NOT TP-EXTRACT-FILE-OK
013718         GO TO 1030-EXIT
013720     END-IF
013722     READ EXTRACT-CONTROL-FILE
013724         AT END
013726             CONTINUE
013728         NOT AT END
013730             IF GX-EXTRACT-COMPLETE AND
013732                GX-BUSINESS-DATE = TP-RUN-DATE
013734                 MOVE GX-SLICE-NAME TO TP-RESULT-NAME
013736             END-IF
013738     END-READ
013740     CLOSE EXTRACT-CONTROL-FILE.
013742 1030-EXIT.
013744     EXIT.

013800 2000-BUCKET-PLAYS.
013900     READ GAME-RESULT-FILE
014000         AT END
