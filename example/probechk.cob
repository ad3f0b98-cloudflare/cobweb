002400*  Modification history
002500*  ---------------------------------------------------------------
002600*  2026-09-03  jm  Original program.
002620*  2026-10-15  jm  Read GREXTRCT's slice of the business date when
002640*  its control record proves it complete for the date, instead
002660*  of passing the whole GAME-RESULT file; GAMERES itself is
002680*  still read when there is no such extract.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT GAME-RESULT-FILE ASSIGN TO DYNAMIC PK-RESULT-NAME
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS PK-RESULT-FILE-STATUS.
003320     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
003340         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS PK-EXTRACT-FILE-STATUS.
003400     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PK-BUSDATE-FILE-STATUS.
004200 FD  GAME-RESULT-FILE.
004300 COPY "gamerec.cpy".

004320 FD  EXTRACT-CONTROL-FILE.
004340 COPY "grexctl.cpy".

004400 FD  BUSINESS-DATE-FILE.
004500 COPY "busdate.cpy".

004800 WORKING-STORAGE SECTION.
004900     77 PK-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
005000        88 PK-RESULT-FILE-OK               VALUE '00'.
005020     77 PK-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
005040        88 PK-EXTRACT-FILE-OK              VALUE '00'.
005060     77 PK-RESULT-NAME           PIC X(12) VALUE 'GAMERES'.
005100     77 PK-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
005200        88 PK-BUSDATE-FILE-OK              VALUE '00'.
005300     77 PK-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.

006100 0000-MAINLINE.
006200     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
006250     PERFORM 1030-CHOOSE-RESULT-FILE THRU 1030-EXIT
006300     OPEN INPUT GAME-RESULT-FILE
006400     IF NOT PK-RESULT-FILE-OK
006500         MOVE 'Y' TO PK-EOF-SWITCH
009600 1020-EXIT.
009700     EXIT.

009702*    GREXTRCT's slice of the business date, when its control
009704*    record proves the slice was cut for this date; otherwise --
009706*    a hand run, or an extract still running or failed -- the
009708*    whole GAME-RESULT file, read the way it always was.
009710 1030-CHOOSE-RESULT-FILE.
009712     MOVE 'GAMERES' TO PK-RESULT-NAME
009714     OPEN INPUT EXTRACT-CONTROL-FILE
009716     IF NOT PK-EXTRACT-FILE-OK
009718         GO TO 1030-EXIT
009720     END-IF
009722     READ EXTRACT-CONTROL-FILE
009724         AT END
009726             CONTINUE
009728         NOT AT END
009730             IF GX-EXTRACT-COMPLETE AND
009732                GX-BUSINESS-DATE = PK-RUN-DATE
009734                 MOVE GX-SLICE-NAME TO PK-RESULT-NAME
009736             END-IF
009738     END-READ
009740     CLOSE EXTRACT-CONTROL-FILE.
009742 1030-EXIT.
009744     EXIT.

009800 2000-COUNT-PROBES.
009900     READ GAME-RESULT-FILE
010000         AT END
