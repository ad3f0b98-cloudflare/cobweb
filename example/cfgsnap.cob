002000*  Modification history
002100*  ---------------------------------------------------------------
002200*  2026-08-22  jm  Original program.
002210*  2026-10-15  jm  List the scheduled changes CFGACTV put live
002220*  or reverted since the prior snapshot, with the time each
002230*  actually took effect against the time it was set for.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004500     SELECT SNAP-REPORT-FILE ASSIGN TO "CFGSNAP.TXT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS CS-REPORT-FILE-STATUS.
004710     SELECT OPTIONAL PENDING-CONFIG-FILE ASSIGN TO "PENDCFG"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS SEQUENTIAL
004740         RECORD KEY IS CQ-CHANGE-ID
004750         FILE STATUS IS CS-PENDING-FILE-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
006200 FD  SNAP-REPORT-FILE.
006300 01  SNAP-REPORT-LINE            PIC X(80).

006310 FD  PENDING-CONFIG-FILE.
006320 COPY "pendcfg.cpy".

006400 WORKING-STORAGE SECTION.
006500     77 CS-HIST-FILE-STATUS      PIC X(02) VALUE '00'.
006600        88 CS-HIST-FILE-OK                 VALUE '00'.
007500     77 CS-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
007600        88 CS-BUSDATE-FILE-OK              VALUE '00'.
007700     77 CS-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
007710     77 CS-PENDING-FILE-STATUS   PIC X(02) VALUE '00'.
007720        88 CS-PENDING-FILE-OK              VALUES '00' '05'.

007800     77 CS-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
007900        88 CS-HIST-AT-EOF                  VALUE 'Y'.
008300        88 CS-TODAY-SNAPPED                VALUE 'Y'.
008400     77 CS-MATCH-SWITCH          PIC X(01) VALUE 'N'.
008500        88 CS-MATCH-FOUND                  VALUE 'Y'.
008510     77 CS-PENDING-EOF-SWITCH    PIC X(01) VALUE 'N'.
008520        88 CS-PENDING-AT-EOF               VALUE 'Y'.

008600     77 CS-RUN-DATE              PIC 9(08) VALUE ZERO.
008700     77 CS-PRIOR-DATE            PIC 9(08) VALUE ZERO.
031600         PERFORM 3200-DIFF-RATE-LIMIT THRU 3200-EXIT
031700         PERFORM 3300-DIFF-MAINT-FLAG THRU 3300-EXIT
031800         PERFORM 3400-DIFF-MESSAGES THRU 3400-EXIT
031810         PERFORM 3600-REPORT-SCHEDULED THRU 3600-EXIT
031900         WRITE SNAP-REPORT-LINE FROM CS-BLANK-LINE
032000         IF CS-CHANGE-COUNT = ZERO
032100             MOVE 'No config changes since the prior snapshot'
055900 3530-EXIT.
056000     EXIT.

056010*    Scheduled changes CFGACTV acted on since the prior snapshot
056011*    -- including OPPONENT, EVENTDEF and RULESET, which are not
056012*    snapshotted here -- each with the time it actually took
056013*    effect next to the time it was set for.  A revert that was
056014*    skipped because the record had been changed again is listed
056015*    too, since the change it was meant to undo is still live.
056016 3600-REPORT-SCHEDULED.
056017     OPEN INPUT PENDING-CONFIG-FILE
056018     IF NOT CS-PENDING-FILE-OK
056019         GO TO 3600-EXIT
056020     END-IF
056021     PERFORM 3610-REPORT-ONE-CHANGE THRU 3610-EXIT
056022             UNTIL CS-PENDING-AT-EOF
056023     CLOSE PENDING-CONFIG-FILE.
056024 3600-EXIT.
056025     EXIT.

056026 3610-REPORT-ONE-CHANGE.
056027     READ PENDING-CONFIG-FILE NEXT RECORD
056028         AT END
056029             MOVE 'Y' TO CS-PENDING-EOF-SWITCH
056030             GO TO 3610-EXIT
056031     END-READ
056032     IF CQ-APPLIED-DATE > CS-PRIOR-DATE AND
056033        CQ-APPLIED-DATE NOT > CS-RUN-DATE
056034         MOVE CQ-FILE-ID TO CS-CHG-FILE
056035         MOVE SPACES TO CS-CHG-TEXT
056036         STRING CQ-RECORD-KEY ' live ' CQ-APPLIED-DATE ' '
056037                CQ-APPLIED-TIME(1:4) ', set for '
056038                CQ-EFFECTIVE-DATE ' ' CQ-EFFECTIVE-TIME
056039                ' #' CQ-CHANGE-ID
056040             DELIMITED BY SIZE INTO CS-CHG-TEXT
056041         PERFORM 3900-WRITE-CHANGE THRU 3900-EXIT
056042     END-IF
056043     IF CQ-REVERTED-DATE > CS-PRIOR-DATE AND
056044        CQ-REVERTED-DATE NOT > CS-RUN-DATE
056045         MOVE CQ-FILE-ID TO CS-CHG-FILE
056046         MOVE SPACES TO CS-CHG-TEXT
056047         IF CQ-CHANGE-SUPERSEDED
056048             STRING CQ-RECORD-KEY ' revert skipped, changed since'
056049                    ' #' CQ-CHANGE-ID
056050                 DELIMITED BY SIZE INTO CS-CHG-TEXT
056051         ELSE
056052             STRING CQ-RECORD-KEY ' back ' CQ-REVERTED-DATE ' '
056053                    CQ-REVERTED-TIME(1:4) ', set for '
056054                    CQ-REVERT-DATE ' ' CQ-REVERT-TIME
056055                    ' #' CQ-CHANGE-ID
056056                 DELIMITED BY SIZE INTO CS-CHG-TEXT
056057         END-IF
056058         PERFORM 3900-WRITE-CHANGE THRU 3900-EXIT
056059     END-IF.
056060 3610-EXIT.
056061     EXIT.

056100 3900-WRITE-CHANGE.
056200     ADD 1 TO CS-CHANGE-COUNT
056300     WRITE SNAP-REPORT-LINE FROM CS-CHANGE-LINE.
