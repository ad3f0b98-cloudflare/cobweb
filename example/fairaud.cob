002750*  passes the standard-name filter and leans the tallies.
002760*  Run a retro night heavy enough to matter and this audit's
002770*  drift line needs reading with that in mind.
002775*  The same goes for an odds arm of a running experiment
002780*  (EXPDEF): its players draw off the arm's weights and their
002785*  GAME-RESULT records carry no arm, so an arm's share of the
002790*  normal plays leans the tallies toward its weighting.
002800*
002900*  Invoke as:  fairaud
003000*
003320*  their own roster weighting and were drifting the audit
003330*  against the house odds by design.  Note the standard-name
003340*  variant limitation in the header.
003350*  2026-10-15  jm  Read GREXTRCT's slice of the business date when
003360*  its control record proves it complete for the date, instead
003370*  of passing the whole GAME-RESULT file; GAMERES itself is
003380*  still read when there is no such extract.
003385*  2026-10-15  jm  Note in the header that an odds experiment
003390*  arm leans the tallies as a standard-name variant does.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GAME-RESULT-FILE ASSIGN TO DYNAMIC FA-RESULT-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FA-RESULT-FILE-STATUS.
004020     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "GREXCTL"
004040         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS FA-EXTRACT-FILE-STATUS.
004100     SELECT CONFIG-HISTORY-FILE ASSIGN TO "CFGHIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FA-CFGHIST-FILE-STATUS.
005800 FD  GAME-RESULT-FILE.
005900 COPY "gamerec.cpy".

005920 FD  EXTRACT-CONTROL-FILE.
005940 COPY "grexctl.cpy".

006000 FD  CONFIG-HISTORY-FILE.
006100 COPY "cfghist.cpy".

007000 WORKING-STORAGE SECTION.
007100     77 FA-RESULT-FILE-STATUS    PIC X(02) VALUE '00'.
007200        88 FA-RESULT-FILE-OK               VALUE '00'.
007220     77 FA-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
007240        88 FA-EXTRACT-FILE-OK              VALUE '00'.
007260     77 FA-RESULT-NAME           PIC X(12) VALUE 'GAMERES'.
007300     77 FA-CFGHIST-FILE-STATUS   PIC X(02) VALUE '00'.
007400        88 FA-CFGHIST-FILE-OK              VALUE '00'.
007500     77 FA-ODDS-FILE-STATUS      PIC X(02) VALUE '00'.
014900     PERFORM 1100-ZERO-ONE-CHOICE THRU 1100-EXIT
015000             VARYING FA-CHOICE-SUB FROM 1 BY 1
015100             UNTIL FA-CHOICE-SUB > 5
015150     PERFORM 1030-CHOOSE-RESULT-FILE THRU 1030-EXIT
015200     OPEN INPUT GAME-RESULT-FILE
015300     IF NOT FA-RESULT-FILE-OK
015400         MOVE 'Y' TO FA-RESULT-EOF-SWITCH
017800 1020-EXIT.
017900     EXIT.

017902*    GREXTRCT's slice of the business date, when its control
017904*    record proves the slice was cut for this date; otherwise --
017906*    a hand run, or an extract still running or failed -- the
017908*    whole GAME-RESULT file, read the way it always was.
017910 1030-CHOOSE-RESULT-FILE.
017912     MOVE 'GAMERES' TO FA-RESULT-NAME
017914     OPEN INPUT EXTRACT-CONTROL-FILE
017916     IF NOT FA-EXTRACT-FILE-OK
017918         GO TO 1030-EXIT
017920     END-IF
017922     READ EXTRACT-CONTROL-FILE
017924         AT END
017926             CONTINUE
017928         NOT AT END
017930             IF GX-EXTRACT-COMPLETE AND
017932                GX-BUSINESS-DATE = FA-RUN-DATE
017934                 MOVE GX-SLICE-NAME TO FA-RESULT-NAME
017936             END-IF
017938     END-READ
017940     CLOSE EXTRACT-CONTROL-FILE.
017942 1030-EXIT.
017944     EXIT.

018000*    The weights in force that day: the CFGSNAP snapshot for
018100*    the business date wins, the current ODDSCFG is the
018200*    fallback, and the flat default stands when neither is
