000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ELIGCHK.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  ELIGCHK
000900*
001000*  The country earn rule for a points credit posted outside
001100*  WORKER, pulled into a called subprogram so every job that
001200*  pays points out holds it the same way WORKER's 7500 and
001300*  6720 do: the player's country is the latest one WORKER has
001400*  on PLAYER-COUNTRY, and a country whose COUNTRY-ELIGIBILITY
001500*  row carries an explicit N in CE-POINTS-ALLOWED may not be
001600*  credited.  No country on file, or a country not on the
001657*  table, may.  A credit refused is logged to ELIGIBILITY-LOG
001714*  as a withheld earn (action W) with the caller's reason as
001771*  the detail, so ELIGRPT counts it with WORKER's -- unless the
001828*  caller says not to: a job that asks again for the same
001885*  credit on a later run, or one refusing something that was
001942*  never going to be paid, logs it once or not at all.
002000*
002100*  Called by DISPPOST, REFPAY, PTSGIFT and EVENTPAY:
002200*
002300*    CALL "ELIGCHK" USING player-id    X(20)  in
002400*                         points       9(07)  in
002500*                         reason       X(12)  in
002600*                         allowed      X(01)  out  Y or N
002700*                         country      X(02)  out
002733*                         log          X(01)  in   Y to log a
002766*                                                  refusal, N not
002800*
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-10-15  jm  Original program.
003125*  2026-10-15  jm  Withheld earns dated by BUSINESS-DATE, the
003150*                  log write checked, and a log switch so the
003175*                  caller decides whether a refusal is logged.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL PLAYER-COUNTRY-FILE ASSIGN TO "PLAYCTRY"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS EY-PLAYER-ID
004000         FILE STATUS IS EK-PLAYCTRY-FILE-STATUS.
004100     SELECT COUNTRY-ELIGIBILITY-FILE ASSIGN TO "CTRYELIG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS EK-CTRYELIG-FILE-STATUS.
004400     SELECT ELIGIBILITY-LOG-FILE ASSIGN TO "ELIGLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS EK-ELIGLOG-FILE-STATUS.
004625     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004650         ORGANIZATION IS LINE SEQUENTIAL
004675         FILE STATUS IS EK-BUSDATE-FILE-STATUS.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PLAYER-COUNTRY-FILE.
005000 COPY "playctry.cpy".

005100 FD  COUNTRY-ELIGIBILITY-FILE.
005200 COPY "ctryelig.cpy".

005300 FD  ELIGIBILITY-LOG-FILE.
005400 COPY "eliglog.cpy".

005450 FD  BUSINESS-DATE-FILE.
005475 COPY "busdate.cpy".

005500 WORKING-STORAGE SECTION.
005600     77 EK-PLAYCTRY-FILE-STATUS  PIC X(02) VALUE '00'.
005700        88 EK-PLAYCTRY-FILE-OK             VALUES '00' '05'.
005800     77 EK-CTRYELIG-FILE-STATUS  PIC X(02) VALUE '00'.
005900        88 EK-CTRYELIG-FILE-OK             VALUE '00'.
006000     77 EK-ELIGLOG-FILE-STATUS   PIC X(02) VALUE '00'.
006100        88 EK-ELIGLOG-FILE-OK              VALUE '00'.
006200     77 EK-EOF-SWITCH            PIC X(01) VALUE 'N'.
006300        88 EK-AT-EOF                       VALUE 'Y'.
006400     77 EK-SYS-DATE              PIC 9(08) VALUE ZERO.
006500     77 EK-SYS-TIME              PIC 9(08) VALUE ZERO.
006533     77 EK-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
006566        88 EK-BUSDATE-FILE-OK              VALUE '00'.

006600 LINKAGE SECTION.
006700 01  LK-PLAYER-ID                PIC X(20).
006800 01  LK-POINTS                   PIC 9(07).
006900 01  LK-REASON                   PIC X(12).
007000 01  LK-ALLOWED                  PIC X(01).
007100 01  LK-COUNTRY                  PIC X(02).
007150 01  LK-LOG-SWITCH               PIC X(01).

007200 PROCEDURE DIVISION USING LK-PLAYER-ID
007300                          LK-POINTS
007400                          LK-REASON
007500                          LK-ALLOWED
007600                          LK-COUNTRY
007650                          LK-LOG-SWITCH.

007700 0000-MAINLINE.
007800     MOVE 'Y' TO LK-ALLOWED
007900     MOVE SPACES TO LK-COUNTRY
008000     PERFORM 1000-FIND-COUNTRY THRU 1000-EXIT
008100     IF LK-COUNTRY = SPACES
008200         GO TO 9999-EXIT
008300     END-IF
008400     PERFORM 2000-CHECK-TABLE THRU 2000-EXIT
008500     IF LK-ALLOWED = 'N' AND LK-LOG-SWITCH = 'Y'
008600         PERFORM 3000-LOG-WITHHELD THRU 3000-EXIT
008700     END-IF
008800     GO TO 9999-EXIT.

008900 1000-FIND-COUNTRY.
009000     OPEN INPUT PLAYER-COUNTRY-FILE
009100     IF NOT EK-PLAYCTRY-FILE-OK
009200         GO TO 1000-EXIT
009300     END-IF
009400     MOVE LK-PLAYER-ID TO EY-PLAYER-ID
009500     READ PLAYER-COUNTRY-FILE
009600         INVALID KEY
009700             CONTINUE
009800         NOT INVALID KEY
009900             MOVE EY-COUNTRY TO LK-COUNTRY
010000     END-READ
010100     CLOSE PLAYER-COUNTRY-FILE.
010200 1000-EXIT.
010300     EXIT.

010400*    No table is no rule: the country may be credited.
010500 2000-CHECK-TABLE.
010600     OPEN INPUT COUNTRY-ELIGIBILITY-FILE
010700     IF NOT EK-CTRYELIG-FILE-OK
010800         GO TO 2000-EXIT
010900     END-IF
011000     MOVE 'N' TO EK-EOF-SWITCH
011100     PERFORM 2100-CHECK-ONE-COUNTRY THRU 2100-EXIT
011200             UNTIL EK-AT-EOF
011300     CLOSE COUNTRY-ELIGIBILITY-FILE.
011400 2000-EXIT.
011500     EXIT.

011600 2100-CHECK-ONE-COUNTRY.
011700     READ COUNTRY-ELIGIBILITY-FILE
011800         AT END
011900             MOVE 'Y' TO EK-EOF-SWITCH
012000         NOT AT END
012100             IF CE-COUNTRY = LK-COUNTRY
012200                 IF CE-POINTS-ALLOWED = 'N'
012300                     MOVE 'N' TO LK-ALLOWED
012400                 END-IF
012500                 MOVE 'Y' TO EK-EOF-SWITCH
012600             END-IF
012700     END-READ.
012800 2100-EXIT.
012900     EXIT.

012956*    The withheld earn is dated the way the rest of the suite
013012*    dates its work: the window's business day, with the clock
013068*    as a fallback for hand runs.  A log that cannot be written
013124*    is reported; the refusal itself stands.
013180 3000-LOG-WITHHELD.
013236     PERFORM 3100-GET-BUSINESS-DATE THRU 3100-EXIT
013292     ACCEPT EK-SYS-TIME FROM TIME
013348     MOVE EK-SYS-DATE TO EG-DATE
013404     MOVE EK-SYS-TIME TO EG-TIME
013460     MOVE LK-COUNTRY TO EG-COUNTRY
013516     SET EG-POINTS-WITHHELD TO TRUE
013572     MOVE LK-PLAYER-ID TO EG-PLAYER-ID
013628     MOVE LK-POINTS TO EG-POINTS
013684     MOVE LK-REASON TO EG-DETAIL
013740     OPEN EXTEND ELIGIBILITY-LOG-FILE
013796     IF NOT EK-ELIGLOG-FILE-OK
013852         OPEN OUTPUT ELIGIBILITY-LOG-FILE
013908     END-IF
013964     IF NOT EK-ELIGLOG-FILE-OK
014020         DISPLAY "ELIGCHK: cannot open ELIGLOG, status "
014076                 EK-ELIGLOG-FILE-STATUS ": " LK-PLAYER-ID
014132         GO TO 3000-EXIT
014188     END-IF
014244     WRITE ELIGIBILITY-LOG-RECORD
014300     IF NOT EK-ELIGLOG-FILE-OK
014356         DISPLAY "ELIGCHK: withheld earn not logged, status "
014412                 EK-ELIGLOG-FILE-STATUS ": " LK-PLAYER-ID
014468     END-IF
014524     CLOSE ELIGIBILITY-LOG-FILE.
014600 3000-EXIT.
014700     EXIT.

014710 3100-GET-BUSINESS-DATE.
014715     OPEN INPUT BUSINESS-DATE-FILE
014720     IF EK-BUSDATE-FILE-OK
014725         READ BUSINESS-DATE-FILE
014730             AT END
014735                 ACCEPT EK-SYS-DATE FROM DATE YYYYMMDD
014740             NOT AT END
014745                 MOVE BD-BUSINESS-DATE TO EK-SYS-DATE
014750         END-READ
014755         CLOSE BUSINESS-DATE-FILE
014760     ELSE
014765         ACCEPT EK-SYS-DATE FROM DATE YYYYMMDD
014770     END-IF.
014775 3100-EXIT.
014780     EXIT.

014800 9999-EXIT.
014900     GOBACK.
