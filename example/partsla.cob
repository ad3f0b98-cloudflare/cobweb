000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARTSLA.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PARTSLA
000900*
001000*  Month-end batch job, run by PERIODCL ahead of PARTINV.  The
001100*  per-partner service-level report: for each partner, the
001200*  month's request count, average and 95th-percentile service
001300*  time off PERF-LOG, the requests shed off SHED-LOG, and the
001400*  maintenance-window minutes, measured against the service
001500*  terms on the partner's PARTNER-RATE rate card.  PERF-LOG is
001600*  read together with its PERFLOG.ARC archive, so a retention
001700*  window shorter than a month doesn't lose the early days.
001800*
001900*  Maintenance minutes are the minutes in which WORKER answered
002000*  any request with the maintenance 503 (an AUDIT-LOG outcome
002100*  of MAINT), counted off the month's AUDITLOG.YYYYMM segment
002200*  and whatever of the month is still on the live AUDITLOG.
002300*  The whole service is down in those minutes, so they count
002400*  against every partner's availability alike.
002500*
002600*  Every partner with service terms gets an SLA-CREDIT record
002700*  for the month -- the contracted credit when any measure
002800*  missed, zero when all were met -- and PARTINV puts a
002900*  non-zero one on the invoice as a credit line.  A rerun
003000*  simply appends again; PARTINV takes the latest record.
003100*  Records written before PERF-LOG carried the partner id are
003200*  counted on a line of their own, not guessed at.
003300*
003400*  Invoke as:  partsla YYYYMM     (the month being measured)
003500*         or:  partsla            (the month before the
003600*                                  business date's month)
003700*  Exits with RETURN-CODE 0.
003800*
003900*  Modification history
004000*  ---------------------------------------------------------------
004100*  2026-10-15  jm  Original program.
004120*  2026-10-15  jm  PERF-LOG and AUDIT-LOG grew the WORKER
004140*                  instance id, so the archive and segment
004160*                  widths move to 40 and 56.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PERF-LOG-FILE ASSIGN TO "PERFLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS LV-PERFLOG-FILE-STATUS.
004900     SELECT PERF-ARCHIVE-FILE ASSIGN TO "PERFLOG.ARC"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS LV-PERFARC-FILE-STATUS.
005200     SELECT SHED-LOG-FILE ASSIGN TO "SHEDLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS LV-SHEDLOG-FILE-STATUS.
005500     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS LV-AUDIT-FILE-STATUS.
005800     SELECT AUDIT-SEGMENT-FILE
005900         ASSIGN TO DYNAMIC LV-SEGMENT-NAME
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS LV-SEGMENT-FILE-STATUS.
006200     SELECT PARTNER-RATE-FILE ASSIGN TO "PARTRATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS LV-RATE-FILE-STATUS.
006500     SELECT SLA-CREDIT-FILE ASSIGN TO "SLACREDT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS LV-CREDIT-FILE-STATUS.
006800     SELECT SLA-SORT-FILE ASSIGN TO "SRTSLA".
006900     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS LV-BUSDATE-FILE-STATUS.
007200     SELECT SLA-REPORT-FILE ASSIGN TO "PARTSLA.TXT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS LV-REPORT-FILE-STATUS.

007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PERF-LOG-FILE.
007800 COPY "perflog.cpy".

007900 FD  PERF-ARCHIVE-FILE.
008000 01  LV-ARCHIVE-LINE             PIC X(40).

008100 FD  SHED-LOG-FILE.
008200 COPY "shedlog.cpy".

008300 FD  AUDIT-LOG-FILE.
008400 COPY "auditlog.cpy".

008500 FD  AUDIT-SEGMENT-FILE.
008600 01  LV-SEGMENT-LINE             PIC X(56).

008700 FD  PARTNER-RATE-FILE.
008800 COPY "partrate.cpy".

008900 FD  SLA-CREDIT-FILE.
009000 COPY "slacrdt.cpy".

009100 SD  SLA-SORT-FILE.
009200 01  LV-SORT-RECORD.
009300     05  LV-SORT-PARTNER         PIC X(08).
009400     05  LV-SORT-ELAPSED         PIC 9(07).

009500 FD  BUSINESS-DATE-FILE.
009600 COPY "busdate.cpy".

009700 FD  SLA-REPORT-FILE.
009800 01  SLA-REPORT-LINE             PIC X(80).

009900 WORKING-STORAGE SECTION.
010000     77 LV-PERFLOG-FILE-STATUS   PIC X(02) VALUE '00'.
010100        88 LV-PERFLOG-FILE-OK              VALUE '00'.
010200     77 LV-PERFARC-FILE-STATUS   PIC X(02) VALUE '00'.
010300        88 LV-PERFARC-FILE-OK              VALUE '00'.
010400     77 LV-SHEDLOG-FILE-STATUS   PIC X(02) VALUE '00'.
010500        88 LV-SHEDLOG-FILE-OK              VALUE '00'.
010600     77 LV-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
010700        88 LV-AUDIT-FILE-OK                VALUE '00'.
010800     77 LV-SEGMENT-FILE-STATUS   PIC X(02) VALUE '00'.
010900        88 LV-SEGMENT-FILE-OK              VALUE '00'.
011000     77 LV-RATE-FILE-STATUS      PIC X(02) VALUE '00'.
011100        88 LV-RATE-FILE-OK                 VALUE '00'.
011200     77 LV-CREDIT-FILE-STATUS    PIC X(02) VALUE '00'.
011300        88 LV-CREDIT-FILE-OK               VALUE '00'.
011400     77 LV-BUSDATE-FILE-STATUS   PIC X(02) VALUE '00'.
011500        88 LV-BUSDATE-FILE-OK              VALUE '00'.
011600     77 LV-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
011700     77 LV-EOF-SWITCH            PIC X(01) VALUE 'N'.
011800        88 LV-AT-EOF                       VALUE 'Y'.
011900     77 LV-FOUND-SWITCH          PIC X(01) VALUE 'N'.
012000        88 LV-ENTRY-FOUND                  VALUE 'Y'.

012100     01 LV-COMMAND-LINE          PIC X(20) VALUE SPACES.
012200     01 LV-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012300     01 LV-PERIOD                PIC 9(06) VALUE ZERO.
012400     01 LV-PERIOD-PARTS REDEFINES LV-PERIOD.
012500        05 LV-PERIOD-YEAR        PIC 9(04).
012600        05 LV-PERIOD-MONTH       PIC 9(02).
012700     77 LV-NEXT-FIRST            PIC 9(08) VALUE ZERO.
012800     01 LV-PERIOD-END-DATE       PIC 9(08) VALUE ZERO.
012900     01 LV-PERIOD-END-PARTS REDEFINES LV-PERIOD-END-DATE.
013000        05 FILLER                PIC 9(06).
013100        05 LV-DAYS-IN-PERIOD     PIC 9(02).
013200     01 LV-SEGMENT-NAME          PIC X(15) VALUE SPACES.
013300     77 LV-SEEK-ID               PIC X(08) VALUE SPACES.
013400     77 LV-PARTNER-COUNT         PIC 9(03) COMP VALUE ZERO.
013500     77 LV-PARTNER-IDX           PIC 9(03) COMP VALUE ZERO.
013600     77 LV-UNTAGGED-COUNT        PIC 9(09) COMP VALUE ZERO.
013700     77 LV-PERIOD-MINUTES        PIC 9(07) COMP VALUE ZERO.
013800     77 LV-MAINT-MINUTES         PIC 9(07) COMP VALUE ZERO.
013900     77 LV-MINUTE-KEY            PIC 9(12) VALUE ZERO.
014000     77 LV-LAST-MINUTE-KEY       PIC 9(12) VALUE ZERO.
014100     77 LV-AVAIL-PCT             PIC 9(03)V99 VALUE ZERO.
014200     77 LV-CURRENT-PARTNER       PIC X(08) VALUE SPACES.
014300     77 LV-RANK                  PIC 9(09) COMP VALUE ZERO.
014400     77 LV-P95-RANK              PIC 9(09) COMP VALUE ZERO.
014500     77 LV-AVG-HUND              PIC 9(07) VALUE ZERO.
014600     77 LV-SECONDS               PIC 9(05)V99 VALUE ZERO.
014700     77 LV-MISS-REASON           PIC X(08) VALUE SPACES.
014800     77 LV-CREDIT-COUNT          PIC 9(05) COMP VALUE ZERO.
014900     77 LV-CREDIT-TOTAL          PIC 9(09)V99 VALUE ZERO.

015000*    ----------------------------------------------------------
015100*    One row per partner seen on the rate card, PERF-LOG or
015200*    SHED-LOG -- fifty, the same room BILLEXT and PARTINV
015300*    leave.  LV-PTR-TERMS is 'Y' when the rate card carries
015400*    any service term at all.
015500*    ----------------------------------------------------------
015600     01 LV-PARTNER-TABLE.
015700        05 LV-PTR-ENTRY OCCURS 50 TIMES.
015800           10 LV-PTR-ID          PIC X(08).
015900           10 LV-PTR-TERMS       PIC X(01).
016000           10 LV-PTR-AVG-TARGET  PIC 9(05).
016100           10 LV-PTR-P95-TARGET  PIC 9(05).
016200           10 LV-PTR-AVAIL-TARGET PIC 9(03)V99.
016300           10 LV-PTR-CREDIT      PIC 9(07)V99.
016400           10 LV-PTR-REQUESTS    PIC 9(09) COMP.
016500           10 LV-PTR-TOTAL-HUND  PIC 9(13) COMP.
016600           10 LV-PTR-P95-HUND    PIC 9(07).
016700           10 LV-PTR-SHED        PIC 9(07) COMP.

016800     01 LV-HEADING-1             PIC X(80) VALUE
016900        'PARTSLA - PARTNER SERVICE LEVELS AGAINST CONTRACT'.
017000     01 LV-HEADING-2             PIC X(80).
017100     01 LV-BLANK-LINE            PIC X(80) VALUE SPACES.
017200     01 LV-COLUMN-HEADING.
017300        05 FILLER                PIC X(40) VALUE
017400           '  PARTNER     REQUESTS   AVG SEC   P95 S'.
017500        05 FILLER                PIC X(40) VALUE
017600           'EC     SHED  AVAIL %  RESULT'.
017700     01 LV-DETAIL-LINE.
017800        05 FILLER                PIC X(02) VALUE SPACES.
017900        05 LV-DTL-PARTNER        PIC X(08).
018000        05 FILLER                PIC X(01) VALUE SPACE.
018100        05 LV-DTL-REQUESTS       PIC ZZZ,ZZZ,ZZ9.
018200        05 FILLER                PIC X(03) VALUE SPACES.
018300        05 LV-DTL-AVG            PIC ZZZ9.99.
018400        05 FILLER                PIC X(03) VALUE SPACES.
018500        05 LV-DTL-P95            PIC ZZZ9.99.
018600        05 FILLER                PIC X(02) VALUE SPACES.
018700        05 LV-DTL-SHED           PIC ZZZ,ZZ9.
018800        05 FILLER                PIC X(03) VALUE SPACES.
018900        05 LV-DTL-AVAIL          PIC ZZ9.99.
019000        05 FILLER                PIC X(02) VALUE SPACES.
019100        05 LV-DTL-RESULT         PIC X(16).
019200        05 FILLER                PIC X(02) VALUE SPACES.
019300     01 LV-TARGET-LINE.
019400        05 FILLER                PIC X(10) VALUE '    target'.
019500        05 FILLER                PIC X(15) VALUE SPACES.
019600        05 LV-TGT-AVG            PIC ZZZ9.99 BLANK WHEN ZERO.
019700        05 FILLER                PIC X(03) VALUE SPACES.
019800        05 LV-TGT-P95            PIC ZZZ9.99 BLANK WHEN ZERO.
019900        05 FILLER                PIC X(12) VALUE SPACES.
020000        05 LV-TGT-AVAIL          PIC ZZ9.99 BLANK WHEN ZERO.
020100        05 FILLER                PIC X(01) VALUE SPACE.
020200        05 FILLER                PIC X(07) VALUE 'credit '.
020300        05 LV-TGT-CREDIT         PIC Z,ZZZ,ZZ9.99.
020500     01 LV-STATUS-LINE.
020600        05 FILLER                PIC X(02) VALUE SPACES.
020700        05 LV-STATUS-TEXT        PIC X(78).
020800     01 LV-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
020900     01 LV-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.

021000 PROCEDURE DIVISION.

021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021300     PERFORM 2000-LOAD-TERMS THRU 2000-EXIT
021400     PERFORM 3000-COUNT-SHEDS THRU 3000-EXIT
021500     PERFORM 4000-COUNT-MAINTENANCE THRU 4000-EXIT
021600     SORT SLA-SORT-FILE
021700         ON ASCENDING KEY LV-SORT-PARTNER LV-SORT-ELAPSED
021800         INPUT PROCEDURE IS 5000-RELEASE-PERF
021900         OUTPUT PROCEDURE IS 6000-FIND-P95
022000     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
022100     DISPLAY "PARTSLA: period " LV-PERIOD ", "
022200             LV-PARTNER-COUNT " partner(s), "
022300             LV-CREDIT-COUNT " credit(s)"
022400     GO TO 9999-EXIT.

022500 1000-INITIALIZE.
022600     PERFORM 1020-GET-BUSINESS-DATE THRU 1020-EXIT
022700     ACCEPT LV-COMMAND-LINE FROM COMMAND-LINE
022800     IF LV-COMMAND-LINE (1:6) IS NUMERIC
022900         MOVE LV-COMMAND-LINE (1:6) TO LV-PERIOD
023000     ELSE
023100         PERFORM 1030-DEFAULT-PERIOD THRU 1030-EXIT
023200     END-IF
023300     IF LV-PERIOD-MONTH = 12
023400         COMPUTE LV-NEXT-FIRST =
023500             ((LV-PERIOD-YEAR + 1) * 10000) + 101
023600     ELSE
023700         COMPUTE LV-NEXT-FIRST = (LV-PERIOD * 100) + 101
023800     END-IF
023900     COMPUTE LV-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
024000         FUNCTION INTEGER-OF-DATE(LV-NEXT-FIRST) - 1)
024100     COMPUTE LV-PERIOD-MINUTES = LV-DAYS-IN-PERIOD * 1440
024200     OPEN OUTPUT SLA-REPORT-FILE
024300     MOVE SPACES TO LV-HEADING-2
024400     STRING 'Period: ' LV-PERIOD '   run ' LV-BUSINESS-DATE
024500            '   (times in seconds)'
024600         DELIMITED BY SIZE INTO LV-HEADING-2
024700     WRITE SLA-REPORT-LINE FROM LV-HEADING-1
024800     WRITE SLA-REPORT-LINE FROM LV-HEADING-2
024900     WRITE SLA-REPORT-LINE FROM LV-BLANK-LINE
025000     WRITE SLA-REPORT-LINE FROM LV-COLUMN-HEADING.
025100 1000-EXIT.
025200     EXIT.

025300*    Same BUSINESS-DATE idiom as the rest of the suite: the
025400*    window's day, with the clock as a fallback for hand runs.
025500 1020-GET-BUSINESS-DATE.
025600     OPEN INPUT BUSINESS-DATE-FILE
025700     IF LV-BUSDATE-FILE-OK
025800         READ BUSINESS-DATE-FILE
025900             AT END
026000                 ACCEPT LV-BUSINESS-DATE FROM DATE YYYYMMDD
026100             NOT AT END
026200                 MOVE BD-BUSINESS-DATE TO LV-BUSINESS-DATE
026300         END-READ
026400         CLOSE BUSINESS-DATE-FILE
026500     ELSE
026600         ACCEPT LV-BUSINESS-DATE FROM DATE YYYYMMDD
026700     END-IF.
026800 1020-EXIT.
026900     EXIT.

027000*    With no period named, the month just closed: the month
027100*    before the business date's, same default as PERIODCL.
027200 1030-DEFAULT-PERIOD.
027300     MOVE LV-BUSINESS-DATE (1:6) TO LV-PERIOD
027400     IF LV-PERIOD-MONTH = 1
027500         SUBTRACT 1 FROM LV-PERIOD-YEAR
027600         MOVE 12 TO LV-PERIOD-MONTH
027700     ELSE
027800         SUBTRACT 1 FROM LV-PERIOD-MONTH
027900     END-IF.
028000 1030-EXIT.
028100     EXIT.

028200*    The rate card read end to end: the latest record for a
028300*    partner overwrites the earlier ones, so it is in force.
028400 2000-LOAD-TERMS.
028500     MOVE 'N' TO LV-EOF-SWITCH
028600     OPEN INPUT PARTNER-RATE-FILE
028700     IF NOT LV-RATE-FILE-OK
028800         GO TO 2000-EXIT
028900     END-IF
029000     PERFORM 2100-LOAD-ONE-RATE THRU 2100-EXIT
029100             UNTIL LV-AT-EOF
029200     CLOSE PARTNER-RATE-FILE.
029300 2000-EXIT.
029400     EXIT.

029500 2100-LOAD-ONE-RATE.
029600     READ PARTNER-RATE-FILE
029700         AT END
029800             MOVE 'Y' TO LV-EOF-SWITCH
029900             GO TO 2100-EXIT
030000     END-READ
030100     MOVE RA-PARTNER-ID TO LV-SEEK-ID
030200     PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
030300     IF NOT LV-ENTRY-FOUND
030400         GO TO 2100-EXIT
030500     END-IF
030600*    A record keyed before the terms existed reads as spaces.
030700     IF RA-SLA-TERMS NOT NUMERIC
030800         MOVE ZERO TO RA-SLA-TERMS
030900     END-IF
031000     MOVE 'N' TO LV-PTR-TERMS(LV-PARTNER-IDX)
031100     IF RA-SLA-TERMS NOT = ZERO
031200         MOVE 'Y' TO LV-PTR-TERMS(LV-PARTNER-IDX)
031300     END-IF
031400     MOVE RA-SLA-AVG-HUND TO LV-PTR-AVG-TARGET(LV-PARTNER-IDX)
031500     MOVE RA-SLA-P95-HUND TO LV-PTR-P95-TARGET(LV-PARTNER-IDX)
031600     MOVE RA-SLA-AVAIL-PCT
031700         TO LV-PTR-AVAIL-TARGET(LV-PARTNER-IDX)
031800     MOVE RA-SLA-CREDIT TO LV-PTR-CREDIT(LV-PARTNER-IDX).
031900 2100-EXIT.
032000     EXIT.

032100*    Finds LV-SEEK-ID in the table, adding it when new; leaves
032200*    LV-PARTNER-IDX on the entry.  A full table drops the
032300*    partner, the same as BILLEXT.
032400 2500-FIND-PARTNER.
032500     MOVE 'N' TO LV-FOUND-SWITCH
032600     PERFORM 2510-MATCH-ONE-PARTNER THRU 2510-EXIT
032700             VARYING LV-PARTNER-IDX FROM 1 BY 1
032800             UNTIL LV-PARTNER-IDX > LV-PARTNER-COUNT
032900                OR LV-ENTRY-FOUND
033000     IF LV-ENTRY-FOUND
033100         SUBTRACT 1 FROM LV-PARTNER-IDX
033200         GO TO 2500-EXIT
033300     END-IF
033400     IF LV-PARTNER-COUNT >= 50
033500         GO TO 2500-EXIT
033600     END-IF
033700     ADD 1 TO LV-PARTNER-COUNT
033800     MOVE LV-PARTNER-COUNT TO LV-PARTNER-IDX
033900     MOVE LV-SEEK-ID TO LV-PTR-ID(LV-PARTNER-IDX)
034000     MOVE 'N' TO LV-PTR-TERMS(LV-PARTNER-IDX)
034100     MOVE ZERO TO LV-PTR-AVG-TARGET(LV-PARTNER-IDX)
034200     MOVE ZERO TO LV-PTR-P95-TARGET(LV-PARTNER-IDX)
034300     MOVE ZERO TO LV-PTR-AVAIL-TARGET(LV-PARTNER-IDX)
034400     MOVE ZERO TO LV-PTR-CREDIT(LV-PARTNER-IDX)
034500     MOVE ZERO TO LV-PTR-REQUESTS(LV-PARTNER-IDX)
034600     MOVE ZERO TO LV-PTR-TOTAL-HUND(LV-PARTNER-IDX)
034700     MOVE ZERO TO LV-PTR-P95-HUND(LV-PARTNER-IDX)
034800     MOVE ZERO TO LV-PTR-SHED(LV-PARTNER-IDX)
034900     MOVE 'Y' TO LV-FOUND-SWITCH.
035000 2500-EXIT.
035100     EXIT.

035200 2510-MATCH-ONE-PARTNER.
035300     IF LV-PTR-ID(LV-PARTNER-IDX) = LV-SEEK-ID
035400         MOVE 'Y' TO LV-FOUND-SWITCH
035500     END-IF.
035600 2510-EXIT.
035700     EXIT.

035800 3000-COUNT-SHEDS.
035900     MOVE 'N' TO LV-EOF-SWITCH
036000     OPEN INPUT SHED-LOG-FILE
036100     IF NOT LV-SHEDLOG-FILE-OK
036200         GO TO 3000-EXIT
036300     END-IF
036400     PERFORM 3100-COUNT-ONE-SHED THRU 3100-EXIT
036500             UNTIL LV-AT-EOF
036600     CLOSE SHED-LOG-FILE.
036700 3000-EXIT.
036800     EXIT.

036900 3100-COUNT-ONE-SHED.
037000     READ SHED-LOG-FILE
037100         AT END
037200             MOVE 'Y' TO LV-EOF-SWITCH
037300             GO TO 3100-EXIT
037400     END-READ
037500     IF SL-DATE (1:6) NOT = LV-PERIOD OR
037600        SL-PARTNER-ID = SPACES
037700         GO TO 3100-EXIT
037800     END-IF
037900     MOVE SL-PARTNER-ID TO LV-SEEK-ID
038000     PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
038100     IF LV-ENTRY-FOUND
038200         ADD 1 TO LV-PTR-SHED(LV-PARTNER-IDX)
038300     END-IF.
038400 3100-EXIT.
038500     EXIT.

038600*    The month's swept segment first, then the live file for
038700*    whatever AUDITSEG hasn't swept yet.  Both run in time
038800*    order, so a minute is counted once: only when it is later
038900*    than the last maintenance minute already counted.
039000 4000-COUNT-MAINTENANCE.
039100     MOVE ZERO TO LV-LAST-MINUTE-KEY
039200     MOVE SPACES TO LV-SEGMENT-NAME
039300     STRING 'AUDITLOG.' LV-PERIOD DELIMITED BY SIZE
039400         INTO LV-SEGMENT-NAME
039500     MOVE 'N' TO LV-EOF-SWITCH
039600     OPEN INPUT AUDIT-SEGMENT-FILE
039700     IF LV-SEGMENT-FILE-OK
039800         PERFORM 4100-SCAN-ONE-SEGREC THRU 4100-EXIT
039900                 UNTIL LV-AT-EOF
040000         CLOSE AUDIT-SEGMENT-FILE
040100     END-IF
040200     MOVE 'N' TO LV-EOF-SWITCH
040300     OPEN INPUT AUDIT-LOG-FILE
040400     IF LV-AUDIT-FILE-OK
040500         PERFORM 4200-SCAN-ONE-AUDIT THRU 4200-EXIT
040600                 UNTIL LV-AT-EOF
040700         CLOSE AUDIT-LOG-FILE
040800     END-IF
040900     MOVE 100 TO LV-AVAIL-PCT
041000     IF LV-MAINT-MINUTES >= LV-PERIOD-MINUTES
041100         MOVE ZERO TO LV-AVAIL-PCT
041200     ELSE
041300         COMPUTE LV-AVAIL-PCT =
041400             ((LV-PERIOD-MINUTES - LV-MAINT-MINUTES) * 100)
041500             / LV-PERIOD-MINUTES
041600     END-IF.
041700 4000-EXIT.
041800     EXIT.

041900 4100-SCAN-ONE-SEGREC.
042000     READ AUDIT-SEGMENT-FILE INTO AUDIT-LOG-RECORD
042100         AT END
042200             MOVE 'Y' TO LV-EOF-SWITCH
042300         NOT AT END
042400             PERFORM 4300-CONSIDER-MINUTE THRU 4300-EXIT
042500     END-READ.
042600 4100-EXIT.
042700     EXIT.

042800 4200-SCAN-ONE-AUDIT.
042900     READ AUDIT-LOG-FILE
043000         AT END
043100             MOVE 'Y' TO LV-EOF-SWITCH
043200         NOT AT END
043300             PERFORM 4300-CONSIDER-MINUTE THRU 4300-EXIT
043400     END-READ.
043500 4200-EXIT.
043600     EXIT.

043700 4300-CONSIDER-MINUTE.
043800     IF AL-OUTCOME NOT = 'MAINT' OR
043900        AL-DATE (1:6) NOT = LV-PERIOD
044000         GO TO 4300-EXIT
044100     END-IF
044200     MOVE AL-DATE TO LV-MINUTE-KEY (1:8)
044300     MOVE AL-TIME (1:4) TO LV-MINUTE-KEY (9:4)
044400     IF LV-MINUTE-KEY > LV-LAST-MINUTE-KEY
044500         ADD 1 TO LV-MAINT-MINUTES
044600         MOVE LV-MINUTE-KEY TO LV-LAST-MINUTE-KEY
044700     END-IF.
044800 4300-EXIT.
044900     EXIT.

045000*    The period's requests, live file and archive alike, are
045100*    counted and timed here and released for the percentile.
045200 5000-RELEASE-PERF.
045300     MOVE 'N' TO LV-EOF-SWITCH
045400     OPEN INPUT PERF-ARCHIVE-FILE
045500     IF LV-PERFARC-FILE-OK
045600         PERFORM 5100-RELEASE-ONE-ARCHIVED THRU 5100-EXIT
045700                 UNTIL LV-AT-EOF
045800         CLOSE PERF-ARCHIVE-FILE
045900     END-IF
046000     MOVE 'N' TO LV-EOF-SWITCH
046100     OPEN INPUT PERF-LOG-FILE
046200     IF LV-PERFLOG-FILE-OK
046300         PERFORM 5200-RELEASE-ONE-LIVE THRU 5200-EXIT
046400                 UNTIL LV-AT-EOF
046500         CLOSE PERF-LOG-FILE
046600     END-IF.
046700 5000-EXIT.
046800     EXIT.

046900 5100-RELEASE-ONE-ARCHIVED.
047000     READ PERF-ARCHIVE-FILE INTO PERF-LOG-RECORD
047100         AT END
047200             MOVE 'Y' TO LV-EOF-SWITCH
047300         NOT AT END
047400             PERFORM 5300-RELEASE-ONE THRU 5300-EXIT
047500     END-READ.
047600 5100-EXIT.
047700     EXIT.

047800 5200-RELEASE-ONE-LIVE.
047900     READ PERF-LOG-FILE
048000         AT END
048100             MOVE 'Y' TO LV-EOF-SWITCH
048200         NOT AT END
048300             PERFORM 5300-RELEASE-ONE THRU 5300-EXIT
048400     END-READ.
048500 5200-EXIT.
048600     EXIT.

048700 5300-RELEASE-ONE.
048800     IF PF-DATE (1:6) NOT = LV-PERIOD
048900         GO TO 5300-EXIT
049000     END-IF
049100     IF PF-PARTNER-ID = SPACES
049200         ADD 1 TO LV-UNTAGGED-COUNT
049300         GO TO 5300-EXIT
049400     END-IF
049500     MOVE PF-PARTNER-ID TO LV-SEEK-ID
049600     PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
049700     IF NOT LV-ENTRY-FOUND
049800         GO TO 5300-EXIT
049900     END-IF
050000     ADD 1 TO LV-PTR-REQUESTS(LV-PARTNER-IDX)
050100     ADD PF-ELAPSED-HUNDREDTHS
050200         TO LV-PTR-TOTAL-HUND(LV-PARTNER-IDX)
050300     MOVE PF-PARTNER-ID TO LV-SORT-PARTNER
050400     MOVE PF-ELAPSED-HUNDREDTHS TO LV-SORT-ELAPSED
050500     RELEASE LV-SORT-RECORD.
050600 5300-EXIT.
050700     EXIT.

050800*    Each partner's times come back fastest first; the one at
050900*    rank ceiling(95% of the count) is the 95th percentile.
051000 6000-FIND-P95.
051100     MOVE 'N' TO LV-EOF-SWITCH
051200     MOVE SPACES TO LV-CURRENT-PARTNER
051300     PERFORM 6100-RANK-ONE-TIME THRU 6100-EXIT
051400             UNTIL LV-AT-EOF.
051500 6000-EXIT.
051600     EXIT.

051700 6100-RANK-ONE-TIME.
051800     RETURN SLA-SORT-FILE
051900         AT END
052000             MOVE 'Y' TO LV-EOF-SWITCH
052100             GO TO 6100-EXIT
052200     END-RETURN
052300     IF LV-SORT-PARTNER NOT = LV-CURRENT-PARTNER
052400         MOVE LV-SORT-PARTNER TO LV-CURRENT-PARTNER
052500         MOVE LV-SORT-PARTNER TO LV-SEEK-ID
052600         PERFORM 2500-FIND-PARTNER THRU 2500-EXIT
052700         MOVE ZERO TO LV-RANK
052800         COMPUTE LV-P95-RANK =
052900             ((LV-PTR-REQUESTS(LV-PARTNER-IDX) * 95) + 99) / 100
053000     END-IF
053100     ADD 1 TO LV-RANK
053200     IF LV-RANK = LV-P95-RANK
053300         MOVE LV-SORT-ELAPSED TO LV-PTR-P95-HUND(LV-PARTNER-IDX)
053400     END-IF.
053500 6100-EXIT.
053600     EXIT.

053700 7000-WRITE-REPORT.
053800     PERFORM 7100-REPORT-ONE-PARTNER THRU 7100-EXIT
053900             VARYING LV-PARTNER-IDX FROM 1 BY 1
054000             UNTIL LV-PARTNER-IDX > LV-PARTNER-COUNT
054100     WRITE SLA-REPORT-LINE FROM LV-BLANK-LINE
054200     IF LV-PARTNER-COUNT = ZERO
054300         MOVE 'no partner traffic or terms for the period'
054400             TO LV-STATUS-TEXT
054500         WRITE SLA-REPORT-LINE FROM LV-STATUS-LINE
054600     END-IF
054700     MOVE LV-MAINT-MINUTES TO LV-COUNT-DISPLAY
054800     MOVE SPACES TO LV-STATUS-TEXT
054900     STRING 'Maintenance-window minutes:  ' LV-COUNT-DISPLAY
055000         DELIMITED BY SIZE INTO LV-STATUS-TEXT
055100     WRITE SLA-REPORT-LINE FROM LV-STATUS-LINE
055200     IF LV-UNTAGGED-COUNT > ZERO
055300         MOVE LV-UNTAGGED-COUNT TO LV-COUNT-DISPLAY
055400         MOVE SPACES TO LV-STATUS-TEXT
055500         STRING 'Requests with no partner id: ' LV-COUNT-DISPLAY
055600             DELIMITED BY SIZE INTO LV-STATUS-TEXT
055700         WRITE SLA-REPORT-LINE FROM LV-STATUS-LINE
055800     END-IF
055900     MOVE LV-CREDIT-TOTAL TO LV-AMOUNT-DISPLAY
056000     MOVE SPACES TO LV-STATUS-TEXT
056100     STRING 'SLA credits owed:         ' LV-AMOUNT-DISPLAY
056200         DELIMITED BY SIZE INTO LV-STATUS-TEXT
056300     WRITE SLA-REPORT-LINE FROM LV-STATUS-LINE
056400     CLOSE SLA-REPORT-FILE
056500     MOVE 0 TO RETURN-CODE.
056600 7000-EXIT.
056700     EXIT.

056800 7100-REPORT-ONE-PARTNER.
056900     MOVE ZERO TO LV-AVG-HUND
057000     IF LV-PTR-REQUESTS(LV-PARTNER-IDX) > ZERO
057100         COMPUTE LV-AVG-HUND ROUNDED =
057200             LV-PTR-TOTAL-HUND(LV-PARTNER-IDX)
057300             / LV-PTR-REQUESTS(LV-PARTNER-IDX)
057400     END-IF
057500     MOVE LV-PTR-ID(LV-PARTNER-IDX) TO LV-DTL-PARTNER
057600     MOVE LV-PTR-REQUESTS(LV-PARTNER-IDX) TO LV-DTL-REQUESTS
057700     COMPUTE LV-SECONDS = LV-AVG-HUND / 100
057800     MOVE LV-SECONDS TO LV-DTL-AVG
057900     COMPUTE LV-SECONDS = LV-PTR-P95-HUND(LV-PARTNER-IDX) / 100
058000     MOVE LV-SECONDS TO LV-DTL-P95
058100     MOVE LV-PTR-SHED(LV-PARTNER-IDX) TO LV-DTL-SHED
058200     MOVE LV-AVAIL-PCT TO LV-DTL-AVAIL
058300     IF LV-PTR-TERMS(LV-PARTNER-IDX) NOT = 'Y'
058400         MOVE 'no SLA' TO LV-DTL-RESULT
058500         WRITE SLA-REPORT-LINE FROM LV-DETAIL-LINE
058600         GO TO 7100-EXIT
058700     END-IF
058800     PERFORM 7200-JUDGE-PARTNER THRU 7200-EXIT
058900     IF LV-MISS-REASON = SPACES
059000         MOVE 'met' TO LV-DTL-RESULT
059100     ELSE
059200         MOVE SPACES TO LV-DTL-RESULT
059300         STRING 'MISSED ' LV-MISS-REASON
059400             DELIMITED BY SIZE INTO LV-DTL-RESULT
059500     END-IF
059600     WRITE SLA-REPORT-LINE FROM LV-DETAIL-LINE
059700     COMPUTE LV-SECONDS = LV-PTR-AVG-TARGET(LV-PARTNER-IDX) / 100
059800     MOVE LV-SECONDS TO LV-TGT-AVG
059900     COMPUTE LV-SECONDS = LV-PTR-P95-TARGET(LV-PARTNER-IDX) / 100
060000     MOVE LV-SECONDS TO LV-TGT-P95
060100     MOVE LV-PTR-AVAIL-TARGET(LV-PARTNER-IDX) TO LV-TGT-AVAIL
060200     MOVE LV-PTR-CREDIT(LV-PARTNER-IDX) TO LV-TGT-CREDIT
060300     WRITE SLA-REPORT-LINE FROM LV-TARGET-LINE
060400     PERFORM 7300-WRITE-CREDIT THRU 7300-EXIT.
060500 7100-EXIT.
060600     EXIT.

060700*    The first measure that missed names the miss.  A month
060800*    with no requests has no service time to miss on; the
060900*    maintenance minutes and sheds still count.
061000 7200-JUDGE-PARTNER.
061100     MOVE SPACES TO LV-MISS-REASON
061200     IF LV-PTR-REQUESTS(LV-PARTNER-IDX) > ZERO
061300         IF LV-PTR-AVG-TARGET(LV-PARTNER-IDX) > ZERO AND
061400            LV-AVG-HUND > LV-PTR-AVG-TARGET(LV-PARTNER-IDX)
061500             MOVE 'AVERAGE' TO LV-MISS-REASON
061600             GO TO 7200-EXIT
061700         END-IF
061800         IF LV-PTR-P95-TARGET(LV-PARTNER-IDX) > ZERO AND
061900            LV-PTR-P95-HUND(LV-PARTNER-IDX) >
062000                LV-PTR-P95-TARGET(LV-PARTNER-IDX)
062100             MOVE 'P95' TO LV-MISS-REASON
062200             GO TO 7200-EXIT
062300         END-IF
062400     END-IF
062500     IF LV-PTR-AVAIL-TARGET(LV-PARTNER-IDX) > ZERO AND
062600        LV-AVAIL-PCT < LV-PTR-AVAIL-TARGET(LV-PARTNER-IDX)
062700         MOVE 'AVAIL' TO LV-MISS-REASON
062800         GO TO 7200-EXIT
062900     END-IF
063000     IF LV-PTR-SHED(LV-PARTNER-IDX) > ZERO
063100         MOVE 'SHED' TO LV-MISS-REASON
063200     END-IF.
063300 7200-EXIT.
063400     EXIT.

063500*    Met months get a zero record too, so a rerun that finds
063600*    the month met after all supersedes an earlier credit.
063700 7300-WRITE-CREDIT.
063800     MOVE LV-PTR-ID(LV-PARTNER-IDX) TO SC-PARTNER-ID
063900     MOVE LV-PERIOD TO SC-PERIOD
064000     MOVE ZERO TO SC-CREDIT-AMOUNT
064100     MOVE LV-MISS-REASON TO SC-REASON
064200     MOVE LV-BUSINESS-DATE TO SC-RUN-DATE
064300     IF LV-MISS-REASON NOT = SPACES
064400         MOVE LV-PTR-CREDIT(LV-PARTNER-IDX) TO SC-CREDIT-AMOUNT
064500         ADD LV-PTR-CREDIT(LV-PARTNER-IDX) TO LV-CREDIT-TOTAL
064600         IF LV-PTR-CREDIT(LV-PARTNER-IDX) > ZERO
064700             ADD 1 TO LV-CREDIT-COUNT
064800         END-IF
064900     END-IF
065000     OPEN EXTEND SLA-CREDIT-FILE
065100     IF NOT LV-CREDIT-FILE-OK
065200         OPEN OUTPUT SLA-CREDIT-FILE
065300     END-IF
065400     WRITE SLA-CREDIT-RECORD
065500     CLOSE SLA-CREDIT-FILE.
065600 7300-EXIT.
065700     EXIT.

065800 9999-EXIT.
065900     STOP RUN.
