000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCHCONV.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  ARCHCONV
000900*
001000*  On-demand utility.  GAME-RESULT grew from its original 50
001100*  bytes to 58, 59, 60 and 61 as the named opponent, test flag,
001200*  difficulty and source byte were added, and ARCHPURG carried
001300*  each play into cold storage at whatever width it had then;
001400*  the GAMEARCH.YYYYMM segments written before each change are
001500*  still at the old width, and every reader since assumes the
001600*  current one.  This brings them up to it.
001700*
001800*  Each segment's layout version comes off ARCHIVE-CATALOG: the
001900*  oldest play any of its catalog records spans is looked up in
002000*  CN-LAYOUT-TABLE, the date each layout came into use.  A
002100*  segment whose catalog records are all already marked current
002200*  is passed over.  Otherwise every line is read, the fields its
002300*  own play date says it predates are set to their defaults --
002400*  spaces throughout, the opponent blank as for a house game,
002500*  the test flag blank as for a live play, the difficulty blank
002600*  as for a game under no named level (a zero would read as
002700*  head-to-head to DAYCLOSE) and the source blank -- and the
002800*  line written to the SEGWORK work file.  The count written is
002900*  proved against the sum of the segment's catalog counts; only
003000*  a segment that proves is copied back over itself and marked
003100*  current on the catalog.  One that does not is left exactly as
003200*  it was, listed on ARCHCONV.TXT and the run ends RC 1, so
003300*  nothing is ever half converted.  Rerunning it is harmless:
003400*  a segment already converted is passed over.
003420*  A copy back that cannot open or write a segment stops the run
003440*  there: the segment is listed as left in SEGWORK, which holds
003460*  its proved lines to be copied over it before anything else
003480*  is run, and the run ends RC 1.
003500*
003600*  The flat GAMEARCH from before the segments has no catalog
003700*  records to prove it by and is not touched.
003800*
003900*  Modification history
004000*  ---------------------------------------------------------------
004100*  2026-10-15  jm  Original program.
004125*  2026-10-15  jm  A copy back that cannot open or write the
004150*                  segment refuses the run, leaving the proved
004175*                  lines in SEGWORK; only lines written count.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCTLG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CN-CATALOG-FILE-STATUS.
004900     SELECT CATALOG-WORK-FILE ASSIGN TO "ACTLWORK"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CN-CTLGWK-FILE-STATUS.
005200     SELECT ARCHIVE-SEGMENT-FILE
005300         ASSIGN TO DYNAMIC CN-SEGMENT-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CN-SEGMENT-FILE-STATUS.
005600     SELECT SEGMENT-WORK-FILE ASSIGN TO "SEGWORK"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CN-SEGWK-FILE-STATUS.
005900     SELECT CONVERT-REPORT-FILE ASSIGN TO "ARCHCONV.TXT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CN-REPORT-FILE-STATUS.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ARCHIVE-CATALOG-FILE.
006500 COPY "archctlg.cpy".

006600 FD  CATALOG-WORK-FILE.
006700 01  CN-CTLGWK-RECORD            PIC X(32).

006800*    A segment line is read at whatever width it was written and
006900*    always written back at the current 61.
007000 FD  ARCHIVE-SEGMENT-FILE.
007100 01  CN-SEGMENT-LINE             PIC X(61).

007200 FD  SEGMENT-WORK-FILE.
007300 01  CN-SEGWK-LINE               PIC X(61).

007400 FD  CONVERT-REPORT-FILE.
007500 01  CN-REPORT-LINE              PIC X(80).

007600 WORKING-STORAGE SECTION.
007700     77 CN-CATALOG-FILE-STATUS   PIC X(02) VALUE '00'.
007800        88 CN-CATALOG-OK                   VALUE '00'.
007900     77 CN-CTLGWK-FILE-STATUS    PIC X(02) VALUE '00'.
008000        88 CN-CTLGWK-OK                    VALUE '00'.
008100     77 CN-SEGMENT-FILE-STATUS   PIC X(02) VALUE '00'.
008200        88 CN-SEGMENT-OK                   VALUE '00'.
008300     77 CN-SEGWK-FILE-STATUS     PIC X(02) VALUE '00'.
008400        88 CN-SEGWK-OK                     VALUE '00'.
008500     77 CN-REPORT-FILE-STATUS    PIC X(02) VALUE '00'.
008600     77 CN-SEGMENT-NAME          PIC X(15) VALUE SPACES.
008700     77 CN-EOF-SWITCH            PIC X(01) VALUE 'N'.
008800        88 CN-AT-EOF                       VALUE 'Y'.
008900     77 CN-FOUND-SWITCH          PIC X(01) VALUE 'N'.
009000        88 CN-ENTRY-FOUND                  VALUE 'Y'.
009100     77 CN-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
009200        88 CN-RUN-REFUSED                  VALUE 'Y'.
009300     77 CN-MARK-SWITCH           PIC X(01) VALUE 'N'.
009400        88 CN-CATALOG-TO-MARK              VALUE 'Y'.
009500     77 CN-PLAY-DATE             PIC 9(08) VALUE ZERO.
009600     77 CN-LINE-VERSION          PIC 9(01) COMP VALUE ZERO.
009700     77 CN-LINE-WIDTH            PIC 9(02) COMP VALUE ZERO.
009800     77 CN-PAD-START             PIC 9(02) COMP VALUE ZERO.
009900     77 CN-PAD-LENGTH            PIC 9(02) COMP VALUE ZERO.
010000     77 CN-LINES-READ            PIC 9(09) COMP VALUE ZERO.
010100     77 CN-LINES-WRITTEN         PIC 9(09) COMP VALUE ZERO.
010200     77 CN-LINES-WIDENED         PIC 9(09) COMP VALUE ZERO.
010300     77 CN-CONVERTED-COUNT       PIC 9(04) COMP VALUE ZERO.
010400     77 CN-CURRENT-COUNT         PIC 9(04) COMP VALUE ZERO.
010500     77 CN-FAILED-COUNT          PIC 9(04) COMP VALUE ZERO.

010600*    ----------------------------------------------------------
010700*    GAME-RESULT layouts, oldest first: the version number the
010800*    catalog carries, the record width, and the first play date
010900*    written in it.  A play is in the newest layout whose date
011000*    is on or before its own; the four additions all went in on
011100*    2026-09-03.  A new layout is a new row here and a new
011200*    current value for AC-LAYOUT-CURRENT in ARCHCTLG.CPY.
011300*    ----------------------------------------------------------
011400     01 CN-LAYOUT-VALUES.
011500        05 FILLER                PIC X(11) VALUE '15000000000'.
011600        05 FILLER                PIC X(11) VALUE '25820260903'.
011700        05 FILLER                PIC X(11) VALUE '35920260903'.
011800        05 FILLER                PIC X(11) VALUE '46020260903'.
011900        05 FILLER                PIC X(11) VALUE '56120260903'.
012000     01 CN-LAYOUT-TABLE REDEFINES CN-LAYOUT-VALUES.
012100        05 CN-LAYOUT-ENTRY OCCURS 5 TIMES.
012200           10 CN-LAYOUT-VERSION  PIC 9(01).
012300           10 CN-LAYOUT-WIDTH    PIC 9(02).
012400           10 CN-LAYOUT-FROM     PIC 9(08).
012500     77 CN-LAYOUT-COUNT          PIC 9(01) COMP VALUE 5.
012600     77 CN-LAYOUT-IDX            PIC 9(01) COMP VALUE ZERO.

012700*    One entry per segment month on the catalog: the counts of
012800*    all its catalog records summed, the oldest play any of them
012900*    spans, and whether any of them is still unmarked.
013000     01 CN-SEGMENT-TABLE.
013100        05 CN-SEG-ENTRY OCCURS 240 TIMES.
013200           10 CN-SEG-MONTH       PIC 9(06).
013300           10 CN-SEG-COUNT       PIC 9(09).
013400           10 CN-SEG-FIRST-DATE  PIC 9(08).
013500           10 CN-SEG-UNMARKED    PIC X(01).
013600              88 CN-SEG-NEEDS-WORK         VALUE 'Y'.
013700           10 CN-SEG-VERDICT     PIC X(01).
013800              88 CN-SEG-MARK-CURRENT       VALUE 'C' 'K'.
013900     77 CN-SEG-COUNT-USED        PIC 9(04) COMP VALUE ZERO.
014000     77 CN-SEG-MAX               PIC 9(04) COMP VALUE 240.
014100     77 CN-SEG-IDX               PIC 9(04) COMP VALUE ZERO.

014200     01 CN-HEADING-LINE.
014300        05 FILLER                PIC X(40) VALUE
014400           'ARCHCONV -- GAMEARCH layout conversion  '.
014500     01 CN-COLUMN-LINE.
014600        05 FILLER                PIC X(40) VALUE
014700           'Segment  Ver  Catalog cnt   Lines read '.
014800        05 FILLER                PIC X(28) VALUE
014900           '   Widened  Outcome'.
015000     01 CN-DETAIL-LINE.
015100        05 CN-DTL-MONTH          PIC 9(06).
015200        05 FILLER                PIC X(04) VALUE SPACES.
015300        05 CN-DTL-VERSION        PIC 9(01).
015400        05 FILLER                PIC X(02) VALUE SPACES.
015500        05 CN-DTL-CATALOG        PIC ZZZ,ZZZ,ZZ9.
015600        05 FILLER                PIC X(02) VALUE SPACES.
015700        05 CN-DTL-READ           PIC ZZZ,ZZZ,ZZ9.
015800        05 FILLER                PIC X(02) VALUE SPACES.
015900        05 CN-DTL-WIDENED        PIC ZZZ,ZZ9.
016000        05 FILLER                PIC X(02) VALUE SPACES.
016100        05 CN-DTL-OUTCOME        PIC X(20).
016200     01 CN-SUMMARY-LINE.
016300        05 CN-SUM-LABEL          PIC X(30).
016400        05 CN-SUM-COUNT          PIC ZZZ9.

016500 PROCEDURE DIVISION.

016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016800     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
016900     PERFORM 3000-CONVERT-SEGMENT THRU 3000-EXIT
017000             VARYING CN-SEG-IDX FROM 1 BY 1
017066             UNTIL CN-SEG-IDX > CN-SEG-COUNT-USED
017132                OR CN-RUN-REFUSED
017200     IF CN-CATALOG-TO-MARK
017300         PERFORM 4000-MARK-CATALOG THRU 4000-EXIT
017400     END-IF
017500     PERFORM 5000-TERMINATE THRU 5000-EXIT
017600     GO TO 9999-EXIT.

017700 1000-INITIALIZE.
017800     OPEN OUTPUT CONVERT-REPORT-FILE
017900     WRITE CN-REPORT-LINE FROM CN-HEADING-LINE
018000     MOVE SPACES TO CN-REPORT-LINE
018100     WRITE CN-REPORT-LINE
018200     WRITE CN-REPORT-LINE FROM CN-COLUMN-LINE.
018300 1000-EXIT.
018400     EXIT.

018500*    No catalog is no segments: nothing to convert, not a failure.
018600 2000-LOAD-CATALOG.
018700     OPEN INPUT ARCHIVE-CATALOG-FILE
018800     IF NOT CN-CATALOG-OK
018900         MOVE 'No ARCHIVE-CATALOG -- nothing to convert'
019000             TO CN-REPORT-LINE
019100         WRITE CN-REPORT-LINE
019200         GO TO 2000-EXIT
019300     END-IF
019400     MOVE 'N' TO CN-EOF-SWITCH
019500     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
019600             UNTIL CN-AT-EOF
019700     CLOSE ARCHIVE-CATALOG-FILE.
019800 2000-EXIT.
019900     EXIT.

020000 2100-LOAD-ONE-RECORD.
020100     READ ARCHIVE-CATALOG-FILE
020200         AT END
020300             MOVE 'Y' TO CN-EOF-SWITCH
020400             GO TO 2100-EXIT
020500     END-READ
020600     MOVE 'N' TO CN-FOUND-SWITCH
020700     PERFORM 2110-MATCH-ONE-SEGMENT THRU 2110-EXIT
020800             VARYING CN-SEG-IDX FROM 1 BY 1
020900             UNTIL CN-SEG-IDX > CN-SEG-COUNT-USED
021000                OR CN-ENTRY-FOUND
021100     IF CN-ENTRY-FOUND
021200         SUBTRACT 1 FROM CN-SEG-IDX
021300     ELSE
021400         IF CN-SEG-COUNT-USED NOT < CN-SEG-MAX
021500             DISPLAY "ARCHCONV: more than " CN-SEG-MAX
021600                     " segment months on the catalog"
021700             MOVE 'Y' TO CN-REFUSED-SWITCH
021800             GO TO 2100-EXIT
021900         END-IF
022000         ADD 1 TO CN-SEG-COUNT-USED
022100         MOVE CN-SEG-COUNT-USED TO CN-SEG-IDX
022200         MOVE AC-SEGMENT-MONTH TO CN-SEG-MONTH(CN-SEG-IDX)
022300         MOVE ZERO TO CN-SEG-COUNT(CN-SEG-IDX)
022400         MOVE 99999999 TO CN-SEG-FIRST-DATE(CN-SEG-IDX)
022500         MOVE 'N' TO CN-SEG-UNMARKED(CN-SEG-IDX)
022600         MOVE SPACE TO CN-SEG-VERDICT(CN-SEG-IDX)
022700     END-IF
022800     ADD AC-RECORD-COUNT TO CN-SEG-COUNT(CN-SEG-IDX)
022900     IF AC-FIRST-DATE < CN-SEG-FIRST-DATE(CN-SEG-IDX)
023000         MOVE AC-FIRST-DATE TO CN-SEG-FIRST-DATE(CN-SEG-IDX)
023100     END-IF
023200     IF NOT AC-LAYOUT-CURRENT
023300         MOVE 'Y' TO CN-SEG-UNMARKED(CN-SEG-IDX)
023400     END-IF.
023500 2100-EXIT.
023600     EXIT.

023700 2110-MATCH-ONE-SEGMENT.
023800     IF CN-SEG-MONTH(CN-SEG-IDX) = AC-SEGMENT-MONTH
023900         MOVE 'Y' TO CN-FOUND-SWITCH
024000     END-IF.
024100 2110-EXIT.
024200     EXIT.

024300*    ----------------------------------------------------------
024400*    One segment through the work file and, once its count
024500*    proves against the catalog, back over itself.  A segment
024600*    whose oldest play is already in the current layout needs
024700*    no rewrite, only the count proof before it is marked.
024800*    ----------------------------------------------------------
024900 3000-CONVERT-SEGMENT.
025000     IF NOT CN-SEG-NEEDS-WORK(CN-SEG-IDX)
025100         GO TO 3000-EXIT
025200     END-IF
025300     MOVE CN-SEG-MONTH(CN-SEG-IDX) TO CN-DTL-MONTH
025400     MOVE CN-SEG-COUNT(CN-SEG-IDX) TO CN-DTL-CATALOG
025500     MOVE CN-SEG-FIRST-DATE(CN-SEG-IDX) TO CN-PLAY-DATE
025600     PERFORM 6000-FIND-LAYOUT THRU 6000-EXIT
025700     MOVE CN-LINE-VERSION TO CN-DTL-VERSION
025800     MOVE ZERO TO CN-LINES-READ
025900     MOVE ZERO TO CN-LINES-WRITTEN
026000     MOVE ZERO TO CN-LINES-WIDENED
026100     MOVE SPACES TO CN-SEGMENT-NAME
026200     STRING 'GAMEARCH.' CN-SEG-MONTH(CN-SEG-IDX)
026300         DELIMITED BY SIZE INTO CN-SEGMENT-NAME
026400     OPEN INPUT ARCHIVE-SEGMENT-FILE
026500     IF NOT CN-SEGMENT-OK
026600         MOVE 'segment missing' TO CN-DTL-OUTCOME
026700         GO TO 3000-FAILED
026800     END-IF
026900     OPEN OUTPUT SEGMENT-WORK-FILE
027000     IF NOT CN-SEGWK-OK
027100         CLOSE ARCHIVE-SEGMENT-FILE
027200         MOVE 'no work file' TO CN-DTL-OUTCOME
027300         GO TO 3000-FAILED
027400     END-IF
027500     MOVE 'N' TO CN-EOF-SWITCH
027600     PERFORM 3100-CONVERT-ONE-LINE THRU 3100-EXIT
027700             UNTIL CN-AT-EOF
027800     CLOSE ARCHIVE-SEGMENT-FILE
027900     CLOSE SEGMENT-WORK-FILE
028000     MOVE CN-LINES-READ TO CN-DTL-READ
028100     MOVE CN-LINES-WIDENED TO CN-DTL-WIDENED
028200     IF CN-LINES-WRITTEN NOT = CN-SEG-COUNT(CN-SEG-IDX)
028300         MOVE 'count off catalog' TO CN-DTL-OUTCOME
028400         GO TO 3000-FAILED
028500     END-IF
028600     IF CN-LINES-WIDENED = ZERO
028700         MOVE 'K' TO CN-SEG-VERDICT(CN-SEG-IDX)
028800         MOVE 'already current' TO CN-DTL-OUTCOME
028900         ADD 1 TO CN-CURRENT-COUNT
029000     ELSE
029100         PERFORM 3200-COPY-BACK THRU 3200-EXIT
029120         IF CN-RUN-REFUSED
029140             MOVE 'SEGWORK holds it' TO CN-DTL-OUTCOME
029160             GO TO 3000-FAILED
029180         END-IF
029200         IF CN-LINES-WRITTEN NOT = CN-SEG-COUNT(CN-SEG-IDX)
029300             MOVE 'COPY BACK SHORT' TO CN-DTL-OUTCOME
029400             GO TO 3000-FAILED
029500         END-IF
029600         MOVE 'C' TO CN-SEG-VERDICT(CN-SEG-IDX)
029700         MOVE 'converted' TO CN-DTL-OUTCOME
029800         ADD 1 TO CN-CONVERTED-COUNT
029900     END-IF
030000     MOVE 'Y' TO CN-MARK-SWITCH
030100     WRITE CN-REPORT-LINE FROM CN-DETAIL-LINE
030200     GO TO 3000-EXIT.
030300 3000-FAILED.
030400     MOVE CN-LINES-READ TO CN-DTL-READ
030500     MOVE CN-LINES-WIDENED TO CN-DTL-WIDENED
030600     MOVE 'F' TO CN-SEG-VERDICT(CN-SEG-IDX)
030700     ADD 1 TO CN-FAILED-COUNT
030722     WRITE CN-REPORT-LINE FROM CN-DETAIL-LINE
030744     IF CN-RUN-REFUSED
030766         MOVE SPACES TO CN-REPORT-LINE
030788         STRING '  ' CN-SEGMENT-NAME DELIMITED BY SPACE
030810                ' may be cut short -- SEGWORK holds its proved'
030832                ' lines' DELIMITED BY SIZE INTO CN-REPORT-LINE
030854         WRITE CN-REPORT-LINE
030876     END-IF.
030900 3000-EXIT.
031000     EXIT.

031100*    A line whose play date is not a date is carried as it is --
031200*    it is counted, so the proof still sees it.
031300 3100-CONVERT-ONE-LINE.
031400     MOVE SPACES TO CN-SEGMENT-LINE
031500     READ ARCHIVE-SEGMENT-FILE
031600         AT END
031700             MOVE 'Y' TO CN-EOF-SWITCH
031800             GO TO 3100-EXIT
031900     END-READ
032000     ADD 1 TO CN-LINES-READ
032100     IF CN-SEGMENT-LINE(1:8) IS NUMERIC
032200         MOVE CN-SEGMENT-LINE(1:8) TO CN-PLAY-DATE
032300         PERFORM 6000-FIND-LAYOUT THRU 6000-EXIT
032400         IF CN-LINE-WIDTH < 61
032500             COMPUTE CN-PAD-START = CN-LINE-WIDTH + 1
032600             COMPUTE CN-PAD-LENGTH = 61 - CN-LINE-WIDTH
032700             MOVE SPACES
032800                 TO CN-SEGMENT-LINE(CN-PAD-START:CN-PAD-LENGTH)
032900             ADD 1 TO CN-LINES-WIDENED
033000         END-IF
033100     END-IF
033200     WRITE CN-SEGWK-LINE FROM CN-SEGMENT-LINE
033300     ADD 1 TO CN-LINES-WRITTEN.
033400 3100-EXIT.
033500     EXIT.

033550*    The proved work file replaces the segment whole; the count
033600*    is taken again so a short copy is caught.  A segment that
033650*    cannot be opened or written over may already be cut short,
033700*    so the run is refused there: SEGWORK is left holding the
033750*    proved lines for the segment and no other is started.
033800 3200-COPY-BACK.
033900     MOVE ZERO TO CN-LINES-WRITTEN
034000     OPEN INPUT SEGMENT-WORK-FILE
034100     IF NOT CN-SEGWK-OK
034200         GO TO 3200-EXIT
034300     END-IF
034400     OPEN OUTPUT ARCHIVE-SEGMENT-FILE
034412     IF NOT CN-SEGMENT-OK
034424         CLOSE SEGMENT-WORK-FILE
034436         DISPLAY "ARCHCONV: cannot open " CN-SEGMENT-NAME
034448                 " for output, status " CN-SEGMENT-FILE-STATUS
034460         MOVE 'Y' TO CN-REFUSED-SWITCH
034472         GO TO 3200-EXIT
034484     END-IF
034500     MOVE 'N' TO CN-EOF-SWITCH
034600     PERFORM 3210-COPY-ONE-LINE THRU 3210-EXIT
034700             UNTIL CN-AT-EOF
034800     CLOSE SEGMENT-WORK-FILE
034900     CLOSE ARCHIVE-SEGMENT-FILE.
035000 3200-EXIT.
035100     EXIT.

035200 3210-COPY-ONE-LINE.
035253     READ SEGMENT-WORK-FILE
035306         AT END
035359             MOVE 'Y' TO CN-EOF-SWITCH
035412             GO TO 3210-EXIT
035465     END-READ
035518     WRITE CN-SEGMENT-LINE FROM CN-SEGWK-LINE
035571     IF NOT CN-SEGMENT-OK
035624         DISPLAY "ARCHCONV: write to " CN-SEGMENT-NAME
035677                 " failed, status " CN-SEGMENT-FILE-STATUS
035730         MOVE 'Y' TO CN-REFUSED-SWITCH
035783         MOVE 'Y' TO CN-EOF-SWITCH
035836         GO TO 3210-EXIT
035889     END-IF
035942     ADD 1 TO CN-LINES-WRITTEN.
036000 3210-EXIT.
036100     EXIT.

036200*    The catalog rewritten with every record of a proved segment
036300*    marked current.  Streamed through a work file in two passes,
036400*    the same as AUDITSEG rewrites its own catalog.
036500 4000-MARK-CATALOG.
036600     MOVE 'N' TO CN-EOF-SWITCH
036700     OPEN INPUT ARCHIVE-CATALOG-FILE
036800     IF NOT CN-CATALOG-OK
036900         GO TO 4000-EXIT
037000     END-IF
037100     OPEN OUTPUT CATALOG-WORK-FILE
037200     IF NOT CN-CTLGWK-OK
037300         CLOSE ARCHIVE-CATALOG-FILE
037400         DISPLAY "ARCHCONV: cannot open ACTLWORK, status "
037500                 CN-CTLGWK-FILE-STATUS
037600         MOVE 'Y' TO CN-REFUSED-SWITCH
037700         GO TO 4000-EXIT
037800     END-IF
037900     PERFORM 4100-MARK-ONE-OUT THRU 4100-EXIT
038000             UNTIL CN-AT-EOF
038100     CLOSE ARCHIVE-CATALOG-FILE
038200     CLOSE CATALOG-WORK-FILE
038300     MOVE 'N' TO CN-EOF-SWITCH
038400     OPEN INPUT CATALOG-WORK-FILE
038500     IF NOT CN-CTLGWK-OK
038600         GO TO 4000-EXIT
038700     END-IF
038800     OPEN OUTPUT ARCHIVE-CATALOG-FILE
038900     PERFORM 4200-COPY-ONE-BACK THRU 4200-EXIT
039000             UNTIL CN-AT-EOF
039100     CLOSE CATALOG-WORK-FILE
039200     CLOSE ARCHIVE-CATALOG-FILE.
039300 4000-EXIT.
039400     EXIT.

039500 4100-MARK-ONE-OUT.
039600     READ ARCHIVE-CATALOG-FILE
039700         AT END
039800             MOVE 'Y' TO CN-EOF-SWITCH
039900             GO TO 4100-EXIT
040000     END-READ
040100     MOVE 'N' TO CN-FOUND-SWITCH
040200     PERFORM 2110-MATCH-ONE-SEGMENT THRU 2110-EXIT
040300             VARYING CN-SEG-IDX FROM 1 BY 1
040400             UNTIL CN-SEG-IDX > CN-SEG-COUNT-USED
040500                OR CN-ENTRY-FOUND
040600     IF CN-ENTRY-FOUND
040700         SUBTRACT 1 FROM CN-SEG-IDX
040800         IF CN-SEG-MARK-CURRENT(CN-SEG-IDX)
040900             SET AC-LAYOUT-CURRENT TO TRUE
041000         END-IF
041100     END-IF
041200     WRITE CN-CTLGWK-RECORD FROM ARCHIVE-CATALOG-RECORD.
041300 4100-EXIT.
041400     EXIT.

041500 4200-COPY-ONE-BACK.
041600     READ CATALOG-WORK-FILE
041700         AT END
041800             MOVE 'Y' TO CN-EOF-SWITCH
041900         NOT AT END
042000             WRITE ARCHIVE-CATALOG-RECORD FROM CN-CTLGWK-RECORD
042100     END-READ.
042200 4200-EXIT.
042300     EXIT.

042400 5000-TERMINATE.
042500     MOVE SPACES TO CN-REPORT-LINE
042600     WRITE CN-REPORT-LINE
042700     MOVE 'Segments converted:' TO CN-SUM-LABEL
042800     MOVE CN-CONVERTED-COUNT TO CN-SUM-COUNT
042900     WRITE CN-REPORT-LINE FROM CN-SUMMARY-LINE
043000     MOVE 'Segments already current:' TO CN-SUM-LABEL
043100     MOVE CN-CURRENT-COUNT TO CN-SUM-COUNT
043200     WRITE CN-REPORT-LINE FROM CN-SUMMARY-LINE
043300     MOVE 'Segments left unconverted:' TO CN-SUM-LABEL
043400     MOVE CN-FAILED-COUNT TO CN-SUM-COUNT
043500     WRITE CN-REPORT-LINE FROM CN-SUMMARY-LINE
043600     IF CN-FAILED-COUNT > ZERO OR CN-RUN-REFUSED
043700         MOVE 'Not all segments converted -- see above'
043800             TO CN-REPORT-LINE
043900         WRITE CN-REPORT-LINE
044000         DISPLAY "ARCHCONV: " CN-FAILED-COUNT
044100                 " segment(s) left unconverted"
044200         MOVE 1 TO RETURN-CODE
044300     ELSE
044400         MOVE ZERO TO RETURN-CODE
044500     END-IF
044600     CLOSE CONVERT-REPORT-FILE.
044700 5000-EXIT.
044800     EXIT.

044900*    The newest layout whose first date is on or before
045000*    CN-PLAY-DATE.
045100 6000-FIND-LAYOUT.
045200     MOVE 1 TO CN-LINE-VERSION
045300     MOVE CN-LAYOUT-WIDTH(1) TO CN-LINE-WIDTH
045400     PERFORM 6010-TRY-ONE-LAYOUT THRU 6010-EXIT
045500             VARYING CN-LAYOUT-IDX FROM 1 BY 1
045600             UNTIL CN-LAYOUT-IDX > CN-LAYOUT-COUNT.
045700 6000-EXIT.
045800     EXIT.

045900 6010-TRY-ONE-LAYOUT.
046000     IF CN-LAYOUT-FROM(CN-LAYOUT-IDX) NOT > CN-PLAY-DATE
046100         MOVE CN-LAYOUT-VERSION(CN-LAYOUT-IDX) TO CN-LINE-VERSION
046200         MOVE CN-LAYOUT-WIDTH(CN-LAYOUT-IDX) TO CN-LINE-WIDTH
046300     END-IF.
046400 6010-EXIT.
046500     EXIT.

046600 9999-EXIT.
046700     STOP RUN.
