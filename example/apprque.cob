000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPRQUE.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  APPRQUE
000900*
001000*  The APPROVAL-QUEUE file (APPRQ.CPY) for the consoles under
001100*  the two-person rule -- GAMECFG, PTSCON and PROFMNT -- pulled
001200*  into a called subprogram the way CFGPOST files scheduled
001300*  config changes, so request numbering and the queue I/O live
001400*  in one place.  The console says what it wants in LK-FUNCTION:
001500*
001600*    P  park: file LK-REQUEST as awaiting approval under the
001700*       next request number, stamped with the time it was made,
001800*       and hand it back with its number.
001900*    G  get: read the request numbered in AW-REQUEST-ID.
002000*    U  update: rewrite a request the console has decided,
002100*       stamped with the time it was checked.
002200*    L  list: the first three requests still awaiting approval
002300*       for the console named in AW-CONSOLE, one line each, for
002400*       the checker's screen.
002500*
002600*  LK-QUEUE-OK comes back N if the request is not on file or
002700*  the queue could not be read or written.  A missing file is
002800*  created by the OPEN itself.
002900*
003000*  Modification history
003100*  ---------------------------------------------------------------
003200*  2026-10-15  jm  Original program.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL APPROVAL-QUEUE-FILE ASSIGN TO "APPROVQ"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS AW-REQUEST-ID
004100         FILE STATUS IS QA-QUEUE-FILE-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  APPROVAL-QUEUE-FILE.
004500 COPY "apprq.cpy".

004600 WORKING-STORAGE SECTION.
004700     77 QA-QUEUE-FILE-STATUS     PIC X(02) VALUE '00'.
004800        88 QA-QUEUE-FILE-OK               VALUES '00' '05'.
004900     77 QA-EOF-SWITCH            PIC X(01) VALUE 'N'.
005000        88 QA-AT-EOF                      VALUE 'Y'.
005100     77 QA-LAST-ID               PIC 9(06) VALUE ZERO.
005200     77 QA-SHOWN-COUNT           PIC 9(02) COMP VALUE ZERO.
005300     77 QA-CONSOLE               PIC X(08) VALUE SPACES.

005400 LINKAGE SECTION.
005500 01  LK-FUNCTION                 PIC X(01).
005600 01  LK-REQUEST                  PIC X(191).
005700 01  LK-LIST.
005800     05  LK-LIST-LINE OCCURS 3 TIMES PIC X(70).
005900 01  LK-QUEUE-OK                 PIC X(01).

006000 PROCEDURE DIVISION USING LK-FUNCTION
006100                          LK-REQUEST
006200                          LK-LIST
006300                          LK-QUEUE-OK.

006400 0000-MAINLINE.
006500     MOVE 'N' TO LK-QUEUE-OK
006600     OPEN I-O APPROVAL-QUEUE-FILE
006700     IF NOT QA-QUEUE-FILE-OK
006800         GO TO 9999-EXIT
006900     END-IF
007000     MOVE 'N' TO QA-EOF-SWITCH
007100     EVALUATE LK-FUNCTION
007200         WHEN 'P'
007300             PERFORM 1000-PARK-REQUEST THRU 1000-EXIT
007400         WHEN 'G'
007500             PERFORM 2000-GET-REQUEST THRU 2000-EXIT
007600         WHEN 'U'
007700             PERFORM 3000-UPDATE-REQUEST THRU 3000-EXIT
007800         WHEN 'L'
007900             PERFORM 4000-LIST-AWAITING THRU 4000-EXIT
008000     END-EVALUATE
008100     CLOSE APPROVAL-QUEUE-FILE
008200     GO TO 9999-EXIT.

008300*    Keys come back in ascending order, so the last one read is
008400*    the highest number handed out so far.
008500 1000-PARK-REQUEST.
008600     MOVE ZERO TO QA-LAST-ID
008700     PERFORM 1100-FIND-LAST-ID THRU 1100-EXIT
008800             UNTIL QA-AT-EOF
008900     MOVE LK-REQUEST TO APPROVAL-REQUEST-RECORD
009000     ADD 1 TO QA-LAST-ID
009100     MOVE QA-LAST-ID TO AW-REQUEST-ID
009200     SET AW-AWAITING TO TRUE
009300     ACCEPT AW-MADE-DATE FROM DATE YYYYMMDD
009400     ACCEPT AW-MADE-TIME FROM TIME
009500     MOVE SPACES TO AW-CHECKER
009600     MOVE ZERO TO AW-CHECKED-DATE AW-CHECKED-TIME
009700     WRITE APPROVAL-REQUEST-RECORD
009800         INVALID KEY
009900             GO TO 1000-EXIT
010000     END-WRITE
010100     MOVE APPROVAL-REQUEST-RECORD TO LK-REQUEST
010200     MOVE 'Y' TO LK-QUEUE-OK.
010300 1000-EXIT.
010400     EXIT.

010500 1100-FIND-LAST-ID.
010600     READ APPROVAL-QUEUE-FILE NEXT RECORD
010700         AT END
010800             MOVE 'Y' TO QA-EOF-SWITCH
010900         NOT AT END
011000             MOVE AW-REQUEST-ID TO QA-LAST-ID
011100     END-READ.
011200 1100-EXIT.
011300     EXIT.

011400 2000-GET-REQUEST.
011500     MOVE LK-REQUEST TO APPROVAL-REQUEST-RECORD
011600     READ APPROVAL-QUEUE-FILE
011700         INVALID KEY
011800             GO TO 2000-EXIT
011900     END-READ
012000     MOVE APPROVAL-REQUEST-RECORD TO LK-REQUEST
012100     MOVE 'Y' TO LK-QUEUE-OK.
012200 2000-EXIT.
012300     EXIT.

012400 3000-UPDATE-REQUEST.
012500     MOVE LK-REQUEST TO APPROVAL-REQUEST-RECORD
012600     ACCEPT AW-CHECKED-DATE FROM DATE YYYYMMDD
012700     ACCEPT AW-CHECKED-TIME FROM TIME
012800     REWRITE APPROVAL-REQUEST-RECORD
012900         INVALID KEY
013000             GO TO 3000-EXIT
013100     END-REWRITE
013200     MOVE APPROVAL-REQUEST-RECORD TO LK-REQUEST
013300     MOVE 'Y' TO LK-QUEUE-OK.
013400 3000-EXIT.
013500     EXIT.

013600 4000-LIST-AWAITING.
013700     MOVE LK-REQUEST TO APPROVAL-REQUEST-RECORD
013800     MOVE AW-CONSOLE TO QA-CONSOLE
013900     MOVE SPACES TO LK-LIST
014000     MOVE ZERO TO QA-SHOWN-COUNT
014100     PERFORM 4100-LIST-ONE-REQUEST THRU 4100-EXIT
014200             UNTIL QA-AT-EOF OR QA-SHOWN-COUNT = 3
014300     IF QA-SHOWN-COUNT = ZERO
014400         MOVE '(nothing awaiting approval)' TO LK-LIST-LINE(1)
014500     END-IF
014600     MOVE 'Y' TO LK-QUEUE-OK.
014700 4000-EXIT.
014800     EXIT.

014900 4100-LIST-ONE-REQUEST.
015000     READ APPROVAL-QUEUE-FILE NEXT RECORD
015100         AT END
015200             MOVE 'Y' TO QA-EOF-SWITCH
015300             GO TO 4100-EXIT
015400     END-READ
015500     IF AW-CONSOLE NOT = QA-CONSOLE OR NOT AW-AWAITING
015600         GO TO 4100-EXIT
015700     END-IF
015800     ADD 1 TO QA-SHOWN-COUNT
015900     STRING AW-REQUEST-ID ' ' AW-MAKER ' ' AW-SUMMARY
016000         DELIMITED BY SIZE INTO LK-LIST-LINE(QA-SHOWN-COUNT).
016100 4100-EXIT.
016200     EXIT.

016300 9999-EXIT.
016400     EXIT PROGRAM.
