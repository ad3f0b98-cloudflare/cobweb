000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CFGPOST.
000300 AUTHOR. J MERRILL.
000400 INSTALLATION. COBWEB GAME SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CFGPOST
000900*
001000*  Files one scheduled config change on the PENDING-CONFIG file
001100*  (PENDCFG.CPY) for the consoles that take one -- GAMECFG,
001200*  OPPCFG, EVENTCFG and CFGSCHED -- pulled into a called
001300*  subprogram the way the change journal lives in CONJRNL, so
001400*  the change numbering is done in one place.  The caller fills
001500*  in the file, key, effective and revert times, its operator
001600*  and the new record image; this hands out the next change
001700*  number, stamps the entry time, files it pending and hands the
001800*  record back with its number.  A missing file is created by
001900*  the OPEN itself.  LK-POST-OK comes back N if the record could
002000*  not be written, and the console says so.
002100*
002200*  Modification history
002300*  ---------------------------------------------------------------
002400*  2026-10-15  jm  Original program.
002450*  2026-10-15  jm  The record grew the approver beside the maker.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL PENDING-CONFIG-FILE ASSIGN TO "PENDCFG"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CQ-CHANGE-ID
003300         FILE STATUS IS CW-PENDING-FILE-STATUS.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PENDING-CONFIG-FILE.
003700 COPY "pendcfg.cpy".

003800 WORKING-STORAGE SECTION.
003900     77 CW-PENDING-FILE-STATUS   PIC X(02) VALUE '00'.
004000        88 CW-PENDING-FILE-OK             VALUES '00' '05'.
004100     77 CW-EOF-SWITCH            PIC X(01) VALUE 'N'.
004200        88 CW-AT-EOF                      VALUE 'Y'.
004300     77 CW-LAST-ID               PIC 9(06) VALUE ZERO.

004400 LINKAGE SECTION.
004500 01  LK-PENDING-RECORD           PIC X(462).
004600 01  LK-POST-OK                  PIC X(01).

004700 PROCEDURE DIVISION USING LK-PENDING-RECORD
004800                          LK-POST-OK.

004900 0000-MAINLINE.
005000     MOVE 'N' TO LK-POST-OK
005100     OPEN I-O PENDING-CONFIG-FILE
005200     IF NOT CW-PENDING-FILE-OK
005300         GO TO 9999-EXIT
005400     END-IF
005500     MOVE ZERO TO CW-LAST-ID
005600     MOVE 'N' TO CW-EOF-SWITCH
005700     PERFORM 1000-FIND-LAST-ID THRU 1000-EXIT
005800             UNTIL CW-AT-EOF
005900     PERFORM 2000-FILE-CHANGE THRU 2000-EXIT
006000     CLOSE PENDING-CONFIG-FILE
006100     GO TO 9999-EXIT.

006200*    Keys come back in ascending order, so the last one read is
006300*    the highest number handed out so far.
006400 1000-FIND-LAST-ID.
006500     READ PENDING-CONFIG-FILE NEXT RECORD
006600         AT END
006700             MOVE 'Y' TO CW-EOF-SWITCH
006800         NOT AT END
006900             MOVE CQ-CHANGE-ID TO CW-LAST-ID
007000     END-READ.
007100 1000-EXIT.
007200     EXIT.

007300 2000-FILE-CHANGE.
007400     MOVE LK-PENDING-RECORD TO PENDING-CONFIG-RECORD
007500     ADD 1 TO CW-LAST-ID
007600     MOVE CW-LAST-ID TO CQ-CHANGE-ID
007700     SET CQ-CHANGE-PENDING TO TRUE
007800     ACCEPT CQ-ENTERED-DATE FROM DATE YYYYMMDD
007900     ACCEPT CQ-ENTERED-TIME FROM TIME
008000     MOVE ZERO TO CQ-APPLIED-DATE CQ-APPLIED-TIME
008100                  CQ-REVERTED-DATE CQ-REVERTED-TIME
008200     MOVE 'N' TO CQ-PRIOR-SWITCH
008300     MOVE SPACES TO CQ-REJECT-REASON
008400     MOVE SPACES TO CQ-PRIOR-IMAGE
008500     WRITE PENDING-CONFIG-RECORD
008600         INVALID KEY
008700             GO TO 2000-EXIT
008800     END-WRITE
008900     MOVE PENDING-CONFIG-RECORD TO LK-PENDING-RECORD
009000     MOVE 'Y' TO LK-POST-OK.
009100 2000-EXIT.
009200     EXIT.

009300 9999-EXIT.
009400     EXIT PROGRAM.
