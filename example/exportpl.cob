001000*  Support tool, run on demand like REPLAY, for the other half
001100*  of the data-rights requests: "send me everything you hold
001200*  on me".  Gathers one player's PLAYER-PROFILE record, their
001300*  full PLAY-HISTORY, their ACHIEVED awards and any unclosed
001400*  DISPUTE cases filed under their id into one
001500*  portable EXPORT.DAT bundle, with section markers and a
001600*  closing manifest line counting what each section holds --
001700*  the attestation of completeness legal asked for.  A
002710*  2026-09-03  jm  Widened the export line to carry a full
002720*  135-byte DISPUTE case record -- the old 132 quietly cut
002730*  the findings short in the bundle the manifest attests.
002740*  2026-10-15  jm  Export upheld cases too, and widen the line
002750*  to the 144-byte case record that now carries the corrected
002760*  result and the date it was upheld.
002770*  2026-10-15  jm  Each bundle produced is logged to EXPRTLOG
002780*  with its manifest counts.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004800     SELECT EXPORT-FILE ASSIGN TO "EXPORT.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS EX-EXPORT-FILE-STATUS.
005020     SELECT EXPORT-LOG-FILE ASSIGN TO "EXPRTLOG"
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS EX-LOG-FILE-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
006000 COPY "dispute.cpy".

006100 FD  EXPORT-FILE.
006200 01  EXPORT-LINE                 PIC X(144).
006220 FD  EXPORT-LOG-FILE.
006240 COPY "exprtlog.cpy".

006300 WORKING-STORAGE SECTION.
006400     77 EX-PROFILE-FILE-STATUS   PIC X(02) VALUE '00'.
007000     77 EX-DISPUTE-FILE-STATUS   PIC X(02) VALUE '00'.
007100        88 EX-DISPUTE-FILE-OK              VALUE '00'.
007200     77 EX-EXPORT-FILE-STATUS    PIC X(02) VALUE '00'.
007220     77 EX-LOG-FILE-STATUS       PIC X(02) VALUE '00'.
007240        88 EX-LOG-FILE-OK                  VALUE '00'.
007300     77 EX-HISTORY-EOF-SWITCH    PIC X(01) VALUE 'N'.
007400        88 EX-HISTORY-AT-EOF               VALUE 'Y'.
007500     77 EX-ACHV-EOF-SWITCH       PIC X(01) VALUE 'N'.
008600     01 EX-SECTION-LINE.
008700        05 FILLER                PIC X(10) VALUE '=SECTION= '.
008800        05 EX-SECTION-NAME       PIC X(122).
008900     01 EX-DETAIL-LINE           PIC X(144) VALUE SPACES.
009000     01 EX-MANIFEST-LINE         PIC X(132) VALUE SPACES.

009100 PROCEDURE DIVISION.
010500     PERFORM 5000-EXPORT-DISPUTES THRU 5000-EXIT
010600     PERFORM 6000-WRITE-MANIFEST THRU 6000-EXIT
010700     CLOSE EXPORT-FILE
010750     PERFORM 7000-LOG-EXPORT THRU 7000-EXIT
010800     DISPLAY "EXPORTPL: bundle written to EXPORT.DAT for "
010900             EX-PLAYER-ID
011000     GO TO 9999-EXIT.
021200         AT END
021300             MOVE 'Y' TO EX-DISPUTE-EOF-SWITCH
021400         NOT AT END
021500             IF (DP-CASE-OPEN OR DP-CASE-WORKED OR
021550                 DP-CASE-UPHELD) AND
021600                DP-PLAYER-CONTACT (1:20) = EX-PLAYER-ID
021700                 ADD 1 TO EX-DISPUTE-COUNT
021800                 MOVE SPACES TO EX-DETAIL-LINE
023600 6000-EXIT.
023700     EXIT.

023705*    The bundle goes to the player; EXPRTLOG keeps that it was
023710*    produced, for whom and what the manifest attested.
023715 7000-LOG-EXPORT.
023720     ACCEPT XL-TIME FROM TIME
023725     MOVE EX-RUN-DATE TO XL-DATE
023730     MOVE EX-PLAYER-ID TO XL-PLAYER-ID
023735     MOVE EX-PROFILE-COUNT TO XL-PROFILE-COUNT
023740     MOVE EX-HISTORY-COUNT TO XL-HISTORY-COUNT
023745     MOVE EX-ACHV-COUNT TO XL-ACHV-COUNT
023750     MOVE EX-DISPUTE-COUNT TO XL-DISPUTE-COUNT
023755     OPEN EXTEND EXPORT-LOG-FILE
023760     IF NOT EX-LOG-FILE-OK
023765         OPEN OUTPUT EXPORT-LOG-FILE
023770     END-IF
023775     WRITE EXPORT-LOG-RECORD
023780     CLOSE EXPORT-LOG-FILE.
023785 7000-EXIT.
023790     EXIT.

023800 9999-EXIT.
023900     STOP RUN.
