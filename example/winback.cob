001900*    - no profile on file (an erased player stays erased);
002000*    - anybody sitting flagged on the REVIEW-FLAG file;
002100*    - anybody without a consented PLAYER-CONTACT record (no
002200*      consent, no campaign mail -- full stop), or one whose
002250*      address MAILFBK has marked undeliverable.
002300*  The IP deny list can't be applied here: no player record
002400*  carries an IP, so IPCTL stays what it has always been, an
002500*  at-play-time control in WORKER.
002900*  Modification history
003000*  ---------------------------------------------------------------
003100*  2026-09-03  jm  Original program.
003150*  2026-10-15  jm  Suppress contacts MAILFBK has marked
003175*  undeliverable.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
031000             ADD 1 TO WB-SUPPRESSED-COUNT
031100             GO TO 3100-EXIT
031200     END-READ
031300     IF NOT CT-CONSENTED OR CT-UNDELIVERABLE
031400         ADD 1 TO WB-SUPPRESSED-COUNT
031500         GO TO 3100-EXIT
031600     END-IF
