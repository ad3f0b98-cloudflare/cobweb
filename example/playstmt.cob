002520*  outbound MESSAGE-QUEUE for each statemented player with a
002530*  consented PLAYER-CONTACT record, so somebody finally sees
002540*  the statement without a community manager pasting it.
002590*  2026-10-15  jm  Skip contacts MAILFBK has marked undeliverable.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
027456         INVALID KEY
027457             GO TO 3400-EXIT
027458     END-READ
027459     IF NOT CT-CONSENTED OR CT-UNDELIVERABLE
027460         GO TO 3400-EXIT
027461     END-IF
027462     MOVE PS-RUN-DATE TO MG-DATE
