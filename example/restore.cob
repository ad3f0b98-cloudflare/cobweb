001800*  Exits with RETURN-CODE 0 when the rebuild's count matches the
001900*  trailer, 1 otherwise (including a missing or trailerless
002000*  unload, which means the BACKUP that wrote it never finished).
002020*  For PLAYERPF, ROLLFWD restores the same way and then replays
002040*  the PLAY-HISTORY made since the unload on top.
002100*
002200*  Modification history
002300*  ---------------------------------------------------------------
002400*  2026-08-22  jm  Original program.
002450*  2026-10-15  jm  Pointer to ROLLFWD for PLAYERPF.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
