003900*  timestamp, each candidate is scanned, and the old flat
004000*  GAMEARCH is the last resort -- disputes arrive when the
004100*  player notices, not inside our retention window.
004110*  2026-10-15  jm  A rerun against an upheld case refiles the
004120*  findings but leaves the case upheld for DISPPOST to post.
004140*  2026-10-15  jm  AUDIT-LOG grew the WORKER instance id, so the
004160*  segment width moves from 55 to 56.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
007800 COPY "dispute.cpy".

007900 FD  AUDIT-SEGMENT-FILE.
008000 01  RP-AUDSEG-RECORD            PIC X(56).

008100 FD  ARCHIVE-SEGMENT-FILE.
008200 01  RP-SEGMENT-RECORD           PIC X(61).
041200             GO TO 4500-EXIT
041300     END-READ
041400     MOVE RP-FINDINGS-TEXT TO DP-FINDINGS
041500     IF NOT DP-CASE-UPHELD
041550         SET DP-CASE-WORKED TO TRUE
041560     END-IF
041600     REWRITE DISPUTE-CASE-RECORD
041700     CLOSE DISPUTE-FILE
041800     DISPLAY "REPLAY: findings filed against case " RP-CASE-ID.
