004400*  lookups read only the segments they need and can prove
004500*  each one complete.  The old flat GAMEARCH stops growing
004600*  and stays readable as pre-segment history.
004620*  2026-10-15  jm  Mark each catalog record with the layout
004640*  version its lines are written in -- always the current one
004660*  here; ARCHCONV brings the older segments up to it.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
026100     MOVE AP-SEG-FIRST-DATE TO AC-FIRST-DATE
026200     MOVE AP-SEG-LAST-DATE TO AC-LAST-DATE
026300     MOVE AP-ARCHIVE-COUNT TO AC-RECORD-COUNT
026350     SET AC-LAYOUT-CURRENT TO TRUE
026400     OPEN EXTEND ARCHIVE-CATALOG-FILE
026500     IF NOT AP-CATALOG-FILE-OK
026600         OPEN OUTPUT ARCHIVE-CATALOG-FILE
