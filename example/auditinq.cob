003100*  page scan starts there instead of at the top of history,
003200*  and the extract reads only the segments in range plus the
003300*  live tail.
003320*  2026-10-15  jm  AUDIT-LOG grew the WORKER instance id, so the
003340*  segment and extract pass-through width moves from 55 to 56.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005700 COPY "auditlog.cpy".

005800 FD  AUDIT-SEGMENT-FILE.
005900 01  AQ-SEGMENT-LINE             PIC X(56).

006000 FD  AUDIT-CATALOG-FILE.
006100 COPY "audtctlg.cpy".

006200 FD  EXTRACT-FILE.
006300 01  AQ-EXTRACT-LINE             PIC X(56).

006400 WORKING-STORAGE SECTION.
006500     COPY "screenio.cpy".
