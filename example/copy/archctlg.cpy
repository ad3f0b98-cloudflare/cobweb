      *  catalog; REPLAY's archive lookup finds the right segment
      *  by span instead of scanning the whole cold store.
      *
      *  AC-LAYOUT-VERSION is the GAME-RESULT layout the lines the
      *  record counts are in: 1 the original 50 bytes, 2 through 5
      *  the 58, 59, 60 and 61 the record grew to.  ARCHPURG writes
      *  the current layout and marks it so; a record carrying
      *  spaces predates the mark, and ARCHCONV rewrites its segment
      *  to the current layout and marks it.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Added the layout version, so a reader knows
      *                  which GAME-RESULT layout a segment is in
      *                  instead of guessing.
      ******************************************************************
       01  ARCHIVE-CATALOG-RECORD.
           05  AC-SEGMENT-MONTH         PIC 9(06).
           05  AC-FIRST-DATE            PIC 9(08).
           05  AC-LAST-DATE             PIC 9(08).
           05  AC-RECORD-COUNT          PIC 9(09).
           05  AC-LAYOUT-VERSION        PIC X(01).
               88  AC-LAYOUT-UNMARKED       VALUE SPACE.
               88  AC-LAYOUT-CURRENT        VALUE '5'.
