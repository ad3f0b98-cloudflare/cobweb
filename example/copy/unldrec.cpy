      *  trailer carries the count of data records ahead of it, which
      *  is how RESTORE proves it rebuilt everything the unload held.
      *  UN-IMAGE is sized generously so a side-file record can grow
      *  without this layout moving.  The trailer also carries the
      *  date and time BACKUP started reading the file, which is how
      *  ROLLFWD knows where in PLAY-HISTORY the unload leaves off.
      *  An unload from before those bytes existed has spaces there.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original copybook.
      *  2026-10-15  jm  Unload date and time stamped on the trailer.
      ******************************************************************
       01  UNLOAD-RECORD.
           05  UN-RECORD-TYPE           PIC X(01).
           05  UN-IMAGE                 PIC X(320).
           05  UN-TRAILER REDEFINES UN-IMAGE.
               10  UN-RECORD-COUNT      PIC 9(09).
               10  UN-UNLOAD-DATE       PIC 9(08).
               10  UN-UNLOAD-TIME       PIC 9(08).
               10  FILLER               PIC X(295).
