      *  record per request refused by overload shedding -- when,
      *  and which tier was sacrificed -- so the morning PERFRPT
      *  can show exactly what last night's spike cost and who paid
      *  for it.  The partner id (DIRECT for our own traffic) lets
      *  PARTSLA prove to a partner whether any of its requests
      *  were the ones shed.
      *
      *  Tiers:  1  anonymous unidentified play
      *          2  identified play, no partner and no event
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Added SL-PARTNER-ID.
      ******************************************************************
       01  SHED-LOG-RECORD.
           05  SL-DATE                  PIC 9(08).
           05  SL-TIME                  PIC 9(08).
           05  SL-TIER                  PIC X(01).
           05  SL-PARTNER-ID            PIC X(08).
