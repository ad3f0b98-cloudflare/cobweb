      *  of the request (1000-INITIALIZE through the end of
      *  5000-BUILD-RESPONSE) and the elapsed time in hundredths of a
      *  second, so "the game feels slow" finally has numbers behind
      *  it.  PERFRPT rolls these up nightly by hour.  The partner
      *  id is the one WORKER settled on for billing -- DIRECT for
      *  our own traffic, spaces on records written before it was
      *  carried -- so PARTSLA can show each partner its own
      *  service times.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original copybook.
      *  2026-10-15  jm  Added PF-PARTNER-ID.
      *  2026-10-15  jm  Added the WORKER instance id that answered
      *                  the request (spaces before the stamp), for
      *                  WKRMERGE.  40 bytes now; the fixed-width
      *                  readers move with it.
      ******************************************************************
       01  PERF-LOG-RECORD.
           05  PF-DATE                  PIC 9(08).
           05  PF-START-TIME            PIC 9(08).
           05  PF-END-TIME              PIC 9(08).
           05  PF-ELAPSED-HUNDREDTHS    PIC 9(07).
           05  PF-PARTNER-ID            PIC X(08).
           05  PF-INSTANCE-ID           PIC X(01).
