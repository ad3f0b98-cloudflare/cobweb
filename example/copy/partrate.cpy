      ******************************************************************
      *  PARTRATE.CPY
      *
      *  Record layout for the PARTNER-RATE rate card file -- what a
      *  partner is charged each month: a flat fee, a price per play
      *  inside the PARTNER-CONTRACT allotment, and the overage
      *  price per play once PX-MONTHLY-PLAYS is spent.  A partner
      *  with no contract has no allotment, so every play prices at
      *  the in-allotment rate.  PARTCON appends a record whenever
      *  the account manager keys a rate; the latest record for a
      *  partner is the one in force.  PARTINV prices each month's
      *  PARTNER-USAGE off it.
      *
      *  The service-level terms ride on the same record: average
      *  and 95th-percentile service time in hundredths of a second
      *  (the PERF-LOG unit), the availability percentage, and the
      *  credit owed for a month that misses any of them.  Zero
      *  means no commitment on that measure; a partner with no
      *  term at all has no SLA.  PARTSLA measures against them.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      *  2026-10-15  jm  Added the service-level terms.
      ******************************************************************
       01  PARTNER-RATE-RECORD.
           05  RA-PARTNER-ID            PIC X(08).
           05  RA-FLAT-FEE              PIC 9(07)V99.
           05  RA-PLAY-PRICE            PIC 9(03)V9(04).
           05  RA-OVERAGE-PRICE         PIC 9(03)V9(04).
           05  RA-ENTERED-DATE          PIC 9(08).
           05  RA-SLA-TERMS.
               10  RA-SLA-AVG-HUND      PIC 9(05).
               10  RA-SLA-P95-HUND      PIC 9(05).
               10  RA-SLA-AVAIL-PCT     PIC 9(03)V99.
               10  RA-SLA-CREDIT        PIC 9(07)V99.
