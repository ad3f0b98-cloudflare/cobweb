      ******************************************************************
      *  PRIZECAT.CPY
      *
      *  Record layout for the indexed PRIZE-CATALOG file, one record
      *  per prize the community team offers on prize night -- what
      *  it is, what it costs in points, how many are left on the
      *  shelf, and the dates it may be claimed between.  PRIZECFG
      *  maintains it; PTSCON takes every redemption against it, so
      *  a prize that is out of stock or out of its window can no
      *  longer be promised to anybody.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  PRIZE-CATALOG-RECORD.
           05  PZ-ITEM-ID               PIC X(08).
           05  PZ-DESCRIPTION           PIC X(30).
           05  PZ-POINTS-PRICE          PIC 9(07).
           05  PZ-STOCK-ON-HAND         PIC 9(05).
           05  PZ-ACTIVE-FROM           PIC 9(08).
           05  PZ-ACTIVE-TO             PIC 9(08).
