      ******************************************************************
      *  ARFEED.CPY
      *
      *  Record layout for the controlled partner invoice interface
      *  to accounts receivable -- the same header/detail/trailer
      *  handshake BILLEXT.DAT uses.  The header identifies the
      *  feed, the run and the invoiced period; one detail carries
      *  each priced invoice line; the trailer carries the detail
      *  record count and the hash total (the sum of the detail
      *  amounts), which is how the receiving side proves it got the
      *  whole file.  Line types:
      *
      *      FLATFEE   the month's flat fee, quantity 1
      *      PLAYS     plays inside the contract allotment
      *      OVERAGE   plays past PX-MONTHLY-PLAYS
      *      SLACREDT  service-level credit, quantity 1, a negative
      *                amount
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      *  2026-10-15  jm  SLACREDT line type for service credits.
      ******************************************************************
       01  AR-INTERFACE-RECORD.
           05  AX-RECORD-TYPE           PIC X(01).
               88  AX-HEADER-RECORD               VALUE 'H'.
               88  AX-DETAIL-RECORD               VALUE 'D'.
               88  AX-TRAILER-RECORD              VALUE 'T'.
           05  AX-DATA                  PIC X(60).
           05  AX-HEADER REDEFINES AX-DATA.
               10  AX-HDR-FEED-ID       PIC X(08).
               10  AX-HDR-RUN-DATE      PIC 9(08).
               10  AX-HDR-PERIOD        PIC 9(06).
               10  FILLER               PIC X(38).
           05  AX-DETAIL REDEFINES AX-DATA.
               10  AX-DTL-INVOICE       PIC X(14).
               10  AX-DTL-PARTNER       PIC X(08).
               10  AX-DTL-LINE-TYPE     PIC X(08).
               10  AX-DTL-QUANTITY      PIC 9(09).
               10  AX-DTL-AMOUNT        PIC S9(09)V99
                                        SIGN IS LEADING SEPARATE.
               10  FILLER               PIC X(09).
           05  AX-TRAILER REDEFINES AX-DATA.
               10  AX-TRL-RECORD-COUNT  PIC 9(09).
               10  AX-TRL-HASH-TOTAL    PIC S9(13)V99
                                        SIGN IS LEADING SEPARATE.
               10  FILLER               PIC X(35).
