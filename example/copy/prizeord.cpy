      ******************************************************************
      *  PRIZEORD.CPY
      *
      *  Record layout for the indexed PRIZE-ORDER file.  Every
      *  redemption PTSCON posts becomes one order here, keyed by an
      *  order id that is also the PD-REASON on its REDEEM ledger
      *  entry, so the ledger line and the parcel can always be
      *  matched up.  The community team moves an order on through
      *  PTSCON as it ships, or cancels it -- a cancel refunds the
      *  points with an ADJUST entry under the same order id and
      *  puts the item back on the shelf.  PRIZEPCK prints the
      *  day's pick list off the orders still waiting; PRIZEAGE ages
      *  them.
      *
      *  Order statuses:  O  ordered, waiting to ship
      *                   S  shipped
      *                   X  cancelled, points refunded
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  PRIZE-ORDER-RECORD.
           05  PO-ORDER-ID              PIC X(12).
           05  PO-PLAYER-ID             PIC X(20).
           05  PO-ITEM-ID               PIC X(08).
           05  PO-POINTS                PIC 9(07).
           05  PO-STATUS                PIC X(01).
               88  PO-ORDERED                     VALUE 'O'.
               88  PO-SHIPPED                     VALUE 'S'.
               88  PO-CANCELLED                   VALUE 'X'.
           05  PO-ORDER-DATE            PIC 9(08).
           05  PO-ORDER-TIME            PIC 9(08).
           05  PO-STATUS-DATE           PIC 9(08).
           05  PO-OPERATOR              PIC X(08).
