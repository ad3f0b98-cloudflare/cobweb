      *  date window is open.  The community managers used to run
      *  tournament nights out of a spreadsheet.
      *
      *  A nonzero EV-ENTRY-FEE makes the event a points buy-in: a
      *  player joins through EVENTREG, which takes the fee off their
      *  POINTS-BALANCE into the event's pool account, and WORKER
      *  only accepts the event tag from a player on EVENT-ENTRY.
      *  EVENTPAY pays the pool out after the close date by final
      *  EVENTRPT standing, EV-PAYOUT-PCT (1) to the winner, (2) to
      *  the runner-up and so on; the shares sum to 100.  An event
      *  EVENTCFG marks cancelled (EV-STATUS X) takes no more plays
      *  and has every fee refunded instead.  Zero or spaces in the
      *  fee -- a record written before the field existed -- is a
      *  free event, exactly as before.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-08-22  jm  Original copybook.
      *  2026-10-15  jm  Entry fee, payout split and cancel status.
      ******************************************************************
       01  EVENT-DEFINITION-RECORD.
           05  EV-EVENT-ID              PIC X(08).
           05  EV-START-DATE            PIC 9(08).
           05  EV-END-DATE              PIC 9(08).
           05  EV-DESCRIPTION           PIC X(30).
           05  EV-ENTRY-FEE             PIC 9(07).
           05  EV-PAYOUT-PCT            PIC 9(03) OCCURS 5 TIMES.
           05  EV-STATUS                PIC X(01).
               88  EV-CANCELLED                   VALUE 'X'.
