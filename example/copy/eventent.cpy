      ******************************************************************
      *  EVENTENT.CPY
      *
      *  Record layout for the EVENT-ENTRY file, one record per player
      *  who has bought into a points buy-in event.  EVENTREG appends
      *  the record in the same request that takes EN-FEE-PAID off the
      *  player's balance into the event's pool account; WORKER checks
      *  it before taking a buy-in event's tag on a play, and EVENTPAY
      *  reads it back to refund each fee when the event is
      *  cancelled.
      *
      *  The pool account is the POINTS-BALANCE record whose player
      *  id is '*POOL ' followed by the event id, so the fees it holds
      *  cross-foot on PTSVRFY like any player's points.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  EVENT-ENTRY-RECORD.
           05  EN-EVENT-ID              PIC X(08).
           05  EN-PLAYER-ID             PIC X(20).
           05  EN-DATE                  PIC 9(08).
           05  EN-TIME                  PIC 9(08).
           05  EN-FEE-PAID              PIC 9(07).
