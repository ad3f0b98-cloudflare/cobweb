      ******************************************************************
      *  MAILRTN.CPY
      *
      *  Record layout for the MAIL-RETURN feed, the mailer's answer
      *  to MESSAGE-QUEUE.  The mailer appends one record, in time
      *  order, for each outcome it learns of:
      *
      *    D  delivered -- accepted by the receiving server
      *    S  soft bounce -- mailbox full, server busy; may clear
      *    H  hard bounce -- no such address or domain
      *    U  unsubscribe -- the player used the link in a message
      *
      *  MR-ADDRESS is the address the message went to, so a bounce
      *  for an address the player has since replaced is known for
      *  what it is.  MAILFBK takes the feed in each night.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  MAIL-RETURN-RECORD.
           05  MR-DATE                  PIC 9(08).
           05  MR-TIME                  PIC 9(08).
           05  MR-PLAYER-ID             PIC X(20).
           05  MR-ADDRESS               PIC X(40).
           05  MR-EVENT                 PIC X(01).
               88  MR-DELIVERED                   VALUE 'D'.
               88  MR-SOFT-BOUNCE                 VALUE 'S'.
               88  MR-HARD-BOUNCE                 VALUE 'H'.
               88  MR-UNSUBSCRIBE                 VALUE 'U'.
           05  MR-REASON                PIC X(30).
