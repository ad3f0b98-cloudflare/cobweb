      ******************************************************************
      *  REFLINK.CPY
      *
      *  Record layout for the indexed REFERRAL-LINK file, one record
      *  per referred player, keyed on that player.  WORKER writes
      *  the record when a brand-new profile's first play carries a
      *  referral code (REFCODE.CPY); a player is only ever referred
      *  once, and never by themselves.
      *
      *  REFPAY settles the links nightly: once the referred player
      *  has played PR-REFER-GAMES games (PTSRATES.CPY) since the
      *  link -- probe plays never reach PLAY-HISTORY, and games
      *  against the referrer do not count -- both sides are paid
      *  the referral bonus on POINTS-LEDGER and the link is marked
      *  paid.  A qualified link whose referred player is sitting
      *  flagged on the REVIEW-FLAG file is held instead, and paid
      *  on a later night only if the flag is cleared.  RX-PLAY-COUNT
      *  is the count as of the last REFPAY run; REFRPT reports from
      *  it monthly.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  REFERRAL-LINK-RECORD.
           05  RX-REFERRED-ID           PIC X(20).
           05  RX-REFERRER-ID           PIC X(20).
           05  RX-REFERRAL-CODE         PIC X(16).
           05  RX-LINK-DATE             PIC 9(08).
           05  RX-LINK-TIME             PIC 9(08).
           05  RX-PLAY-COUNT            PIC 9(05).
           05  RX-STATUS                PIC X(01).
               88  RX-LINK-PENDING                VALUE 'P'.
               88  RX-LINK-HELD                   VALUE 'H'.
               88  RX-LINK-PAID                   VALUE 'D'.
           05  RX-PAID-DATE             PIC 9(08).
