      *  reads RATELIMCFG; a missing file or empty record leaves the
      *  built-in defaults (10 / 25 / 5) in place, and CFGCHECK
      *  flags a present-but-empty file before a deploy ships it.
      *  PR-EXPIRY-MONTHS is the points expiry rule PTSEXPIR applies:
      *  an earn expires that many months after it posted, oldest
      *  first.  Zero -- or spaces on a record written before the
      *  field existed -- means points never expire.
      *  PR-REFER-GAMES and PR-REFER-POINTS are the referral terms
      *  REFPAY settles on: the games a referred player must play,
      *  and the bonus paid to each side once they have.  Zero or
      *  spaces leaves REFPAY's defaults (5 games, 100 points).
      *  PR-ADJUST-LIMIT is the largest points adjustment PTSCON
      *  posts on one operator's say-so; anything bigger waits for a
      *  second operator to approve it.  Zero or spaces means 500.
      *  PR-GIFT-DAY-POINTS and PR-GIFT-DAY-COUNT cap what one player
      *  may give away through PTSGIFT in a day -- points and gifts.
      *  Zero or spaces leaves PTSGIFT's defaults (500 points, 3).
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Added PR-EXPIRY-MONTHS for PTSEXPIR.
      *  2026-10-15  jm  Added the referral terms for REFPAY.
      *  2026-10-15  jm  Added PR-ADJUST-LIMIT for PTSCON approvals.
      *  2026-10-15  jm  Added the daily gift limits for PTSGIFT.
      ******************************************************************
       01  POINT-RATES-RECORD.
           05  PR-WIN-POINTS            PIC 9(05).
           05  PR-STREAK-POINTS         PIC 9(05).
           05  PR-EVENT-POINTS          PIC 9(05).
           05  PR-EXPIRY-MONTHS         PIC 9(03).
           05  PR-REFER-GAMES           PIC 9(03).
           05  PR-REFER-POINTS          PIC 9(05).
           05  PR-ADJUST-LIMIT          PIC 9(07).
           05  PR-GIFT-DAY-POINTS       PIC 9(07).
           05  PR-GIFT-DAY-COUNT        PIC 9(03).
