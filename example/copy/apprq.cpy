      ******************************************************************
      *  APPRQ.CPY
      *
      *  Record layout for the indexed APPROVAL-QUEUE file behind the
      *  two-person rule on the sensitive console changes -- any odds
      *  change in GAMECFG, a PTSCON adjustment over the limit on
      *  POINT-RATES, and every PROFMNT merge or erase.  The console
      *  parks the change here instead of making it, through
      *  APPRQUE, which hands out the request number.  It is made
      *  only when a second operator, signed on to the same console
      *  (and so holding authority for it), approves it there; the
      *  operator who parked it can never be the one who approves
      *  it.  Either operator may reject it.  Parking, approval and
      *  rejection all go on the CONJRNL journal.
      *
      *  AW-DETAIL carries what the console needs to make the change
      *  later, in the view for that console.  AW-SUMMARY is the
      *  line the checker is shown.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  APPROVAL-REQUEST-RECORD.
           05  AW-REQUEST-ID            PIC 9(06).
           05  AW-CONSOLE               PIC X(08).
           05  AW-ACTION                PIC X(08).
           05  AW-STATUS                PIC X(01).
               88  AW-AWAITING                    VALUE 'P'.
               88  AW-APPROVED                    VALUE 'A'.
               88  AW-REJECTED                    VALUE 'R'.
           05  AW-MAKER                 PIC X(08).
           05  AW-MADE-DATE             PIC 9(08).
           05  AW-MADE-TIME             PIC 9(08).
           05  AW-CHECKER               PIC X(08).
           05  AW-CHECKED-DATE          PIC 9(08).
           05  AW-CHECKED-TIME          PIC 9(08).
           05  AW-SUMMARY               PIC X(40).
           05  AW-DETAIL                PIC X(80).
      *        GAMECFG: the new weights, and the schedule if any.
           05  AW-ODDS-DETAIL REDEFINES AW-DETAIL.
               10  AW-ODDS-IMAGE        PIC X(15).
               10  AW-ODDS-EFFECTIVE-DATE PIC 9(08).
               10  AW-ODDS-EFFECTIVE-TIME PIC 9(04).
               10  AW-ODDS-REVERT-DATE  PIC 9(08).
               10  AW-ODDS-REVERT-TIME  PIC 9(04).
               10  FILLER               PIC X(41).
      *        PTSCON: the adjustment as keyed.
           05  AW-POINTS-DETAIL REDEFINES AW-DETAIL.
               10  AW-PTS-PLAYER-ID     PIC X(20).
               10  AW-PTS-POINTS        PIC 9(07).
               10  AW-PTS-SIGN          PIC X(01).
               10  AW-PTS-REASON        PIC X(12).
               10  FILLER               PIC X(40).
      *        PROFMNT: the merge or erase as keyed.
           05  AW-PROFILE-DETAIL REDEFINES AW-DETAIL.
               10  AW-PRF-ACTION        PIC X(01).
               10  AW-PRF-SOURCE-ID     PIC X(20).
               10  AW-PRF-TARGET-ID     PIC X(20).
               10  AW-PRF-KEEP-NAME     PIC X(01).
               10  FILLER               PIC X(38).
