      ******************************************************************
      *  PENDCFG.CPY
      *
      *  Record layout for the indexed PENDING-CONFIG file, one record
      *  per scheduled config change, keyed on a change number handed
      *  out in entry order by CFGPOST.  GAMECFG, OPPCFG and EVENTCFG
      *  write one when the operator gives an effective date, and
      *  CFGSCHED writes one for a RULESET variant; any of them may
      *  also give a revert date, for a change that is only meant to
      *  last the night.
      *
      *  CQ-NEW-IMAGE is the whole record as it is to go on the live
      *  file -- ODDSCFG's one record, or the OPPONENT, EVENTDEF or
      *  RULESET record carrying CQ-RECORD-KEY, replacing the one
      *  with that key or added if there is none.  CFGACTV, run from
      *  the scheduler between windows and in the overnight window,
      *  puts it live once the effective date and time are reached,
      *  after CFGVALID passes it; at that moment CQ-PRIOR-IMAGE
      *  keeps whatever it replaced, so a revert puts that back (or
      *  removes the record, CQ-PRIOR-SWITCH N).  A revert leaves
      *  the live record alone if something else has changed it
      *  since -- the later change wins.  CQ-APPLIED-DATE/TIME are
      *  when the change actually went live, which CFGSNAP reports.
      *  CQ-ENTERED-BY is the operator who made the change;
      *  CQ-APPROVED-BY the second operator who approved it, where
      *  it came through the approval queue, and spaces otherwise.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      *  2026-10-15  jm  CQ-APPROVED-BY added beside the maker.
      ******************************************************************
       01  PENDING-CONFIG-RECORD.
           05  CQ-CHANGE-ID             PIC 9(06).
           05  CQ-FILE-ID               PIC X(10).
           05  CQ-RECORD-KEY            PIC X(12).
           05  CQ-EFFECTIVE-DATE        PIC 9(08).
           05  CQ-EFFECTIVE-TIME        PIC 9(04).
           05  CQ-REVERT-DATE           PIC 9(08).
           05  CQ-REVERT-TIME           PIC 9(04).
           05  CQ-STATUS                PIC X(01).
               88  CQ-CHANGE-PENDING              VALUE 'P'.
               88  CQ-CHANGE-LIVE                 VALUE 'L'.
               88  CQ-CHANGE-DONE                 VALUE 'D'.
               88  CQ-CHANGE-REVERTED             VALUE 'R'.
               88  CQ-CHANGE-SUPERSEDED           VALUE 'S'.
               88  CQ-CHANGE-REJECTED             VALUE 'F'.
               88  CQ-CHANGE-CANCELLED            VALUE 'X'.
           05  CQ-ENTERED-BY            PIC X(08).
           05  CQ-ENTERED-DATE          PIC 9(08).
           05  CQ-ENTERED-TIME          PIC 9(08).
           05  CQ-APPROVED-BY           PIC X(08).
           05  CQ-APPLIED-DATE          PIC 9(08).
           05  CQ-APPLIED-TIME          PIC 9(08).
           05  CQ-REVERTED-DATE         PIC 9(08).
           05  CQ-REVERTED-TIME         PIC 9(08).
           05  CQ-PRIOR-SWITCH          PIC X(01).
               88  CQ-PRIOR-EXISTED               VALUE 'Y'.
           05  CQ-REJECT-REASON         PIC X(40).
           05  CQ-NEW-IMAGE             PIC X(152).
           05  CQ-PRIOR-IMAGE           PIC X(152).
