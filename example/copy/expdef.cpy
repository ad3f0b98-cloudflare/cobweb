      ******************************************************************
      *  EXPDEF.CPY
      *
      *  Record layout for the EXPERIMENT-DEFINITION file, one record
      *  per arm of an experiment the community team is running on
      *  the game's levers.  WORKER splits identified players across
      *  the arms of the experiment live on the day by a stable hash
      *  of the experiment id and the player id, so a player stays in
      *  the same arm for the life of the experiment and different
      *  experiments split the population independently.
      *
      *  The arms of one experiment sit together, in arm order, and
      *  share its id and date window.  XM-SPLIT-PCT is the share of
      *  players the arm takes; the shares are taken in file order
      *  out of the hash's 100 buckets, and any left over (shares
      *  summing under 100) is a holdout that plays the game as
      *  configured and is not stamped.  Only one experiment runs at
      *  a time: the first in the file whose window covers the day
      *  is the live one.
      *
      *  XM-LEVER says what the arm changes; the fields for any other
      *  lever are ignored:
      *    C  control -- nothing, the game as configured
      *    O  odds -- XM-WEIGHT-... replace ODDSCFG's draw weighting
      *       (standard game, no named opponent chosen)
      *    P  opponent -- XM-OPPONENT-ID off the OPPONENT roster is
      *       played when the player did not pick one
      *    R  rates -- a nonzero XM-...-POINTS replaces that
      *       POINT-RATES earn rate
      *  Arm A is the baseline EXPRPT measures the others against,
      *  so it is normally the control.  Head-to-head and pool plays
      *  are outside every experiment, and so are event plays.
      *
      *  An arm that moves a lever is a change to the game, so it
      *  takes two people like any other: XM-MAKER is the operator
      *  who keyed the arm, XM-CHECKER the second operator who
      *  checked and signed it off.  Until XM-CHECKER is filled in
      *  with someone other than the maker, WORKER holds the arm's
      *  players out rather than running it, and CFGCHECK reports
      *  it.  A control arm needs no sign-off.  CFGCHECK checks the
      *  file.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      *  2026-10-15  jm  XM-MAKER and XM-CHECKER: a lever arm runs
      *                  only once a second operator signs it off.
      ******************************************************************
       01  EXPERIMENT-DEFINITION-RECORD.
           05  XM-EXPERIMENT-ID         PIC X(08).
           05  XM-ARM                   PIC X(01).
           05  XM-DESCRIPTION           PIC X(30).
           05  XM-START-DATE            PIC 9(08).
           05  XM-END-DATE              PIC 9(08).
           05  XM-SPLIT-PCT             PIC 9(03).
           05  XM-LEVER                 PIC X(01).
               88  XM-LEVER-CONTROL               VALUE 'C'.
               88  XM-LEVER-ODDS                  VALUE 'O'.
               88  XM-LEVER-OPPONENT              VALUE 'P'.
               88  XM-LEVER-RATES                 VALUE 'R'.
           05  XM-WEIGHT-ROCK           PIC 9(03).
           05  XM-WEIGHT-SCISSORS       PIC 9(03).
           05  XM-WEIGHT-PAPER          PIC 9(03).
           05  XM-WEIGHT-LIZARD         PIC 9(03).
           05  XM-WEIGHT-SPOCK          PIC 9(03).
           05  XM-OPPONENT-ID           PIC X(08).
           05  XM-WIN-POINTS            PIC 9(05).
           05  XM-STREAK-POINTS         PIC 9(05).
           05  XM-EVENT-POINTS          PIC 9(05).
           05  XM-MAKER                 PIC X(08).
           05  XM-CHECKER               PIC X(08).
