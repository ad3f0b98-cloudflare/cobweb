      *  with no second player is a bye -- decided for player A the
      *  moment it is seeded.  BRACKRPT prints the whole thing.
      *
      *  The same file carries Swiss-system events (BK-FORMAT 'S'),
      *  so WORKER enforces a Swiss round's pairings exactly as it
      *  does a knockout round's.  Nobody is eliminated: BRACKADV
      *  scores every round (win or bye 1, drawn match 1/2) and
      *  pairs the next one by score until BK-SWISS-ROUNDS rounds
      *  have been played.  A Swiss match whose games came out level
      *  on a tie is drawn -- status 'T', no winner.  SWISSTND builds
      *  the standings, opponents' scores breaking ties on score.
      *
      *  Every round carries a deadline, BK-ROUND-MINUTES after the
      *  round was seeded, so one no-show can no longer hold a
      *  tournament night open.  Once it has passed, BRACKADV
      *  settles a pending match nobody has won: a match only one
      *  side turned up for (played an event game, or parked a
      *  challenge nobody answered) is a walkover for that side --
      *  status 'W', winner set -- and a match neither side turned
      *  up for is a double forfeit -- status 'F', no winner, and
      *  nobody advances from it.  Neither is a game: nothing posts
      *  to PLAYER-PROFILE, PLAY-HISTORY or the skill rating.
      *  Records from before the deadline existed carry spaces in
      *  the three fields and are held open as they always were.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *                  the previous round's wins; the advance job
      *                  now tallies only plays strictly after the
      *                  round's date and time.
      *  2026-10-15  jm  Added the format byte and the scheduled
      *                  round count for Swiss-system events, and the
      *                  drawn-match status.  Knockout records carry
      *                  spaces in both.
      *  2026-10-15  jm  Added the round length and the deadline it
      *                  gives, and the walkover and double-forfeit
      *                  statuses.
      ******************************************************************
       01  BRACKET-RECORD.
           05  BK-EVENT-ID              PIC X(08).
               88  BK-MATCH-PENDING               VALUE 'P'.
               88  BK-MATCH-DECIDED               VALUE 'D'.
               88  BK-MATCH-BYE                   VALUE 'B'.
               88  BK-MATCH-DRAWN                 VALUE 'T'.
               88  BK-MATCH-WALKOVER              VALUE 'W'.
               88  BK-MATCH-FORFEITED             VALUE 'F'.
           05  BK-CREATE-DATE           PIC 9(08).
           05  BK-CREATE-TIME           PIC 9(08).
           05  BK-FORMAT                PIC X(01).
               88  BK-FORMAT-KNOCKOUT             VALUE SPACE.
               88  BK-FORMAT-SWISS                VALUE 'S'.
           05  BK-SWISS-ROUNDS          PIC 9(02).
           05  BK-ROUND-MINUTES         PIC 9(03).
           05  BK-DEADLINE-DATE         PIC 9(08).
           05  BK-DEADLINE-TIME         PIC 9(08).
