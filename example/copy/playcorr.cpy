      ******************************************************************
      *  PLAYCORR.CPY
      *
      *  Record layout for the PLAY-CORRECTION file -- the append-only
      *  journal of corrections posted against plays a DISPUTE case
      *  showed were mis-scored.  GAME-RESULT is never rewritten; a
      *  play's standing result is the GAME-RESULT one unless a
      *  correction names the play (date, time and player), in which
      *  case CO-NEW-RESULT stands instead.  DISPPOST writes one
      *  record per upheld case as it adjusts the player's profile
      *  and season counters and posts the compensating ledger
      *  entry; STATSRPT folds the corrections into its tallies and
      *  DAYCLOSE cross-foots the day's CO-POINTS against the
      *  UPHELD adjustments on POINTS-LEDGER.
      *
      *  CO-PLAYER-ID is spaces for an anonymous play -- there was
      *  no profile or points to adjust, only the tallies.
      *  CO-SEASON-ID names the season whose counters were adjusted,
      *  spaces when the play fell outside the profile's season.
      *  CO-POINTS is the signed ADJUST posted, zero when none was.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  PLAY-CORRECTION-RECORD.
           05  CO-POSTED-DATE           PIC 9(08).
           05  CO-POSTED-TIME           PIC 9(08).
           05  CO-CASE-ID               PIC X(10).
           05  CO-PLAYER-ID             PIC X(20).
           05  CO-PLAY-DATE             PIC 9(08).
           05  CO-PLAY-TIME             PIC 9(08).
           05  CO-OLD-RESULT            PIC X(10).
           05  CO-NEW-RESULT            PIC X(10).
           05  CO-SEASON-ID             PIC X(06).
           05  CO-H2H-FLAG              PIC X(01).
               88  CO-H2H-PLAY                    VALUE 'Y'.
           05  CO-POINTS                PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
