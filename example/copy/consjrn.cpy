      ******************************************************************
      *  CONSJRN.CPY
      *
      *  Record layout for the CONSENT-JOURNAL, the permanent,
      *  append-only history behind PLAYER-CONTACT.  The contact
      *  record only ever holds where consent stands now; every
      *  change to it lands here as well, so "I never agreed to
      *  this" can be answered with when the player opted in, when
      *  they withdrew and whether they opted back in:
      *
      *    G  consent given -- WORKER's consent=Y with an address;
      *       KJ-PRIOR-FLAG Y means a consented record was already
      *       on file (the address changed), space that there was
      *       none (a first consent, or a re-consent after a
      *       withdrawal)
      *    W  consent withdrawn -- WORKER's consent=N, or an
      *       unsubscribe off the mailer's return feed (MAILFBK)
      *    E  contact erased with the profile -- PROFMNT's erase
      *
      *  KJ-PRIOR-FLAG is the consent byte on file just before the
      *  change (space for no record), so the state before a
      *  player's first journalled change is known too.  The
      *  address itself is deliberately not kept: an erased
      *  player's address must not outlive the erase here.
      *  PRIVRPT reports the quarter's changes off this file.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      *  2026-10-15  jm  MAILFBK journals mailer unsubscribes.
      ******************************************************************
       01  CONSENT-JOURNAL-RECORD.
           05  KJ-DATE                  PIC 9(08).
           05  KJ-TIME                  PIC 9(08).
           05  KJ-PLAYER-ID             PIC X(20).
           05  KJ-EVENT                 PIC X(01).
               88  KJ-CONSENT-GIVEN               VALUE 'G'.
               88  KJ-CONSENT-WITHDRAWN           VALUE 'W'.
               88  KJ-CONTACT-ERASED              VALUE 'E'.
           05  KJ-PRIOR-FLAG            PIC X(01).
               88  KJ-WAS-CONSENTED               VALUE 'Y'.
           05  KJ-SOURCE                PIC X(08).
