      *  registers and withdraws consent off form fields; the
      *  message writers (the achievement path, PLAYSTMT) only ever
      *  queue to a player with a consented record here; PROFMNT's
      *  erase deletes the record along with the profile.  Every
      *  change made here is also appended to CONSJRN, the consent
      *  history this record alone cannot give.
      *
      *  MAILFBK keeps the delivery fields off the mailer's return
      *  feed: a hard bounce, or CT-SOFT-BOUNCES reaching its limit
      *  without a delivery in between, marks the address
      *  undeliverable, and the message writers pass it over until
      *  the player registers a different address.  Records written
      *  before these fields existed read as deliverable.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Changes are journalled to CONSJRN.
      *  2026-10-15  jm  Add the delivery flag, soft-bounce count and
      *  last bounce date for MAILFBK.
      ******************************************************************
       01  PLAYER-CONTACT-RECORD.
           05  CT-PLAYER-ID             PIC X(20).
           05  CT-CONSENT-FLAG          PIC X(01).
               88  CT-CONSENTED                   VALUE 'Y'.
           05  CT-CONSENT-DATE          PIC 9(08).
           05  CT-DELIVERY-FLAG         PIC X(01).
               88  CT-UNDELIVERABLE               VALUE 'U'.
           05  CT-SOFT-BOUNCES          PIC 9(02).
           05  CT-BOUNCE-DATE           PIC 9(08).
