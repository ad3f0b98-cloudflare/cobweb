      ******************************************************************
      *  REFCODE.CPY
      *
      *  Record layout for the indexed REFERRAL-CODE file.  A player
      *  asks WORKER for a code ("referral=NEW") while they hold
      *  their cobweb_player cookie; the code is minted here tied to
      *  that profile and handed back for them to pass on.  A new
      *  player whose first play carries it ("refcode=<code>") is
      *  linked to the referrer on the REFERRAL-LINK file
      *  (REFLINK.CPY).  A code is never burned -- one code brings
      *  in as many friends as it reaches -- and asking again mints
      *  another code for the same profile without retiring the
      *  first.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  REFERRAL-CODE-RECORD.
           05  RF-REFERRAL-CODE         PIC X(16).
           05  RF-PLAYER-ID             PIC X(20).
           05  RF-CREATE-DATE           PIC 9(08).
           05  RF-CREATE-TIME           PIC 9(08).
