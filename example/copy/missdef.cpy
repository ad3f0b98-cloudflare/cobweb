      ******************************************************************
      *  MISSDEF.CPY
      *
      *  Record layout for the MISSION-DEFINITION file, one record per
      *  daily mission -- a small goal that pays points once it is
      *  met inside its date window.  The MISSCFG console maintains
      *  it; WORKER counts each identified player's qualifying plays
      *  against every mission open on the day of the play.
      *
      *  A play qualifies when it meets every condition the mission
      *  sets; a blank condition is no condition:
      *    MI-RULE-TYPE     W  the play has to be a win
      *                     P  any play counts, whatever the result
      *    MI-CHOICE        the player's pick (rock, paper, ...)
      *    MI-OPPONENT-ID   the named computer opponent off the
      *                     OPPONENT roster -- "beat the opponent of
      *                     the day" is a W mission naming it
      *    MI-EVENT-ID      the play was tagged for that event
      *  MI-TARGET-COUNT qualifying plays complete the mission, and
      *  MI-REWARD-POINTS is posted as one EARN entry whose reason is
      *  MSN- and the mission id.  A mission pays a player once.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  MISSION-DEFINITION-RECORD.
           05  MI-MISSION-ID            PIC X(08).
           05  MI-DESCRIPTION           PIC X(40).
           05  MI-START-DATE            PIC 9(08).
           05  MI-END-DATE              PIC 9(08).
           05  MI-RULE-TYPE             PIC X(01).
               88  MI-RULE-WIN                    VALUE 'W'.
               88  MI-RULE-PLAY                   VALUE 'P'.
           05  MI-TARGET-COUNT          PIC 9(03).
           05  MI-CHOICE                PIC X(08).
           05  MI-OPPONENT-ID           PIC X(08).
           05  MI-EVENT-ID              PIC X(08).
           05  MI-REWARD-POINTS         PIC 9(05).
