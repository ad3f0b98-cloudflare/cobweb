      ******************************************************************
      *  MISSPROG.CPY
      *
      *  Record layout for the keyed MISSION-PROGRESS file, one record
      *  per player per mission they have made a qualifying play
      *  toward.  WORKER adds one to MP-COUNT per qualifying play and
      *  stamps MP-COMPLETE-DATE the play the count reaches the
      *  mission's target, posting the reward in the same breath; a
      *  completed record is never counted again, so the reward is
      *  paid once.  Records for missions long closed are harmless
      *  and are simply never read.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  MISSION-PROGRESS-RECORD.
           05  MP-KEY.
               10  MP-PLAYER-ID         PIC X(20).
               10  MP-MISSION-ID        PIC X(08).
           05  MP-COUNT                 PIC 9(03).
           05  MP-COMPLETE-DATE         PIC 9(08).
               88  MP-NOT-COMPLETE                VALUE ZERO.
           05  MP-COMPLETE-TIME         PIC 9(08).
