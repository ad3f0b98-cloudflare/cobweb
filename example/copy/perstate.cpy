      ******************************************************************
      *  PERSTATE.CPY
      *
      *  Record layout for the PERIOD-STATE file PERIODCL keeps across
      *  a month-end or quarter-end close.  The same one-record-per-
      *  step shape as JOB-STATE, with the closed period carried on
      *  every record, so a rerun after a failure picks the same
      *  period back up at the failing step -- and a state file left
      *  behind by last month's close is recognised as last month's
      *  and not mistaken for this one's.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  PERIOD-STATE-RECORD.
           05  PS-PERIOD                PIC 9(06).
           05  PS-STEP-NAME             PIC X(08).
           05  PS-STATUS                PIC X(01).
               88  PS-STEP-PENDING                VALUE 'P'.
               88  PS-STEP-RUNNING                VALUE 'R'.
               88  PS-STEP-COMPLETE               VALUE 'C'.
               88  PS-STEP-FAILED                 VALUE 'F'.
           05  PS-START-DATE            PIC 9(08).
           05  PS-START-TIME            PIC 9(08).
           05  PS-END-DATE              PIC 9(08).
           05  PS-END-TIME              PIC 9(08).
           05  PS-RETURN-CODE           PIC 9(05).
