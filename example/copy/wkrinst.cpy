      ******************************************************************
      *  WKRINST.CPY
      *
      *  Record layout for the WORKER-INSTANCE roster.  One record per
      *  WORKER instance the game is served from, each with its own
      *  one-character instance id ('1' through '9').  Two files
      *  carry it:
      *
      *    WKRNODE  on each node, the one record naming the instance
      *             that node runs.  WORKER stamps that id on every
      *             GAMERES, PLAYHIST, AUDITLOG, PARTLOG and PERFLOG
      *             record it writes.  No file means instance '1',
      *             the single-node setup.
      *    WKRINST  on the batch side, the whole roster.  WKRMERGE
      *             expects a feed from every instance flagged
      *             active for the business date; an instance
      *             flagged N (a standby, or one being retired) is
      *             passed over.  No file means one instance writing
      *             the suite's files directly, nothing to merge.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  WORKER-INSTANCE-RECORD.
           05  WI-INSTANCE-ID           PIC X(01).
               88  WI-VALID-INSTANCE        VALUE '1' THRU '9'.
           05  WI-ACTIVE-FLAG           PIC X(01).
               88  WI-INSTANCE-ACTIVE       VALUE 'Y'.
           05  WI-NODE-NAME             PIC X(20).
