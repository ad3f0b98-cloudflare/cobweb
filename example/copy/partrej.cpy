      *  nightly; a burst of BADKEY rejections for one partner is
      *  either a partner who rotated their secret without telling
      *  us or somebody probing for a free ride on their invoice.
      *  MYUSAGE, the partner usage endpoint, appends a record the
      *  same way for every failed proof it is shown.
      *
      *  Reasons:  NOKEY    claim arrived without a partnerkey
      *            BADKEY   partnerkey did not match the registry
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  MYUSAGE writes the trail too.
      ******************************************************************
       01  PARTNER-REJECT-RECORD.
           05  PJ-DATE                  PIC 9(08).
