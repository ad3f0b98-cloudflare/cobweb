      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  Added the PRIZECFG authority byte for the
      *                  prize catalog console.  Older records read
      *                  it as spaces -- no authority until granted.
      *  2026-10-15  jm  Added the TEAMCON authority byte for the club
      *                  roster console -- granted to club captains.
      *  2026-10-15  jm  Added the MISSCFG authority byte for the daily
      *                  missions console.
      *  2026-10-15  jm  Added the CFGSCHED authority byte for the
      *                  scheduled config change console.
      *  2026-10-15  jm  Added the CTRYCON authority byte for the
      *                  country eligibility console.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OO-OPERATOR-ID           PIC X(08).
               10  OO-AUTH-OPPCFG       PIC X(01).
               10  OO-AUTH-PTSCON       PIC X(01).
               10  OO-AUTH-PARTCON      PIC X(01).
               10  OO-AUTH-PRIZECFG     PIC X(01).
               10  OO-AUTH-TEAMCON      PIC X(01).
               10  OO-AUTH-MISSCFG      PIC X(01).
               10  OO-AUTH-CFGSCHED     PIC X(01).
               10  OO-AUTH-CTRYCON      PIC X(01).
