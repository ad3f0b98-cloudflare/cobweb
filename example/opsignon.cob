002100*  Modification history
002200*  ---------------------------------------------------------------
002300*  2026-09-03  jm  Original program.
002310*  2026-10-15  jm  PRIZECFG authority byte for the new prize
002320*  catalog console.
002330*  2026-10-15  jm  TEAMCON authority byte for the club roster
002340*  console.
002350*  2026-10-15  jm  MISSCFG authority byte for the daily
002360*  missions console.
002370*  2026-10-15  jm  CFGSCHED authority byte for the scheduled
002380*  config change console.
002385*  2026-10-15  jm  CTRYCON authority byte for the country
002390*  eligibility console.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
012600             MOVE OO-AUTH-PTSCON TO OS-AUTH-BYTE
012700         WHEN 'PARTCON'
012800             MOVE OO-AUTH-PARTCON TO OS-AUTH-BYTE
012810         WHEN 'PRIZECFG'
012820             MOVE OO-AUTH-PRIZECFG TO OS-AUTH-BYTE
012830         WHEN 'TEAMCON'
012840             MOVE OO-AUTH-TEAMCON TO OS-AUTH-BYTE
012850         WHEN 'MISSCFG'
012860             MOVE OO-AUTH-MISSCFG TO OS-AUTH-BYTE
012870         WHEN 'CFGSCHED'
012880             MOVE OO-AUTH-CFGSCHED TO OS-AUTH-BYTE
012885         WHEN 'CTRYCON'
012890             MOVE OO-AUTH-CTRYCON TO OS-AUTH-BYTE
012900         WHEN OTHER
013000             MOVE 'N' TO OS-AUTH-BYTE
013100     END-EVALUATE.
