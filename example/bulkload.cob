002800*  Modification history
002900*  ---------------------------------------------------------------
003000*  2026-09-03  jm  Original program.
003020*  2026-10-15  jm  A posted play is outside any experiment --
003040*  its history record carries no arm stamp.
003060*  2026-10-15  jm  A posted play came through no WORKER node --
003080*  its history and partner log records carry no instance id.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
037600         MOVE 2 TO PH-DIFFICULTY
037700         MOVE 'STANDARD' TO PH-VARIANT
037800         MOVE SPACES TO PH-OPPONENT-ID
037850         MOVE SPACES TO PH-EXPERIMENT-ID PH-ARM
037870         MOVE SPACE TO PH-INSTANCE-ID
037900         WRITE PLAY-HISTORY-RECORD
038000     END-IF
038100     MOVE BL-DTL-DATE TO PT-DATE
038200     MOVE BL-DTL-TIME TO PT-TIME
038300     MOVE BU-PARTNER-ID TO PT-PARTNER-ID
038350     MOVE SPACE TO PT-INSTANCE-ID
038400     WRITE PARTNER-LOG-RECORD.
038500 3400-EXIT.
038600     EXIT.
