002400*  Modification history
002500*  ---------------------------------------------------------------
002600*  2026-08-22  jm  Original program.
002620*  2026-10-15  jm  Each trailer carries the date and time the
002640*  unload started, so ROLLFWD can replay PLAY-HISTORY from there.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
009900        88 BK-AT-EOF                       VALUE 'Y'.
010000     77 BK-UNLOAD-COUNT          PIC 9(09) COMP VALUE ZERO.
010100     77 BK-RUN-DATE              PIC 9(08) VALUE ZERO.
010120     77 BK-UNLOAD-DATE           PIC 9(08) VALUE ZERO.
010140     77 BK-UNLOAD-TIME           PIC 9(08) VALUE ZERO.

010200     01 BK-HEADING-1             PIC X(80) VALUE
010300        'BACKUP - INDEXED SIDE-FILE UNLOAD'.
014500     OPEN OUTPUT PROFILE-UNLOAD-FILE
014600     MOVE 'N' TO BK-EOF-SWITCH
014700     MOVE ZERO TO BK-UNLOAD-COUNT
014720     ACCEPT BK-UNLOAD-DATE FROM DATE YYYYMMDD
014740     ACCEPT BK-UNLOAD-TIME FROM TIME
014800     PERFORM 2100-UNLOAD-ONE-PROFILE THRU 2100-EXIT
014900             UNTIL BK-AT-EOF
015000     SET UN-TRAILER-RECORD TO TRUE
015100     MOVE SPACES TO UN-IMAGE
015200     MOVE BK-UNLOAD-COUNT TO UN-RECORD-COUNT
015220     MOVE BK-UNLOAD-DATE TO UN-UNLOAD-DATE
015240     MOVE BK-UNLOAD-TIME TO UN-UNLOAD-TIME
015300     WRITE BK-PROFILE-UNLOAD-LINE FROM UNLOAD-RECORD
015400     CLOSE PROFILE-UNLOAD-FILE
015500     CLOSE PLAYER-PROFILE-FILE
018400     OPEN OUTPUT MATCH-UNLOAD-FILE
018500     MOVE 'N' TO BK-EOF-SWITCH
018600     MOVE ZERO TO BK-UNLOAD-COUNT
018620     ACCEPT BK-UNLOAD-DATE FROM DATE YYYYMMDD
018640     ACCEPT BK-UNLOAD-TIME FROM TIME
018700     PERFORM 3100-UNLOAD-ONE-MATCH THRU 3100-EXIT
018800             UNTIL BK-AT-EOF
018900     SET UN-TRAILER-RECORD TO TRUE
019000     MOVE SPACES TO UN-IMAGE
019100     MOVE BK-UNLOAD-COUNT TO UN-RECORD-COUNT
019120     MOVE BK-UNLOAD-DATE TO UN-UNLOAD-DATE
019140     MOVE BK-UNLOAD-TIME TO UN-UNLOAD-TIME
019200     WRITE BK-MATCH-UNLOAD-LINE FROM UNLOAD-RECORD
019300     CLOSE MATCH-UNLOAD-FILE
019400     CLOSE MATCH-STATE-FILE
022300     OPEN OUTPUT IDEMP-UNLOAD-FILE
022400     MOVE 'N' TO BK-EOF-SWITCH
022500     MOVE ZERO TO BK-UNLOAD-COUNT
022520     ACCEPT BK-UNLOAD-DATE FROM DATE YYYYMMDD
022540     ACCEPT BK-UNLOAD-TIME FROM TIME
022600     PERFORM 4100-UNLOAD-ONE-IDEMP THRU 4100-EXIT
022700             UNTIL BK-AT-EOF
022800     SET UN-TRAILER-RECORD TO TRUE
022900     MOVE SPACES TO UN-IMAGE
023000     MOVE BK-UNLOAD-COUNT TO UN-RECORD-COUNT
023020     MOVE BK-UNLOAD-DATE TO UN-UNLOAD-DATE
023040     MOVE BK-UNLOAD-TIME TO UN-UNLOAD-TIME
023100     WRITE BK-IDEMP-UNLOAD-LINE FROM UNLOAD-RECORD
023200     CLOSE IDEMP-UNLOAD-FILE
023300     CLOSE IDEMPOTENCY-FILE
026200     OPEN OUTPUT RATE-UNLOAD-FILE
026300     MOVE 'N' TO BK-EOF-SWITCH
026400     MOVE ZERO TO BK-UNLOAD-COUNT
026420     ACCEPT BK-UNLOAD-DATE FROM DATE YYYYMMDD
026440     ACCEPT BK-UNLOAD-TIME FROM TIME
026500     PERFORM 5100-UNLOAD-ONE-RATE THRU 5100-EXIT
026600             UNTIL BK-AT-EOF
026700     SET UN-TRAILER-RECORD TO TRUE
026800     MOVE SPACES TO UN-IMAGE
026900     MOVE BK-UNLOAD-COUNT TO UN-RECORD-COUNT
026920     MOVE BK-UNLOAD-DATE TO UN-UNLOAD-DATE
026940     MOVE BK-UNLOAD-TIME TO UN-UNLOAD-TIME
027000     WRITE BK-RATE-UNLOAD-LINE FROM UNLOAD-RECORD
027100     CLOSE RATE-UNLOAD-FILE
027200     CLOSE RATE-LIMIT-FILE
