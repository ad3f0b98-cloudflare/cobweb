011000*  comparing each step's elapsed time against the real
011100*  JOBSTATE history -- the window should break in a rehearsal,
011200*  not on launch night.
011202*  2026-10-15  jm  Add PRIZEPCK after PTSVRFY, so the fulfillment
011204*  desk has the day's pick list every morning.
011206*  2026-10-15  jm  Add PTSEXPIR after OPPRPT, ahead of
011208*  PTSVRFY, so the night's points expiries are proven in the
011210*  same cross-foot.
011212*  2026-10-15  jm  Add DISPPOST after SIDEPURG, ahead of
011214*  STATSRPT, so upheld disputes are corrected before the
011216*  night's tallies.
011218*  2026-10-15  jm  Add PAIRSCRN after SCREENER to screen the
011220*  head-to-head pairs onto the same REVIEW-FLAG file.
011222*  2026-10-15  jm  Add TEAMRPT after EVENTRPT, so the club
011224*  standings are rebuilt every window.
011226*  2026-10-15  jm  Add REFPAY after PAIRSCRN, so a referral
011228*  is only paid once the night's screens have had their say.
011238*  2026-10-15  jm  Add DBSYNC and DBPROOF after REFPAY, so the
011248*  reporting database's profile, rating and balance tables
011258*  are brought up to date and proven nightly; widen the
011268*  step table to 60.
011276*  2026-10-15  jm  Add CFGACTV after AUDITSEG, ahead of
011284*  CFGSNAP, so scheduled config changes due in the window go
011292*  live before the night's snapshot is taken.
011294*  2026-10-15  jm  Add PFPROOF after PTSVRFY, so profile
011296*  counters are proven against PLAY-HISTORY nightly.
011316*  2026-10-15  jm  Run WKRMERGE as the very first step, ahead
011336*  of VALIDATE, so the WORKER instances' feeds are merged into
011356*  the one set of files the rest of the suite reads.
011361*  2026-10-15  jm  Run GREXTRCT right after VALIDATE, ahead of
011366*  every GAME-RESULT consumer, so the window reads the verified
011371*  file once and the consumers work from its slice and counts.
011376*  2026-10-15  jm  Add MAILFBK after OPPRPT, so the mailer's
011381*  bounces and unsubscribes are taken in before PTSEXPIR
011386*  queues the night's notices.
011387*  2026-10-15  jm  Add EXPRPT after OPPRPT, so the experiment
011388*  arms are compared on the merged night's PLAY-HISTORY.
011390*  2026-10-15  jm  Add TRAFROLL after GREXTRCT, so the day's
011392*  hourly traffic goes onto TRAFWTCH's baseline off the
011394*  merged logs before AUDITSEG sweeps AUDITLOG away.
011395*  2026-10-15  jm  Add EVENTPAY after EVENTRPT, ahead of
011396*  PTSVRFY, so closed buy-in events are paid out off the
011397*  night's final standings and proven in the same cross-foot.
011398******************************************************************
011400 ENVIRONMENT DIVISION.
011500 INPUT-OUTPUT SECTION.
011600 FILE-CONTROL.
017500        88 JC-REHEARSING                   VALUE 'Y'.
017600     77 JC-STATE-FILE-NAME       PIC X(12) VALUE 'JOBSTATE'.
017700     01 JC-BASE-TABLE.
017800        05 JC-BASE-SECS OCCURS 60 TIMES PIC S9(07) COMP.
017900     77 JC-ELAPSED-SECS          PIC S9(07) COMP VALUE ZERO.
018000     77 JC-BASE-ELAPSED          PIC S9(07) COMP VALUE ZERO.
018100     01 JC-TIME-FIELDS.
020600     77 JC-ALL-DONE-SWITCH       PIC X(01) VALUE 'Y'.
020700        88 JC-ALL-WERE-COMPLETE             VALUE 'Y'.

020800     77 JC-STEP-COUNT            PIC 9(02) COMP VALUE 50.
020900     77 JC-STEP-IDX              PIC 9(02) COMP VALUE ZERO.
021000     77 JC-MATCH-IDX             PIC 9(02) COMP VALUE ZERO.
021100     77 JC-RUN-COUNT             PIC 9(02) COMP VALUE ZERO.
022400*    JS-STATUS codes on the JOB-STATE file.
022500*    ----------------------------------------------------------
022600     01 JC-STEP-TABLE.
022700        05 JC-STEP-ENTRY OCCURS 60 TIMES.
022800           10 JC-STP-NAME        PIC X(08).
022900           10 JC-STP-COMMAND     PIC X(40).
023000           10 JC-STP-STATUS      PIC X(01).

029700 1000-INITIALIZE.
029800     ACCEPT JC-SYS-DATE FROM DATE YYYYMMDD
029830     MOVE 'WKRMERGE' TO JC-STP-NAME(1)
029860     MOVE 'wkrmerge' TO JC-STP-COMMAND(1)
029900     MOVE 'VALIDATE' TO JC-STP-NAME(2)
030000     MOVE 'validate' TO JC-STP-COMMAND(2)
030030     MOVE 'GREXTRCT' TO JC-STP-NAME(3)
030060     MOVE 'grextrct' TO JC-STP-COMMAND(3)
030070     MOVE 'TRAFROLL' TO JC-STP-NAME(4)
030080     MOVE 'trafwtch ROLL' TO JC-STP-COMMAND(4)
030100     MOVE 'BACKUP' TO JC-STP-NAME(5)
030200     MOVE 'backup' TO JC-STP-COMMAND(5)
030300     MOVE 'SIDEPURG' TO JC-STP-NAME(6)
030400     MOVE 'sidepurg' TO JC-STP-COMMAND(6)
030430     MOVE 'DISPPOST' TO JC-STP-NAME(7)
030460     MOVE 'disppost' TO JC-STP-COMMAND(7)
030500     MOVE 'STATSRPT' TO JC-STP-NAME(8)
030600     MOVE 'statsrpt' TO JC-STP-COMMAND(8)
030700     MOVE 'RECONCIL' TO JC-STP-NAME(9)
030800     MOVE 'reconcil' TO JC-STP-COMMAND(9)
030900     MOVE 'SORTFRQ' TO JC-STP-NAME(10)
031000     MOVE 'sortfrq' TO JC-STP-COMMAND(10)
031100     MOVE 'CSVEXP' TO JC-STP-NAME(11)
031200     MOVE 'csvexp' TO JC-STP-COMMAND(11)
031300     MOVE 'DBRECON' TO JC-STP-NAME(12)
031400     MOVE 'dbrecon' TO JC-STP-COMMAND(12)
031500     MOVE 'DAYCLOSE' TO JC-STP-NAME(13)
031600     MOVE 'dayclose' TO JC-STP-COMMAND(13)
031700     MOVE 'ARCHPURG' TO JC-STP-NAME(14)
031800     MOVE 'archpurg' TO JC-STP-COMMAND(14)
031900     MOVE 'RETENMGR' TO JC-STP-NAME(15)
032000     MOVE 'retenmgr' TO JC-STP-COMMAND(15)
032100     MOVE 'AUDITSEG' TO JC-STP-NAME(16)
032200     MOVE 'auditseg' TO JC-STP-COMMAND(16)
032230     MOVE 'CFGACTV' TO JC-STP-NAME(17)
032260     MOVE 'cfgactv' TO JC-STP-COMMAND(17)
032300     MOVE 'CFGSNAP' TO JC-STP-NAME(18)
032400     MOVE 'cfgsnap' TO JC-STP-COMMAND(18)
032500     MOVE 'PERFRPT' TO JC-STP-NAME(19)
032600     MOVE 'perfrpt' TO JC-STP-COMMAND(19)
032700     MOVE 'EVENTRPT' TO JC-STP-NAME(20)
032800     MOVE 'eventrpt' TO JC-STP-COMMAND(20)
032810     MOVE 'EVENTPAY' TO JC-STP-NAME(21)
032820     MOVE 'eventpay' TO JC-STP-COMMAND(21)
032830     MOVE 'TEAMRPT' TO JC-STP-NAME(22)
032860     MOVE 'teamrpt' TO JC-STP-COMMAND(22)
032900     MOVE 'MATCHRPT' TO JC-STP-NAME(23)
033000     MOVE 'matchrpt' TO JC-STP-COMMAND(23)
033100     MOVE 'ACHVRPT' TO JC-STP-NAME(24)
033200     MOVE 'achvrpt' TO JC-STP-COMMAND(24)
033300     MOVE 'MODELBLD' TO JC-STP-NAME(25)
033400     MOVE 'modelbld' TO JC-STP-COMMAND(25)
033500     MOVE 'RATEBLD' TO JC-STP-NAME(26)
033600     MOVE 'ratebld' TO JC-STP-COMMAND(26)
033700     MOVE 'RATELADR' TO JC-STP-NAME(27)
033800     MOVE 'rateladr' TO JC-STP-COMMAND(27)
033900     MOVE 'PVPRPT' TO JC-STP-NAME(28)
034000     MOVE 'pvprpt' TO JC-STP-COMMAND(28)
034100     MOVE 'OPPRPT' TO JC-STP-NAME(29)
034200     MOVE 'opprpt' TO JC-STP-COMMAND(29)
034203     MOVE 'EXPRPT' TO JC-STP-NAME(30)
034206     MOVE 'exprpt' TO JC-STP-COMMAND(30)
034210     MOVE 'MAILFBK' TO JC-STP-NAME(31)
034220     MOVE 'mailfbk' TO JC-STP-COMMAND(31)
034230     MOVE 'PTSEXPIR' TO JC-STP-NAME(32)
034260     MOVE 'ptsexpir' TO JC-STP-COMMAND(32)
034300     MOVE 'PTSVRFY' TO JC-STP-NAME(33)
034400     MOVE 'ptsvrfy' TO JC-STP-COMMAND(33)
034410     MOVE 'PFPROOF' TO JC-STP-NAME(34)
034420     MOVE 'pfproof' TO JC-STP-COMMAND(34)
034430     MOVE 'PRIZEPCK' TO JC-STP-NAME(35)
034460     MOVE 'prizepck' TO JC-STP-COMMAND(35)
034500     MOVE 'PARTAUTH' TO JC-STP-NAME(36)
034600     MOVE 'partauth' TO JC-STP-COMMAND(36)
034700     MOVE 'PARTUSRP' TO JC-STP-NAME(37)
034800     MOVE 'partusrp' TO JC-STP-COMMAND(37)
034900     MOVE 'PROBECHK' TO JC-STP-NAME(38)
035000     MOVE 'probechk' TO JC-STP-COMMAND(38)
035100     MOVE 'FAIRAUD' TO JC-STP-NAME(39)
035200     MOVE 'fairaud' TO JC-STP-COMMAND(39)
035300     MOVE 'CONAUDRP' TO JC-STP-NAME(40)
035400     MOVE 'conaudrp' TO JC-STP-COMMAND(40)
035500     MOVE 'GROWMON' TO JC-STP-NAME(41)
035600     MOVE 'growmon' TO JC-STP-COMMAND(41)
035700     MOVE 'RETENRPT' TO JC-STP-NAME(42)
035800     MOVE 'retenrpt' TO JC-STP-COMMAND(42)
035900     MOVE 'GEORPT' TO JC-STP-NAME(43)
036000     MOVE 'georpt' TO JC-STP-COMMAND(43)
036100     MOVE 'TIMEPROF' TO JC-STP-NAME(44)
036200     MOVE 'timeprof' TO JC-STP-COMMAND(44)
036300     MOVE 'SCREENER' TO JC-STP-NAME(45)
036400     MOVE 'screener' TO JC-STP-COMMAND(45)
036430     MOVE 'PAIRSCRN' TO JC-STP-NAME(46)
036460     MOVE 'pairscrn' TO JC-STP-COMMAND(46)
036470     MOVE 'REFPAY' TO JC-STP-NAME(47)
036480     MOVE 'refpay' TO JC-STP-COMMAND(47)
036486     MOVE 'DBSYNC' TO JC-STP-NAME(48)
036492     MOVE 'dbsync' TO JC-STP-COMMAND(48)
036494     MOVE 'DBPROOF' TO JC-STP-NAME(49)
036496     MOVE 'dbproof' TO JC-STP-COMMAND(49)
036500     MOVE 'IPOFFNDR' TO JC-STP-NAME(50)
036600     MOVE 'ipoffndr' TO JC-STP-COMMAND(50)
036700     PERFORM 1050-RESET-ONE-STEP THRU 1050-EXIT
036800             VARYING JC-STEP-IDX FROM 1 BY 1
036900             UNTIL JC-STEP-IDX > JC-STEP-COUNT.
062400 1300-LOAD-BASELINE.
062500     PERFORM 1350-ZERO-ONE-BASE THRU 1350-EXIT
062600             VARYING JC-MATCH-IDX FROM 1 BY 1
062700             UNTIL JC-MATCH-IDX > 60
062800     OPEN INPUT BASELINE-STATE-FILE
062900     IF NOT JC-BASELINE-FILE-OK
063000         GO TO 1300-EXIT
