001400*  and a display name.  WORKER demotes any claim that fails
001500*  the secret check to DIRECT, so a partner exists for billing
001600*  purposes only once it is registered here.
001610*
001620*  The same screen keys the partner's rate card -- flat fee,
001630*  in-allotment play price, overage play price -- onto the
001640*  PARTNER-RATE file PARTINV prices invoices from.  Keying an id
001650*  that is already registered changes only its rate card: the
001660*  new record is appended and, being the latest, is in force.
001670*  The service-level terms PARTSLA measures against -- target
001680*  average and 95th-percentile service time, availability and
001690*  the credit owed for a missed month -- are keyed alongside
001695*  and ride on the same rate card record.
001700*
001800*  Modification history
001900*  ---------------------------------------------------------------
002500*  2026-09-03  jm  Operator sign-on through OPSIGNON and a
002600*  CONJRNL journal line for every change, so live-data
002700*  edits are attributable at last.
002710*  2026-10-15  jm  Rate card fields for partner invoicing; an
002720*  id already registered re-rates without re-registering.
002730*  2026-10-15  jm  Service-level terms on the rate card.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003800     SELECT PARTNER-CONTRACT-FILE ASSIGN TO "PARTCONT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS PN-CONTRACT-FILE-STATUS.
004010     SELECT PARTNER-RATE-FILE ASSIGN TO "PARTRATE"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS PN-RATE-FILE-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.
004500 FD  PARTNER-CONTRACT-FILE.
004600 COPY "partcont.cpy".

004610 FD  PARTNER-RATE-FILE.
004620 COPY "partrate.cpy".

004700 WORKING-STORAGE SECTION.
004800     COPY "screenio.cpy".

005000     88 PN-REGISTRY-FILE-OK                 VALUE '00'.
005100     77 PN-CONTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
005200        88 PN-CONTRACT-FILE-OK              VALUE '00'.
005210     77 PN-RATE-FILE-STATUS       PIC X(02) VALUE '00'.
005220        88 PN-RATE-FILE-OK                  VALUE '00'.
005230     77 PN-KNOWN-SWITCH           PIC X(01) VALUE 'N'.
005240        88 PN-PARTNER-KNOWN                 VALUE 'Y'.
005250     77 PN-TERMS-SWITCH           PIC X(01) VALUE 'N'.
005260        88 PN-TERMS-KEYED                   VALUE 'Y'.
005300     01 PN-CRT-STATUS             PIC 9(04) VALUE ZERO.
005400     77 PN-EOF-SWITCH             PIC X(01) VALUE 'N'.
005500        88 PN-AT-EOF                        VALUE 'Y'.
005800     01 PN-NEW-SECRET             PIC X(16) VALUE SPACES.
005900     01 PN-NEW-NAME               PIC X(30) VALUE SPACES.
006000     01 PN-NEW-MONTHLY            PIC 9(09) VALUE ZERO.
006010     01 PN-NEW-FLAT-FEE           PIC 9(07).99 VALUE ZERO.
006020     01 PN-NEW-PLAY-PRICE         PIC 9(03).9999 VALUE ZERO.
006030     01 PN-NEW-OVERAGE-PRICE      PIC 9(03).9999 VALUE ZERO.
006031     01 PN-NEW-SLA-AVG            PIC 9(05) VALUE ZERO.
006032     01 PN-NEW-SLA-P95            PIC 9(05) VALUE ZERO.
006033     01 PN-NEW-SLA-AVAIL          PIC 9(03).99 VALUE ZERO.
006034     01 PN-NEW-SLA-CREDIT         PIC 9(07).99 VALUE ZERO.
006040     01 PN-SYS-DATE               PIC 9(08) VALUE ZERO.
006100     01 PN-EXIT-MESSAGE           PIC X(50) VALUE SPACES.
006200*    ----------------------------------------------------------
006300*    Shared sign-on and change journal: OPSIGNON gates entry
009000     05  LINE 10 COLUMN 05 PIC X(50) FROM PN-SHOW-LINE(7).
009100     05  LINE 11 COLUMN 05 PIC X(50) FROM PN-SHOW-LINE(8).

009200     05  LINE 13 COLUMN 05 VALUE
009210             'Add a partner (a registered id updates its rates)'.
009220     05  LINE 13 COLUMN 56 VALUE 'Service levels'.
009230     05  LINE 14 COLUMN 56 VALUE 'Avg time  :'.
009240     05  LINE 14 COLUMN 68 PIC 9(05) USING PN-NEW-SLA-AVG.
009250     05  LINE 15 COLUMN 56 VALUE 'P95 time  :'.
009260     05  LINE 15 COLUMN 68 PIC 9(05) USING PN-NEW-SLA-P95.
009270     05  LINE 16 COLUMN 56 VALUE 'Avail %   :'.
009280     05  LINE 16 COLUMN 68 PIC 9(03).99 USING PN-NEW-SLA-AVAIL.
009285     05  LINE 17 COLUMN 56 VALUE 'Credit    :'.
009290     05  LINE 17 COLUMN 68 PIC 9(07).99 USING PN-NEW-SLA-CREDIT.
009295     05  LINE 18 COLUMN 56 VALUE '(times in 1/100 sec)'.
009300     05  LINE 14 COLUMN 05 VALUE 'Partner id :'.
009400     05  LINE 14 COLUMN 19 PIC X(08) USING PN-NEW-PARTNER-ID.
009500     05  LINE 15 COLUMN 05 VALUE 'Secret     :'.
010100     05  LINE 18 COLUMN 05 VALUE
010200             '(zero = flat-fee terms, no quota)'.

010210     05  LINE 19 COLUMN 05 VALUE 'Flat fee   :'.
010220     05  LINE 19 COLUMN 19 PIC 9(07).99 USING PN-NEW-FLAT-FEE.
010230     05  LINE 19 COLUMN 31 VALUE '(per month)'.
010240     05  LINE 20 COLUMN 05 VALUE 'Play price :'.
010250     05  LINE 20 COLUMN 19 PIC 9(03).9999
010260             USING PN-NEW-PLAY-PRICE.
010270     05  LINE 20 COLUMN 31 VALUE '(per play within allotment)'.
010280     05  LINE 21 COLUMN 05 VALUE 'Overage    :'.
010290     05  LINE 21 COLUMN 19 PIC 9(03).9999
010295             USING PN-NEW-OVERAGE-PRICE.
010296     05  LINE 21 COLUMN 31 VALUE '(per play past the allotment)'.

010300     05  LINE 23 COLUMN 05 VALUE 'F3 = exit without saving'.

010400 PROCEDURE DIVISION.

011800     ELSE
011900         PERFORM 4000-VALIDATE-AND-SAVE THRU 4000-EXIT
012000     END-IF
012100     DISPLAY PN-EXIT-MESSAGE LINE 24 COLUMN 05
012200     GO TO 9999-EXIT.

012300 1000-LOAD-REGISTRY.
014800     EXIT.

014900 4000-VALIDATE-AND-SAVE.
014910     PERFORM 4050-FIND-PARTNER THRU 4050-EXIT
014920     MOVE 'N' TO PN-TERMS-SWITCH
014930     IF PN-NEW-FLAT-FEE NOT = ZERO OR
014940        PN-NEW-PLAY-PRICE NOT = ZERO OR
014950        PN-NEW-OVERAGE-PRICE NOT = ZERO OR
014960        PN-NEW-SLA-AVG NOT = ZERO OR
014970        PN-NEW-SLA-P95 NOT = ZERO OR
014980        PN-NEW-SLA-AVAIL NOT = ZERO OR
014990        PN-NEW-SLA-CREDIT NOT = ZERO
014995         MOVE 'Y' TO PN-TERMS-SWITCH
014998     END-IF
015000     EVALUATE TRUE
015100         WHEN PN-NEW-PARTNER-ID = SPACES
015200             MOVE 'Partner id is required -- not saved.'
015300                 TO PN-EXIT-MESSAGE
015310         WHEN PN-PARTNER-KNOWN AND NOT PN-TERMS-KEYED
015340             MOVE 'Registered, no rates keyed -- not saved.'
015350                 TO PN-EXIT-MESSAGE
015360         WHEN PN-PARTNER-KNOWN
015370             PERFORM 4300-APPEND-RATE THRU 4300-EXIT
015380             MOVE 'Rate card updated.' TO PN-EXIT-MESSAGE
015400         WHEN PN-NEW-PARTNER-ID = 'DIRECT'
015500             MOVE 'DIRECT is reserved -- not saved.'
015600                 TO PN-EXIT-MESSAGE
016200             IF PN-NEW-MONTHLY > ZERO
016300                 PERFORM 4200-APPEND-CONTRACT THRU 4200-EXIT
016400             END-IF
016410             IF PN-TERMS-KEYED
016440                 PERFORM 4300-APPEND-RATE THRU 4300-EXIT
016450             END-IF
016500             MOVE 'Partner saved.' TO PN-EXIT-MESSAGE
016600     END-EVALUATE.
016700 4000-EXIT.
016800     EXIT.

016810*    The screen only lists the first eight partners, so the
016812*    whole registry is scanned for the id keyed.
016814 4050-FIND-PARTNER.
016816     MOVE 'N' TO PN-KNOWN-SWITCH
016818     MOVE 'N' TO PN-EOF-SWITCH
016820     OPEN INPUT PARTNER-REGISTRY-FILE
016822     IF NOT PN-REGISTRY-FILE-OK
016824         GO TO 4050-EXIT
016826     END-IF
016828     PERFORM 4060-SCAN-ONE-PARTNER THRU 4060-EXIT
016830             UNTIL PN-AT-EOF OR PN-PARTNER-KNOWN
016832     CLOSE PARTNER-REGISTRY-FILE.
016834 4050-EXIT.
016836     EXIT.

016850 4060-SCAN-ONE-PARTNER.
016853     READ PARTNER-REGISTRY-FILE
016856         AT END
016859             MOVE 'Y' TO PN-EOF-SWITCH
016862         NOT AT END
016865             IF PG-PARTNER-ID = PN-NEW-PARTNER-ID
016868                 MOVE 'Y' TO PN-KNOWN-SWITCH
016871             END-IF
016874     END-READ.
016877 4060-EXIT.
016880     EXIT.

016900 4100-APPEND-PARTNER.
017000     MOVE PN-NEW-PARTNER-ID TO PG-PARTNER-ID
017100     MOVE PN-NEW-SECRET TO PG-SECRET
021300 4200-EXIT.
021400     EXIT.

021410*    Appended, never rewritten: the latest record for a partner
021420*    is the rate in force, and the ones before it are the
021430*    history of what the partner was charged when.
021440 4300-APPEND-RATE.
021450     ACCEPT PN-SYS-DATE FROM DATE YYYYMMDD
021460     MOVE PN-NEW-PARTNER-ID TO RA-PARTNER-ID
021470     MOVE PN-NEW-FLAT-FEE TO RA-FLAT-FEE
021480     MOVE PN-NEW-PLAY-PRICE TO RA-PLAY-PRICE
021490     MOVE PN-NEW-OVERAGE-PRICE TO RA-OVERAGE-PRICE
021500     MOVE PN-SYS-DATE TO RA-ENTERED-DATE
021501     MOVE PN-NEW-SLA-AVG TO RA-SLA-AVG-HUND
021502     MOVE PN-NEW-SLA-P95 TO RA-SLA-P95-HUND
021503     MOVE PN-NEW-SLA-AVAIL TO RA-SLA-AVAIL-PCT
021504     MOVE PN-NEW-SLA-CREDIT TO RA-SLA-CREDIT
021510     OPEN EXTEND PARTNER-RATE-FILE
021520     IF NOT PN-RATE-FILE-OK
021530         OPEN OUTPUT PARTNER-RATE-FILE
021540     END-IF
021550     WRITE PARTNER-RATE-RECORD
021560     CLOSE PARTNER-RATE-FILE
021570     MOVE 'RATES' TO PN-JRNL-ACTION
021580     MOVE SPACES TO PN-JRNL-BEFORE
021590     MOVE PARTNER-RATE-RECORD TO PN-JRNL-AFTER
021600     CALL "CONJRNL" USING PN-CONSOLE-NAME
021610                           PN-OPERATOR-ID
021620                           PN-JRNL-ACTION
021630                           PN-JRNL-BEFORE
021640                           PN-JRNL-AFTER
021651*    The service terms don't fit beside the rates in one
021652*    journal image, so they get a line of their own.
021653     IF RA-SLA-TERMS = ZERO
021654         GO TO 4300-EXIT
021655     END-IF
021656     MOVE 'SLATERMS' TO PN-JRNL-ACTION
021657     MOVE SPACES TO PN-JRNL-AFTER
021658     STRING RA-PARTNER-ID ' ' RA-SLA-TERMS
021659         DELIMITED BY SIZE INTO PN-JRNL-AFTER
021661     CALL "CONJRNL" USING PN-CONSOLE-NAME
021662                           PN-OPERATOR-ID
021663                           PN-JRNL-ACTION
021664                           PN-JRNL-BEFORE
021665                           PN-JRNL-AFTER.
021666 4300-EXIT.
021670     EXIT.

021700 9999-EXIT.
021800     STOP RUN.
