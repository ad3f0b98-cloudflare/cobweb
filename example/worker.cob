024700*  can be replayed round by round (MATCHRPL) after its state
024800*  record is retired -- "it called the match 3-1 but I won
024900*  three rounds" finally has an answer other than trust us.
024901*  2026-10-15  jm  Stamp the billing partner id on every
024902*  PERF-LOG and SHED-LOG record, so PARTSLA can report each
024903*  partner the service it got and whether it was ever shed.
024904*  2026-10-15  jm  Bracket note: Swiss-system rounds ride the
024905*  same BRACKET file, so 2282-CHECK-BRACKET enforces them too.
024906*  2026-10-15  jm  Daily missions: every identified play is
024907*  counted against the missions open on MISSION-DEFINITION,
024908*  progress kept per player on MISSION-PROGRESS; a completion
024909*  posts the reward to POINTS-LEDGER as an EARN entry, reason
024910*  MSN- and the mission id, and is told on the response.  The
024911*  JSON buffer grows to 500 to carry the extra field.
024912*  2026-10-15  jm  Referral codes: "referral=NEW" mints a code
024913*  for the caller's profile on REFERRAL-CODE; a brand-new
024914*  profile whose first play carries "refcode=<code>" is
024915*  linked to the code's owner on REFERRAL-LINK, for REFPAY to
024916*  pay out once the new player has played enough.
024917*  2026-10-15  jm  Stamp this node's WORKER instance id (off
024918*  WKRNODE) on every GAME-RESULT, PLAY-HISTORY, AUDIT-LOG,
024919*  PARTNER-LOG and PERF-LOG record, so the game can be served
024920*  from several nodes and WKRMERGE can prove their feeds back
024921*  into the one set of files the batch window reads.
024922*  2026-10-15  jm  Player-set play limits: "playcap" sets a
024923*  daily cap and "cooloff" (24H, 7D, 30D) a cool-off, kept per
024924*  player on PLAY-LIMIT and enforced ahead of the pick with a
024925*  429 that says which limit and when play resumes.  A cap is
024926*  raised or lifted only from the next day and a cool-off is
024927*  never shortened.  The error message widens to 80 to carry
024928*  the wording.
024929*  2026-10-15  jm  Country eligibility rules off the new
024930*  COUNTRY-ELIGIBILITY table: a play from a country blocked
024931*  outright gets a 451, an earn the player's country may not
024932*  have is withheld rather than posted, and both land on
024933*  ELIGIBILITY-LOG.  Each player's latest country is kept on
024934*  PLAYER-COUNTRY for the parked side of a head-to-head and
024935*  for PTSCON.
024936*  2026-10-15  jm  Consent registrations and withdrawals are
024937*  appended to the CONSJRN journal (2258-WRITE-CONSENT-JRNL).
024938*  2026-10-15  jm  Skip an undeliverable contact when queuing the
024939*  achievement notice; a newly registered address starts
024940*  deliverable again.
024941*  2026-10-15  jm  Experiments: an identified player's own
024942*  game against the computer is placed in an arm of the live
024943*  EXPDEF experiment by a stable hash of experiment and player
024944*  id (2310-ASSIGN-EXPERIMENT); the arm's odds, opponent or
024945*  earn rates apply, and the arm is stamped on PLAY-HISTORY.
024946*  2026-10-15  jm  Cancelled events refuse the tag, and a
024947*  points buy-in event takes it only from a player
024948*  EVENTREG has an EVENT-ENTRY for.
024949*  2026-10-15  jm  An experiment arm that moves a lever runs only
024950*  once a second operator has signed it off (XM-CHECKER), and
024951*  event plays stay out of experiments.  A play-limit or
024952*  referral-code save that fails now answers 503.
024958*  2026-10-15  jm  Contact saves journalled only once written,
024964*  and only when something changed; mission progress and
024970*  referral links checked when saved; a withheld mission reward
024976*  says so; an unknown referral owner answers 400; over-long
024982*  playcap and cooloff values refused; the late paragraphs
024988*  renumbered into order after 7100.
025000******************************************************************
025100 ENVIRONMENT DIVISION.
025200 INPUT-OUTPUT SECTION.
032200     SELECT EVENT-PLAY-FILE ASSIGN TO "EVENTPLY"
032300         ORGANIZATION IS LINE SEQUENTIAL
032400         FILE STATUS IS GM-EVENTPLY-FILE-STATUS.
032420     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTENT"
032440         ORGANIZATION IS LINE SEQUENTIAL
032460         FILE STATUS IS GM-EVENTENT-FILE-STATUS.
032500     SELECT OPTIONAL CHALLENGE-FILE ASSIGN TO "CHALLNG"
032600         ORGANIZATION IS INDEXED
032700         ACCESS MODE IS DYNAMIC
036900         ACCESS MODE IS DYNAMIC
037000         RECORD KEY IS RY-RECOVERY-CODE
037100         FILE STATUS IS GM-RECOV-FILE-STATUS.
037105     SELECT OPTIONAL REFERRAL-CODE-FILE ASSIGN TO "REFCODE"
037110         ORGANIZATION IS INDEXED
037115         ACCESS MODE IS DYNAMIC
037120         RECORD KEY IS RF-REFERRAL-CODE
037125         FILE STATUS IS GM-REFCODE-FILE-STATUS.
037130     SELECT OPTIONAL REFERRAL-LINK-FILE ASSIGN TO "REFLINK"
037135         ORGANIZATION IS INDEXED
037140         ACCESS MODE IS DYNAMIC
037145         RECORD KEY IS RX-REFERRED-ID
037150         FILE STATUS IS GM-REFLINK-FILE-STATUS.
037200     SELECT POINT-RATES-FILE ASSIGN TO "PTSRATES"
037300         ORGANIZATION IS LINE SEQUENTIAL
037400         FILE STATUS IS GM-PTSRATES-FILE-STATUS.
038300     SELECT OPPONENT-FILE ASSIGN TO "OPPONENT"
038400         ORGANIZATION IS LINE SEQUENTIAL
038500         FILE STATUS IS GM-OPPONENT-FILE-STATUS.
038520     SELECT EXPERIMENT-DEFINITION-FILE ASSIGN TO "EXPDEF"
038540         ORGANIZATION IS LINE SEQUENTIAL
038560         FILE STATUS IS GM-EXPDEF-FILE-STATUS.
038600     SELECT OPTIONAL MATCH-POOL-FILE ASSIGN TO "MATCHPOL"
038700         ORGANIZATION IS INDEXED
038800         ACCESS MODE IS DYNAMIC
040400         ACCESS MODE IS DYNAMIC
040500         RECORD KEY IS DS-DATE
040600         FILE STATUS IS GM-DAYSUMM-FILE-STATUS.
040603     SELECT MISSION-DEFINITION-FILE ASSIGN TO "MISSDEF"
040606         ORGANIZATION IS LINE SEQUENTIAL
040609         FILE STATUS IS GM-MISSDEF-FILE-STATUS.
040612     SELECT OPTIONAL MISSION-PROGRESS-FILE ASSIGN TO "MISSPROG"
040615         ORGANIZATION IS INDEXED
040618         ACCESS MODE IS DYNAMIC
040621         RECORD KEY IS MP-KEY
040624         FILE STATUS IS GM-MISSPROG-FILE-STATUS.
040627     SELECT WORKER-NODE-FILE ASSIGN TO "WKRNODE"
040630         ORGANIZATION IS LINE SEQUENTIAL
040633         FILE STATUS IS GM-NODE-FILE-STATUS.
040636     SELECT OPTIONAL PLAY-LIMIT-FILE ASSIGN TO "PLAYLIM"
040639         ORGANIZATION IS INDEXED
040642         ACCESS MODE IS DYNAMIC
040645         RECORD KEY IS LM-PLAYER-ID
040648         FILE STATUS IS GM-PLAYLIM-FILE-STATUS.
040651     SELECT COUNTRY-ELIGIBILITY-FILE ASSIGN TO "CTRYELIG"
040654         ORGANIZATION IS LINE SEQUENTIAL
040657         FILE STATUS IS GM-CTRYELIG-FILE-STATUS.
040660     SELECT OPTIONAL PLAYER-COUNTRY-FILE ASSIGN TO "PLAYCTRY"
040663         ORGANIZATION IS INDEXED
040666         ACCESS MODE IS DYNAMIC
040669         RECORD KEY IS EY-PLAYER-ID
040672         FILE STATUS IS GM-PLAYCTRY-FILE-STATUS.
040675     SELECT ELIGIBILITY-LOG-FILE ASSIGN TO "ELIGLOG"
040678         ORGANIZATION IS LINE SEQUENTIAL
040681         FILE STATUS IS GM-ELIGLOG-FILE-STATUS.
040684     SELECT CONSENT-JOURNAL-FILE ASSIGN TO "CONSJRN"
040687         ORGANIZATION IS LINE SEQUENTIAL
040690         FILE STATUS IS GM-CONSJRN-FILE-STATUS.

040700 DATA DIVISION.
040800 FILE SECTION.
043700 FD  EVENT-PLAY-FILE.
043800 COPY "eventply.cpy".

043820 FD  EVENT-ENTRY-FILE.
043840 COPY "eventent.cpy".

043900 FD  MATCH-HISTORY-FILE.
044000 COPY "matchhst.cpy".

046300 FD  OPPONENT-FILE.
046400 COPY "opponent.cpy".

046420 FD  EXPERIMENT-DEFINITION-FILE.
046440 COPY "expdef.cpy".

046500 FD  POINT-RATES-FILE.
046600 COPY "ptsrates.cpy".

047100 FD  RECOVERY-CODE-FILE.
047200 COPY "recovcd.cpy".

047210 FD  REFERRAL-CODE-FILE.
047220 COPY "refcode.cpy".

047230 FD  REFERRAL-LINK-FILE.
047240 COPY "reflink.cpy".

047300 FD  PLAYER-CONTACT-FILE.
047400 COPY "contact.cpy".

049100 FD  SHED-LOG-FILE.
049200 COPY "shedlog.cpy".

049205 FD  MISSION-DEFINITION-FILE.
049210 COPY "missdef.cpy".

049215 FD  MISSION-PROGRESS-FILE.
049220 COPY "missprog.cpy".

049225 FD  WORKER-NODE-FILE.
049230 COPY "wkrinst.cpy".

049235 FD  PLAY-LIMIT-FILE.
049240 COPY "playlim.cpy".

049245 FD  COUNTRY-ELIGIBILITY-FILE.
049250 COPY "ctryelig.cpy".

049255 FD  PLAYER-COUNTRY-FILE.
049260 COPY "playctry.cpy".

049265 FD  ELIGIBILITY-LOG-FILE.
049270 COPY "eliglog.cpy".

049275 FD  CONSENT-JOURNAL-FILE.
049280 COPY "consjrn.cpy".

049300 WORKING-STORAGE SECTION.
049400     01 RAND-NUM PIC 9(2).
049500     01 GM-RAND-RAW PIC 9(09) COMP VALUE ZERO.
062200     01 GM-OPPONENT-FOUND-SW PIC X(01) VALUE 'N'.
062300        88 GM-OPPONENT-FOUND            VALUE 'Y'.
062400     01 GM-OPP-TEXT PIC X(70) VALUE SPACES.
062402*    ----------------------------------------------------------
062404*    Experiments off EXPERIMENT-DEFINITION.  An identified
062406*    player lands in an arm of the live experiment by a stable
062408*    hash of the experiment id and player id; the arm's lever
062410*    is applied here and the arm rides the PLAY-HISTORY record
062412*    for the nightly comparison.
062414*    ----------------------------------------------------------
062416     77 GM-EXPDEF-FILE-STATUS PIC X(02) VALUE '00'.
062418        88 GM-EXPDEF-FILE-OK           VALUE '00'.
062420     01 GM-EXPDEF-EOF-SWITCH PIC X(01) VALUE 'N'.
062422        88 GM-EXPDEF-AT-EOF            VALUE 'Y'.
062424     01 GM-XM-EXPERIMENT-ID PIC X(08) VALUE SPACES.
062426     01 GM-XM-ARM PIC X(01) VALUE SPACE.
062428     01 GM-XM-LEVER PIC X(01) VALUE SPACE.
062430        88 GM-XM-OPPONENT-ARM         VALUE 'P'.
062432        88 GM-XM-RATES-ARM            VALUE 'R'.
062434     01 GM-XM-OPPONENT-ID PIC X(08) VALUE SPACES.
062436     01 GM-XM-WIN-POINTS PIC 9(05) VALUE ZERO.
062438     01 GM-XM-STREAK-POINTS PIC 9(05) VALUE ZERO.
062440     01 GM-XM-EVENT-POINTS PIC 9(05) VALUE ZERO.
062442     01 GM-XM-HASH-KEY.
062444        05 GM-XM-KEY-EXPERIMENT PIC X(08) VALUE SPACES.
062446        05 GM-XM-KEY-PLAYER PIC X(20) VALUE SPACES.
062448     01 GM-XM-HASH-CHAR PIC X(01) VALUE SPACE.
062450     01 GM-XM-ALPHABET.
062452        05 FILLER PIC X(36) VALUE
062454           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
062456        05 FILLER PIC X(28) VALUE
062458           'abcdefghijklmnopqrstuvwxyz-_'.
062460     01 GM-XM-CHAR-SUB PIC 9(03) COMP VALUE ZERO.
062462     01 GM-XM-ORD PIC 9(03) COMP VALUE ZERO.
062464     01 GM-XM-HASH PIC 9(09) COMP VALUE ZERO.
062466     01 GM-XM-HASH-QUOT PIC 9(09) COMP VALUE ZERO.
062468     01 GM-XM-BUCKET PIC 9(03) COMP VALUE ZERO.
062470     01 GM-XM-CUM-PCT PIC 9(03) COMP VALUE ZERO.
062500*    ----------------------------------------------------------
062600*    Overload shedding.  The rolling service-time average on
062700*    HEALTH-STATE against the SHEDCFG thresholds decides
066400        88 GM-MSGQ-FILE-OK             VALUE '00'.
066500     01 GM-CONTACT-NEW-REC PIC X(01) VALUE 'N'.
066600        88 GM-CONTACT-IS-NEW           VALUE 'Y'.
066620     77 GM-CONSJRN-FILE-STATUS PIC X(02) VALUE '00'.
066640        88 GM-CONSJRN-FILE-OK          VALUE '00'.
066660     01 GM-CONSENT-PRIOR PIC X(01) VALUE SPACE.
066680     01 GM-CONSENT-EVENT PIC X(01) VALUE SPACE.
066686     01 GM-CONTACT-CHANGE-SW PIC X(01) VALUE 'N'.
066692        88 GM-CONTACT-CHANGED          VALUE 'Y'.
066700*    ----------------------------------------------------------
066800*    Profile recovery.  "recover=NEW" mints a one-time code
066900*    for the caller's profile; "recover=<code>" hands the
067500        88 GM-RECOV-FILE-OK            VALUES '00' '05'.
067600     01 GM-RECOVER-PLAYER PIC X(20) VALUE SPACES.
067700     01 GM-RECOVER-TEXT PIC X(60) VALUE SPACES.
067705*    ----------------------------------------------------------
067710*    Referrals.  "referral=NEW" mints a code for the caller's
067715*    profile; a brand-new player whose first play carries
067720*    "refcode=<code>" is linked to the code's owner.
067725*    ----------------------------------------------------------
067730     01 ARG-NAME-REFERRAL PIC X(08) VALUE 'referral'.
067735     01 ARG-NAME-REFCODE PIC X(07) VALUE 'refcode'.
067740     01 GM-REFERRAL-VALUE PIC X(16) VALUE SPACES.
067745     01 GM-REFER-CODE PIC X(16) VALUE SPACES.
067750     01 GM-REFER-CALLER PIC X(20) VALUE SPACES.
067755     01 GM-REFER-OWNER PIC X(20) VALUE SPACES.
067760     01 GM-REFER-TEXT PIC X(60) VALUE SPACES.
067765     77 GM-REFCODE-FILE-STATUS PIC X(02) VALUE '00'.
067770        88 GM-REFCODE-FILE-OK          VALUES '00' '05'.
067775     77 GM-REFLINK-FILE-STATUS PIC X(02) VALUE '00'.
067780        88 GM-REFLINK-FILE-OK          VALUES '00' '05'.
067800*    ----------------------------------------------------------
067900*    Points economy.  Earn rates come off the POINT-RATES
068000*    file with built-in fallbacks, same as the rate limit's
069800     01 GM-EARN-REASON PIC X(12) VALUE SPACES.
069900     01 GM-STREAK-QUOT PIC 9(05) COMP VALUE ZERO.
070000     01 GM-STREAK-REM PIC 9(05) COMP VALUE ZERO.
070005*    ----------------------------------------------------------
070010*    Daily missions.  Every mission open on the day of an
070015*    identified play is checked against it; the play that
070020*    completes one posts its reward and says so on the response.
070025*    ----------------------------------------------------------
070030     77 GM-MISSDEF-FILE-STATUS PIC X(02) VALUE '00'.
070035        88 GM-MISSDEF-FILE-OK           VALUE '00'.
070040     77 GM-MISSPROG-FILE-STATUS PIC X(02) VALUE '00'.
070045        88 GM-MISSPROG-FILE-OK          VALUES '00' '05'.
070050     01 GM-MISSION-EOF-SWITCH PIC X(01) VALUE 'N'.
070055        88 GM-MISSION-AT-EOF            VALUE 'Y'.
070060     01 GM-MISSPROG-NEW-REC PIC X(01) VALUE 'N'.
070065        88 GM-MISSPROG-IS-NEW           VALUE 'Y'.
070070     01 GM-MISSION-POINTS-ED PIC Z(04)9.
070075     01 GM-MISSION-TEXT PIC X(80) VALUE SPACES.
070077*    ----------------------------------------------------------
070079*    WORKER instance.  Each node's WKRNODE record names the
070081*    instance it runs, and that id is stamped on every feed
070083*    record written here, so WKRMERGE can put the nodes' feeds
070085*    back together for the batch window.  No file, or an id
070087*    outside 1-9, is the single-node setup: instance 1.
070089*    ----------------------------------------------------------
070091     77 GM-NODE-FILE-STATUS PIC X(02) VALUE '00'.
070093        88 GM-NODE-FILE-OK               VALUE '00'.
070095     01 GM-INSTANCE-ID PIC X(01) VALUE '1'.
070100*    ----------------------------------------------------------
070200*    Maintenance mode.  Ops drops a MAINTENANCE-FLAG record ahead
070300*    of a deploy so every pick request gets a clear 503 instead
082400     01 GM-ACCEPT-VALUE PIC X(40) VALUE SPACES.
082500     01 GM-RESPONSE-FORMAT PIC X(01) VALUE 'T'.
082600        88 GM-JSON-MODE VALUE 'J'.
082700     01 GM-JSON-BUFFER PIC X(500) VALUE SPACES.
082800     01 GM-JSON-PTR PIC 9(04) COMP.
082900     01 GM-ERROR-MSG PIC X(80) VALUE SPACES.
083000     01 ROCK PIC A(8) VALUE 'rock'.
083100     01 SCISSORS PIC A(8) VALUE 'scissors'.
083200     01 PAPER PIC A(8) VALUE 'paper'.
093400        88 GM-EVENT-IS-OPEN           VALUE 'Y'.
093500     01 GM-EVENT-REJECT-MSG PIC X(30) VALUE
093600        'event is not open for play'.
093605*    A points buy-in event (nonzero EV-ENTRY-FEE) only takes
093610*    the tag from a player EVENTREG has an EVENT-ENTRY for; a
093615*    cancelled event takes it from nobody.
093620     01 GM-EVENT-FEE PIC 9(07) VALUE ZERO.
093625     77 GM-EVENTENT-FILE-STATUS PIC X(02) VALUE '00'.
093630        88 GM-EVENTENT-FILE-OK        VALUE '00'.
093635     01 GM-EVENTENT-EOF-SWITCH PIC X(01) VALUE 'N'.
093640        88 GM-EVENTENT-AT-EOF         VALUE 'Y'.
093645     01 GM-EVENT-ENTERED-SWITCH PIC X(01) VALUE 'N'.
093650        88 GM-EVENT-IS-ENTERED        VALUE 'Y'.
093655     01 GM-EVENT-ENTRY-MSG PIC X(30) VALUE
093660        'event needs a paid entry first'.
093700*    ----------------------------------------------------------
093800*    Bracket enforcement.  When the event has a BRACKET on
093900*    file, the play must be the head-to-head a pending match
105100           10 GM-LANG-LOSE           PIC X(20).
105200           10 GM-LANG-TIE            PIC X(20).

105202*    ----------------------------------------------------------
105204*    Player-set play limits.  "playcap=<n>" (or OFF) sets a
105206*    daily cap, "cooloff=24H", "7D" or "30D" a cool-off, both
105208*    kept per player id on PLAY-LIMIT and enforced ahead of the
105210*    pick -- a self-exclusion that no longer needs an IPCTL
105212*    deny entry shutting out everyone behind the address.
105214*    ----------------------------------------------------------
105216     01 ARG-NAME-PLAYCAP PIC X(07) VALUE 'playcap'.
105218     01 ARG-NAME-COOLOFF PIC X(07) VALUE 'cooloff'.
105220     01 GM-PLAYCAP-VALUE PIC X(12) VALUE SPACES.
105222     01 GM-COOLOFF-VALUE PIC X(08) VALUE SPACES.
105224     77 GM-PLAYLIM-FILE-STATUS PIC X(02) VALUE '00'.
105226        88 GM-PLAYLIM-FILE-OK          VALUES '00' '05'.
105228     01 GM-PLAYLIM-NEW-REC PIC X(01) VALUE 'N'.
105230        88 GM-PLAYLIM-IS-NEW           VALUE 'Y'.
105232     01 GM-PLAYCAP-SW PIC X(01) VALUE 'N'.
105234        88 GM-PLAYCAP-VALID            VALUE 'Y'.
105236     01 GM-COOLOFF-SW PIC X(01) VALUE 'N'.
105238        88 GM-COOLOFF-ACTIVE           VALUE 'Y'.
105240     01 GM-LIMIT-PLAYER PIC X(20) VALUE SPACES.
105242     01 GM-NEW-CAP PIC 9(05) VALUE ZERO.
105244     01 GM-CAP-LENGTH PIC 9(02) COMP VALUE ZERO.
105246     01 GM-COOLOFF-DAYS PIC 9(02) COMP VALUE ZERO.
105248     01 GM-LIMIT-INTEGER PIC S9(09) COMP VALUE ZERO.
105250     01 GM-LIMIT-END-DATE PIC 9(08) VALUE ZERO.
105252     01 GM-LIMIT-CAP-EDIT PIC Z(4)9.
105254     01 GM-LIMIT-PTR PIC 9(04) COMP VALUE 1.
105256     01 GM-LIMIT-TEXT PIC X(80) VALUE SPACES.

105257*    ----------------------------------------------------------
105258*    Country eligibility.  COUNTRY-ELIGIBILITY says, per
105259*    CF-IPCountry code, whether a play is taken and whether
105260*    its earns post; a code not on the table, or a request
105261*    with no code at all, is allowed both.  PLAYER-COUNTRY
105262*    remembers each player's latest country for the side of
105263*    a head-to-head that isn't the one making the request, and
105264*    for PTSCON.  Everything the rules stop lands on
105265*    ELIGIBILITY-LOG for the month-end ELIGRPT.
105266*    ----------------------------------------------------------
105267     77 GM-CTRYELIG-FILE-STATUS PIC X(02) VALUE '00'.
105268        88 GM-CTRYELIG-FILE-OK         VALUE '00'.
105269     01 GM-CTRYELIG-EOF-SWITCH PIC X(01) VALUE 'N'.
105270        88 GM-CTRYELIG-AT-EOF          VALUE 'Y'.
105271     77 GM-PLAYCTRY-FILE-STATUS PIC X(02) VALUE '00'.
105272        88 GM-PLAYCTRY-FILE-OK         VALUES '00' '05'.
105273     01 GM-PLAYCTRY-NEW-REC PIC X(01) VALUE 'N'.
105274        88 GM-PLAYCTRY-IS-NEW          VALUE 'Y'.
105275     77 GM-ELIGLOG-FILE-STATUS PIC X(02) VALUE '00'.
105276        88 GM-ELIGLOG-FILE-OK          VALUE '00'.
105277     01 GM-ELIG-COUNTRY PIC X(02) VALUE SPACES.
105278     01 GM-ELIG-PLAY PIC X(01) VALUE 'Y'.
105279        88 GM-ELIG-PLAY-BLOCKED        VALUE 'N'.
105280     01 GM-ELIG-POINTS PIC X(01) VALUE 'Y'.
105281        88 GM-ELIG-POINTS-BLOCKED      VALUE 'N'.
105282     01 GM-ELIG-ACTION PIC X(01) VALUE SPACE.
105283     01 GM-ELIG-LOG-POINTS PIC 9(07) VALUE ZERO.
105284     01 GM-ELIG-DETAIL PIC X(12) VALUE SPACES.
105285     01 HTTP-UNAVAILABLE-LEGAL PIC A(3) VALUE '451'.
105286     01 GM-COUNTRY-MSG PIC X(40) VALUE
105287        'play is not available in your country'.

105300*    ----------------------------------------------------------
105400*    Snapshot of the fields on-call cares about most, hex
105500*    dumped through the vendored CBL_OC_DUMP routine whenever
108300     PERFORM 1800-ANSWER-CHALLENGE-STATUS THRU 1800-EXIT
108400     PERFORM 1950-REFUSE-IF-READ-ONLY THRU 1950-EXIT
108500     PERFORM 1900-HANDLE-RECOVERY THRU 1900-EXIT
108550     PERFORM 1930-HANDLE-REFERRAL THRU 1930-EXIT
108570     PERFORM 7200-HANDLE-PLAY-LIMITS THRU 7200-EXIT
108600     PERFORM 2000-READ-PICK THRU 2000-EXIT
108700     PERFORM 2100-READ-MATCH-PARAMS THRU 2100-EXIT
108800     PERFORM 2200-READ-PLAYERID THRU 2200-EXIT
109100     PERFORM 2252-REGISTER-CONTACT THRU 2252-EXIT
109200     PERFORM 2260-READ-DIFFICULTY THRU 2260-EXIT
109300     PERFORM 2262-READ-OPPONENT THRU 2262-EXIT
109350     PERFORM 2266-READ-REFERRAL-CODE THRU 2266-EXIT
109400     PERFORM 2270-READ-CHALLENGE THRU 2270-EXIT
109500     PERFORM 2272-READ-MATCH-MODE THRU 2272-EXIT
109600     PERFORM 2275-READ-PARTNER THRU 2275-EXIT
109700     PERFORM 2280-READ-EVENT THRU 2280-EXIT
109750     PERFORM 2310-ASSIGN-EXPERIMENT THRU 2310-EXIT
109800     PERFORM 2297-READ-PROBE-MARKER THRU 2297-EXIT
109900     PERFORM 2298-CHECK-OVERLOAD THRU 2298-EXIT
110000     PERFORM 2300-READ-REQUEST-ID THRU 2300-EXIT
110100     PERFORM 2400-CHECK-IDEMPOTENCY THRU 2400-EXIT
110200     IF NOT GM-IDEMPOTENT-REPLAY
110220         PERFORM 7400-CHECK-COUNTRY-PLAY THRU 7400-EXIT
110250         PERFORM 7300-CHECK-PLAY-LIMITS THRU 7300-EXIT
110300         IF GM-CHALLENGE-CODE NOT = SPACES
110400             PERFORM 8000-HEAD-TO-HEAD THRU 8000-EXIT
110500         END-IF
113800     MOVE SCISSORS TO GM-BEATS-WHAT(5, 1).
113900     MOVE ROCK TO GM-BEATS-WHAT(5, 2).
114000     PERFORM 1080-MIRROR-RULE-TABLE THRU 1080-EXIT.
114050     PERFORM 1090-LOAD-INSTANCE THRU 1090-EXIT.
114100 1000-EXIT.
114200     EXIT.

115700 1085-EXIT.
115800     EXIT.

115805 1090-LOAD-INSTANCE.
115810     OPEN INPUT WORKER-NODE-FILE
115815     IF GM-NODE-FILE-OK
115820         READ WORKER-NODE-FILE
115825             AT END
115830                 CONTINUE
115835             NOT AT END
115840                 IF WI-VALID-INSTANCE
115845                     MOVE WI-INSTANCE-ID TO GM-INSTANCE-ID
115850                 END-IF
115855         END-READ
115860         CLOSE WORKER-NODE-FILE
115865     END-IF.
115870 1090-EXIT.
115875     EXIT.

115900*    English, Spanish and French are the languages support has
116000*    translated strings for today; any other Accept-Language
116100*    falls back to English (row 1) in 1550-DETECT-LANGUAGE.
169200 1920-EXIT.
169300     EXIT.

169302*    ----------------------------------------------------------
169303*    Referral codes.  "referral=NEW" mints a code for the
169304*    caller's profile to hand to friends and answers with it,
169305*    nothing else, the same way a recovery mint does.  Only a
169306*    profile on file gets one.  A code is never burned.
169307*    ----------------------------------------------------------
169308 1930-HANDLE-REFERRAL.
169309     CALL "get_http_form_str" USING ARG-NAME-REFERRAL
169310                                     GM-REFERRAL-VALUE
169311     IF GM-REFERRAL-VALUE NOT = 'NEW' AND
169312        GM-REFERRAL-VALUE NOT = 'new'
169313         GO TO 1930-EXIT
169314     END-IF
169315     PERFORM 1940-MINT-REFERRAL-CODE THRU 1940-EXIT
169316     IF GM-JSON-MODE
169317         MOVE SPACES TO GM-JSON-BUFFER
169318         STRING '{"referral":"'  DELIMITED BY SIZE
169319                FUNCTION TRIM(GM-REFER-TEXT)
169320                                 DELIMITED BY SIZE
169321                '"}'             DELIMITED BY SIZE
169322             INTO GM-JSON-BUFFER
169323         CALL "set_http_body" USING GM-JSON-BUFFER
169324     ELSE
169325         CALL "set_http_body" USING GM-REFER-TEXT
169326     END-IF
169327     GO TO 9999-EXIT.
169328 1930-EXIT.
169329     EXIT.

169330 1940-MINT-REFERRAL-CODE.
169331     CALL "get_http_form_str" USING ARG-NAME-PLAYERID
169332                                     GM-REFER-OWNER
169333     IF GM-REFER-OWNER = SPACES
169334         MOVE GM-COOKIE-PLAYER TO GM-REFER-OWNER
169335     END-IF
169336     IF GM-REFER-OWNER = SPACES
169337         MOVE 'no profile to refer from' TO GM-REFER-TEXT
169338         CALL "set_http_status" USING GM-ERROR-STATUS
169339         GO TO 1940-EXIT
169340     END-IF
169341     OPEN INPUT PLAYER-PROFILE-FILE
169342     IF NOT GM-PROFILE-FILE-OK
169343         MOVE 'referrals unavailable' TO GM-REFER-TEXT
169344         MOVE HTTP-SERVICE-UNAVAILABLE TO GM-ERROR-STATUS
169345         CALL "set_http_status" USING GM-ERROR-STATUS
169346         GO TO 1940-EXIT
169347     END-IF
169348     MOVE GM-REFER-OWNER TO PP-PLAYER-ID
169349     READ PLAYER-PROFILE-FILE
169350         INVALID KEY
169351             MOVE 'no profile on file for that id'
169352                 TO GM-REFER-TEXT
169353             CALL "set_http_status" USING GM-ERROR-STATUS
169354             CLOSE PLAYER-PROFILE-FILE
169355             GO TO 1940-EXIT
169356     END-READ
169357     CLOSE PLAYER-PROFILE-FILE
169358     PERFORM 7100-MINT-IDENTIFIER THRU 7100-EXIT
169359     OPEN I-O REFERRAL-CODE-FILE
169360     IF NOT GM-REFCODE-FILE-OK
169361         MOVE 'referrals unavailable' TO GM-REFER-TEXT
169362         MOVE HTTP-SERVICE-UNAVAILABLE TO GM-ERROR-STATUS
169363         CALL "set_http_status" USING GM-ERROR-STATUS
169364         GO TO 1940-EXIT
169365     END-IF
169366     MOVE GM-MINTED-ID (1:16) TO RF-REFERRAL-CODE
169367     MOVE GM-REFER-OWNER TO RF-PLAYER-ID
169368     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
169369     ACCEPT GM-SYS-TIME FROM TIME
169370     MOVE GM-SYS-DATE TO RF-CREATE-DATE
169371     MOVE GM-SYS-TIME TO RF-CREATE-TIME
169372     WRITE REFERRAL-CODE-RECORD
169373         INVALID KEY
169374             CLOSE REFERRAL-CODE-FILE
169375             MOVE 'referral code not saved -- try again later'
169376                 TO GM-REFER-TEXT
169377             MOVE HTTP-SERVICE-UNAVAILABLE TO GM-ERROR-STATUS
169378             CALL "set_http_status" USING GM-ERROR-STATUS
169379             GO TO 1940-EXIT
169380     END-WRITE
169381     CLOSE REFERRAL-CODE-FILE
169382     MOVE SPACES TO GM-REFER-TEXT
169383     STRING 'referral code: ' RF-REFERRAL-CODE
169384            ' -- share it with a friend'
169385         DELIMITED BY SIZE INTO GM-REFER-TEXT.
169386 1940-EXIT.
169387     EXIT.

169400*    Spaces in the status byte is a record from before the
169500*    lifecycle existed -- still waiting, same as 'W'.
169600 1810-BUILD-STATUS-TEXT.
188200     MOVE ARG-NAME TO AL-ARG-NAME
188300     MOVE ARG-VALUE TO AL-ARG-VALUE
188400     MOVE GM-AUDIT-OUTCOME TO AL-OUTCOME
188450     MOVE GM-INSTANCE-ID TO AL-INSTANCE-ID
188500     OPEN EXTEND AUDIT-LOG-FILE
188600     IF NOT GM-AUDIT-FILE-OK
188700         OPEN OUTPUT AUDIT-LOG-FILE
201400             SET GM-CONTACT-IS-NEW TO TRUE
201500             MOVE GM-PLAYER-ID TO CT-PLAYER-ID
201600     END-READ
201610     IF GM-CONTACT-IS-NEW
201620         MOVE SPACE TO GM-CONSENT-PRIOR
201630     ELSE
201640         MOVE CT-CONSENT-FLAG TO GM-CONSENT-PRIOR
201650     END-IF
201652     MOVE 'N' TO GM-CONTACT-CHANGE-SW
201655     IF GM-CONTACT-IS-NEW OR CT-ADDRESS NOT = GM-CONTACT-VALUE
201657         MOVE 'Y' TO GM-CONTACT-CHANGE-SW
201660         MOVE SPACE TO CT-DELIVERY-FLAG
201665         MOVE ZERO TO CT-SOFT-BOUNCES
201670         MOVE ZERO TO CT-BOUNCE-DATE
201675     END-IF
201681     IF GM-CONSENT-PRIOR NOT = 'Y'
201687         MOVE 'Y' TO GM-CONTACT-CHANGE-SW
201693     END-IF
201700     MOVE GM-CONTACT-VALUE TO CT-ADDRESS
201800     SET CT-CONSENTED TO TRUE
201900     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
202300     ELSE
202400         REWRITE PLAYER-CONTACT-RECORD
202500     END-IF
202525     IF NOT GM-CONTACT-FILE-OK
202550         MOVE 'N' TO GM-CONTACT-CHANGE-SW
202575     END-IF
202600     CLOSE PLAYER-CONTACT-FILE
202620     IF GM-CONTACT-CHANGED
202640         MOVE 'G' TO GM-CONSENT-EVENT
202660         PERFORM 2258-WRITE-CONSENT-JRNL THRU 2258-EXIT
202680     END-IF.
202700 2254-EXIT.
202800     EXIT.

203700             CLOSE PLAYER-CONTACT-FILE
203800             GO TO 2256-EXIT
203900     END-READ
203950     MOVE CT-CONSENT-FLAG TO GM-CONSENT-PRIOR
204000     DELETE PLAYER-CONTACT-FILE RECORD
204020     IF NOT GM-CONTACT-FILE-OK
204040         CLOSE PLAYER-CONTACT-FILE
204060         GO TO 2256-EXIT
204080     END-IF
204100     CLOSE PLAYER-CONTACT-FILE
204120     MOVE 'W' TO GM-CONSENT-EVENT
204140     PERFORM 2258-WRITE-CONSENT-JRNL THRU 2258-EXIT.
204200 2256-EXIT.
204300     EXIT.

204305*    Every change to PLAYER-CONTACT is also appended to the
204310*    permanent consent journal, with the consent byte that
204315*    was on file before it.  The address is not journalled.
204320 2258-WRITE-CONSENT-JRNL.
204325     ACCEPT KJ-DATE FROM DATE YYYYMMDD
204330     ACCEPT KJ-TIME FROM TIME
204335     MOVE GM-PLAYER-ID TO KJ-PLAYER-ID
204340     MOVE GM-CONSENT-EVENT TO KJ-EVENT
204345     MOVE GM-CONSENT-PRIOR TO KJ-PRIOR-FLAG
204350     MOVE 'WORKER' TO KJ-SOURCE
204355     OPEN EXTEND CONSENT-JOURNAL-FILE
204360     IF NOT GM-CONSJRN-FILE-OK
204365         OPEN OUTPUT CONSENT-JOURNAL-FILE
204370     END-IF
204375     WRITE CONSENT-JOURNAL-RECORD
204380     CLOSE CONSENT-JOURNAL-FILE.
204385 2258-EXIT.
204390     EXIT.

204400*    Anything other than 1-4 (missing, zero, or a bad value the
204500*    platform can't even parse as a digit) plays normal.  4 is
204600*    adaptive -- the per-player model draw.
212000 2264-EXIT.
212100     EXIT.

212118*    A "refcode" only matters on a brand-new profile's first
212127*    play.  The caller's own id is kept with it so 4850 links
212136*    the caller and never the parked side of a head-to-head.
212145 2266-READ-REFERRAL-CODE.
212154     CALL "get_http_form_str" USING ARG-NAME-REFCODE
212163                                     GM-REFER-CODE
212172     MOVE GM-PLAYER-ID TO GM-REFER-CALLER.
212181 2266-EXIT.
212190     EXIT.

212200*    A missing "challenge" leaves GM-CHALLENGE-CODE blank, which
212300*    the mainline treats as "ordinary player-vs-computer" -- a
212400*    caller who never asks for head-to-head sees no change.
229800             PERFORM 2020-WRITE-AUDIT THRU 2020-EXIT
229900             PERFORM 2900-SEND-ERROR THRU 2900-EXIT
230000         END-IF
230010         IF GM-EVENT-FEE > ZERO
230020             PERFORM 2287-CHECK-EVENT-ENTRY THRU 2287-EXIT
230030             IF NOT GM-EVENT-IS-ENTERED
230040                 MOVE GM-EVENT-ENTRY-MSG TO GM-ERROR-MSG
230050                 MOVE 'EVENT' TO GM-AUDIT-OUTCOME
230060                 PERFORM 2020-WRITE-AUDIT THRU 2020-EXIT
230070                 PERFORM 2900-SEND-ERROR THRU 2900-EXIT
230080             END-IF
230090         END-IF
230100         PERFORM 2282-CHECK-BRACKET THRU 2282-EXIT
230200     END-IF.
230300 2280-EXIT.
230900*    playing head-to-head against the other side.  Two passes
231000*    of the small bracket file: one to learn the current
231100*    round, one to find the caller's match in it.  An event
231200*    with no bracket on file behaves exactly as before.  A
231210*    Swiss-system event's rounds are BRACKET records too, so the
231220*    same check holds each Swiss round to BRACKADV's pairings.
231300*    ----------------------------------------------------------
231400 2282-CHECK-BRACKET.
231500     MOVE 'N' TO GM-BRACKET-EVENT-SW
246800     MOVE GM-SYS-DATE TO SL-DATE
246900     MOVE GM-SYS-TIME TO SL-TIME
247000     MOVE GM-SHED-TIER TO SL-TIER
247010     MOVE GM-PARTNER-ID TO SL-PARTNER-ID
247100     OPEN EXTEND SHED-LOG-FILE
247200     IF NOT GM-SHEDLOG-FILE-OK
247300         OPEN OUTPUT SHED-LOG-FILE
248500 2285-VALIDATE-EVENT.
248600     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
248700     MOVE 'N' TO GM-EVENT-OPEN-SWITCH
248750     MOVE ZERO TO GM-EVENT-FEE
248800     MOVE 'N' TO GM-EVENT-EOF-SWITCH
248900     OPEN INPUT EVENT-DEFINITION-FILE
249000     IF GM-EVENT-FILE-OK
249500 2285-EXIT.
249600     EXIT.

249603 2287-CHECK-EVENT-ENTRY.
249606     MOVE 'N' TO GM-EVENT-ENTERED-SWITCH
249609     MOVE 'N' TO GM-EVENTENT-EOF-SWITCH
249612     IF GM-PLAYER-ID = SPACES
249615         GO TO 2287-EXIT
249618     END-IF
249621     OPEN INPUT EVENT-ENTRY-FILE
249624     IF NOT GM-EVENTENT-FILE-OK
249627         GO TO 2287-EXIT
249630     END-IF
249633     PERFORM 2288-CHECK-ONE-ENTRY THRU 2288-EXIT
249636             UNTIL GM-EVENTENT-AT-EOF OR GM-EVENT-IS-ENTERED
249639     CLOSE EVENT-ENTRY-FILE.
249642 2287-EXIT.
249645     EXIT.

249648 2288-CHECK-ONE-ENTRY.
249651     READ EVENT-ENTRY-FILE
249654         AT END
249657             MOVE 'Y' TO GM-EVENTENT-EOF-SWITCH
249660         NOT AT END
249663             IF EN-EVENT-ID = GM-EVENT-ID AND
249666                EN-PLAYER-ID = GM-PLAYER-ID
249669                 MOVE 'Y' TO GM-EVENT-ENTERED-SWITCH
249672             END-IF
249675     END-READ.
249678 2288-EXIT.
249681     EXIT.

249700 2290-CHECK-ONE-EVENT.
249800     READ EVENT-DEFINITION-FILE
249900         AT END
250100         NOT AT END
250200             IF EV-EVENT-ID = GM-EVENT-ID AND
250300                GM-SYS-DATE >= EV-START-DATE AND
250400                GM-SYS-DATE <= EV-END-DATE AND
250450                NOT EV-CANCELLED
250500                 MOVE 'Y' TO GM-EVENT-OPEN-SWITCH
250520                 IF EV-ENTRY-FEE NUMERIC
250540                     MOVE EV-ENTRY-FEE TO GM-EVENT-FEE
250560                 END-IF
250600             END-IF
250700     END-READ.
250800 2290-EXIT.
251700 2300-EXIT.
251800     EXIT.

251802*    ----------------------------------------------------------
251804*    Experiment arm.  Only an identified player's own game
251806*    against the computer takes part -- a challenge code or a
251808*    pool match is a game between two people, and an event
251810*    play is scored against the event's own rules.  The live
251812*    experiment is the first on EXPERIMENT-DEFINITION whose
251814*    window covers today; a missing file means nothing is
251816*    running.  The hash of experiment id and player id picks
251818*    one of 100 buckets, and the arms take their shares of
251820*    them in file order; a bucket past the last share is the
251822*    holdout and plays unstamped.  A player who picked a
251824*    variant or a named opponent keeps the game they asked
251826*    for, but is still stamped, so the comparison stays
251828*    intention-to-treat.
251832 2310-ASSIGN-EXPERIMENT.
251834     IF GM-PLAYER-ID = SPACES OR GM-CHALLENGE-CODE NOT = SPACES
251836        OR GM-MATCH-ANYONE OR GM-EVENT-ID NOT = SPACES
251838         GO TO 2310-EXIT
251840     END-IF
251842     MOVE SPACES TO GM-XM-KEY-EXPERIMENT
251844     MOVE 'N' TO GM-EXPDEF-EOF-SWITCH
251846     OPEN INPUT EXPERIMENT-DEFINITION-FILE
251848     IF NOT GM-EXPDEF-FILE-OK
251850         GO TO 2310-EXIT
251852     END-IF
251854     PERFORM 2460-SCAN-ONE-ARM THRU 2460-EXIT
251856             UNTIL GM-EXPDEF-AT-EOF OR GM-XM-ARM NOT = SPACE
251858     CLOSE EXPERIMENT-DEFINITION-FILE
251860     IF GM-XM-OPPONENT-ARM AND GM-OPPONENT-ID = SPACES
251862         MOVE GM-XM-OPPONENT-ID TO GM-OPPONENT-ID
251864         MOVE 'N' TO GM-OPPONENT-FOUND-SW
251866         MOVE 'N' TO GM-OPPONENT-EOF-SWITCH
251868         OPEN INPUT OPPONENT-FILE
251870         IF GM-OPPONENT-FILE-OK
251872             PERFORM 2263-SCAN-ONE-OPPONENT THRU 2263-EXIT
251874                 UNTIL GM-OPPONENT-AT-EOF OR GM-OPPONENT-FOUND
251876             CLOSE OPPONENT-FILE
251878         END-IF
251880         IF GM-OPPONENT-FOUND
251882             PERFORM 2264-APPLY-OPPONENT THRU 2264-EXIT
251884         ELSE
251886             MOVE SPACES TO GM-OPPONENT-ID
251888         END-IF
251890     END-IF.
251892 2310-EXIT.
251894     EXIT.

251900*    A request id already on file means this is a retried
252000*    submission -- replay the stored outcome instead of drawing a
252100*    fresh computer pick and recording it a second time.
258500 2450-EXIT.
258600     EXIT.

258601*    The first record inside its window names the live
258602*    experiment and fixes the player's bucket; from there only
258603*    that experiment's arms count.  The arm that takes the
258604*    bucket is applied while its record is in hand -- unless
258605*    it moves a lever and no second operator has signed it
258606*    off, when the player is held out instead.
258607 2460-SCAN-ONE-ARM.
258608     READ EXPERIMENT-DEFINITION-FILE
258609         AT END
258610             MOVE 'Y' TO GM-EXPDEF-EOF-SWITCH
258611             GO TO 2460-EXIT
258612     END-READ
258613     IF GM-XM-KEY-EXPERIMENT = SPACES
258614         IF GM-SYS-DATE < XM-START-DATE OR
258615            GM-SYS-DATE > XM-END-DATE
258616             GO TO 2460-EXIT
258617         END-IF
258618         MOVE XM-EXPERIMENT-ID TO GM-XM-KEY-EXPERIMENT
258619         MOVE GM-PLAYER-ID TO GM-XM-KEY-PLAYER
258620         MOVE ZERO TO GM-XM-HASH
258621         MOVE ZERO TO GM-XM-CUM-PCT
258622         PERFORM 2470-HASH-ONE-CHAR THRU 2470-EXIT
258623                 VARYING GM-XM-CHAR-SUB FROM 1 BY 1
258624                 UNTIL GM-XM-CHAR-SUB > 28
258625         DIVIDE GM-XM-HASH BY 100 GIVING GM-XM-HASH-QUOT
258626             REMAINDER GM-XM-BUCKET
258627     END-IF
258628     IF XM-EXPERIMENT-ID NOT = GM-XM-KEY-EXPERIMENT OR
258629        XM-SPLIT-PCT NOT NUMERIC
258630         GO TO 2460-EXIT
258631     END-IF
258632     ADD XM-SPLIT-PCT TO GM-XM-CUM-PCT
258633     IF GM-XM-BUCKET >= GM-XM-CUM-PCT
258634         GO TO 2460-EXIT
258635     END-IF
258636     IF NOT XM-LEVER-CONTROL AND
258637        (XM-CHECKER = SPACES OR XM-CHECKER = XM-MAKER)
258638         MOVE 'Y' TO GM-EXPDEF-EOF-SWITCH
258639         GO TO 2460-EXIT
258640     END-IF
258641     MOVE XM-EXPERIMENT-ID TO GM-XM-EXPERIMENT-ID
258642     MOVE XM-ARM TO GM-XM-ARM
258643     MOVE XM-LEVER TO GM-XM-LEVER
258644     IF XM-LEVER-ODDS AND NOT GM-VARIANT-FOUND AND
258645        GM-OPPONENT-ID = SPACES
258646         COMPUTE GM-ODDS-CUM-WEIGHT(1) = XM-WEIGHT-ROCK
258647         COMPUTE GM-ODDS-CUM-WEIGHT(2) =
258648                 GM-ODDS-CUM-WEIGHT(1) + XM-WEIGHT-SCISSORS
258649         COMPUTE GM-ODDS-CUM-WEIGHT(3) =
258650                 GM-ODDS-CUM-WEIGHT(2) + XM-WEIGHT-PAPER
258651         COMPUTE GM-ODDS-CUM-WEIGHT(4) =
258652                 GM-ODDS-CUM-WEIGHT(3) + XM-WEIGHT-LIZARD
258653         COMPUTE GM-ODDS-CUM-WEIGHT(5) =
258654                 GM-ODDS-CUM-WEIGHT(4) + XM-WEIGHT-SPOCK
258655     END-IF
258656     MOVE XM-OPPONENT-ID TO GM-XM-OPPONENT-ID
258657     MOVE XM-WIN-POINTS TO GM-XM-WIN-POINTS
258658     MOVE XM-STREAK-POINTS TO GM-XM-STREAK-POINTS
258659     MOVE XM-EVENT-POINTS TO GM-XM-EVENT-POINTS.
258660 2460-EXIT.
258661     EXIT.

258662*    Each character's place in the alphabet string (one past
258663*    its end for anything else), folded in base 31 and kept
258664*    under a prime -- a fixed function of the key, so the same
258665*    player lands in the same arm on every request.
258666 2470-HASH-ONE-CHAR.
258667     MOVE GM-XM-HASH-KEY(GM-XM-CHAR-SUB:1) TO GM-XM-HASH-CHAR
258668     IF GM-XM-HASH-CHAR = SPACE
258669         GO TO 2470-EXIT
258670     END-IF
258671     MOVE ZERO TO GM-XM-ORD
258672     INSPECT GM-XM-ALPHABET TALLYING GM-XM-ORD
258673         FOR CHARACTERS BEFORE INITIAL GM-XM-HASH-CHAR
258674     COMPUTE GM-XM-HASH = (GM-XM-HASH * 31) + GM-XM-ORD + 1
258675     DIVIDE GM-XM-HASH BY 999983 GIVING GM-XM-HASH-QUOT
258676         REMAINDER GM-XM-HASH.
258677 2470-EXIT.
258678     EXIT.

258700 2900-SEND-ERROR.
258800     CALL "set_http_status" USING GM-ERROR-STATUS.
258900     IF GM-JSON-MODE
290900         PERFORM 4830-TALLY-PROFILE THRU 4830-EXIT
291000         PERFORM 4840-WRITE-PROFILE THRU 4840-EXIT
291100         CLOSE PLAYER-PROFILE-FILE
291120         IF GM-PROFILE-IS-NEW AND GM-REFER-CODE NOT = SPACES
291140             PERFORM 4850-LINK-REFERRAL THRU 4850-EXIT
291160         END-IF
291200     END-IF.
291300 4800-EXIT.
291400     EXIT.
313500             GO TO 4837-EXIT
313600     END-READ
313700     CLOSE PLAYER-CONTACT-FILE
313800     IF NOT CT-CONSENTED OR CT-UNDELIVERABLE
313900         GO TO 4837-EXIT
314000     END-IF
314100     MOVE GM-SYS-DATE TO MG-DATE
316300 4840-EXIT.
316400     EXIT.

316404*    A brand-new profile whose first play carried a referral
316406*    code is linked to the code's owner.  The caller's own side
316408*    only -- the parked side of a head-to-head resolve comes
316410*    through here under the other player's id -- and never a
316412*    probe.  An unknown code, or the player's own, links
316414*    nothing; the play goes on regardless.  A player already
316416*    linked keeps the first link.  A link that will not save
316417*    is traced the way the pick is, and the play still stands.
316418 4850-LINK-REFERRAL.
316420     IF GM-PLAYER-ID NOT = GM-REFER-CALLER OR GM-PROBE-PLAY
316422         GO TO 4850-EXIT
316424     END-IF
316426     OPEN INPUT REFERRAL-CODE-FILE
316428     IF NOT GM-REFCODE-FILE-OK
316430         GO TO 4850-EXIT
316432     END-IF
316434     MOVE GM-REFER-CODE TO RF-REFERRAL-CODE
316436     READ REFERRAL-CODE-FILE
316438         INVALID KEY
316440             CLOSE REFERRAL-CODE-FILE
316442             GO TO 4850-EXIT
316444     END-READ
316446     CLOSE REFERRAL-CODE-FILE
316448     IF RF-PLAYER-ID = GM-PLAYER-ID
316450         GO TO 4850-EXIT
316452     END-IF
316454     OPEN I-O REFERRAL-LINK-FILE
316456     IF NOT GM-REFLINK-FILE-OK
316458         GO TO 4850-EXIT
316460     END-IF
316462     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
316464     ACCEPT GM-SYS-TIME FROM TIME
316466     MOVE GM-PLAYER-ID TO RX-REFERRED-ID
316468     MOVE RF-PLAYER-ID TO RX-REFERRER-ID
316470     MOVE RF-REFERRAL-CODE TO RX-REFERRAL-CODE
316472     MOVE GM-SYS-DATE TO RX-LINK-DATE
316474     MOVE GM-SYS-TIME TO RX-LINK-TIME
316476     MOVE ZERO TO RX-PLAY-COUNT
316478     SET RX-LINK-PENDING TO TRUE
316480     MOVE ZERO TO RX-PAID-DATE
316482     WRITE REFERRAL-LINK-RECORD
316484         INVALID KEY
316486             CONTINUE
316488     END-WRITE
316489     IF NOT GM-REFLINK-FILE-OK AND
316490        GM-REFLINK-FILE-STATUS NOT = '22'
316491         DISPLAY "referral link not saved, status "
316492                 GM-REFLINK-FILE-STATUS ": " GM-PLAYER-ID
316493     END-IF
316494     CLOSE REFERRAL-LINK-FILE.
316495 4850-EXIT.
316496     EXIT.

316500 5000-BUILD-RESPONSE.
316600     PERFORM 4900-READ-SKILL-RATING THRU 4900-EXIT
316700     IF GM-JSON-MODE
322000     MOVE GM-REQ-START-STAMP TO PF-START-TIME
322100     MOVE GM-REQ-END-STAMP TO PF-END-TIME
322200     MOVE GM-REQ-ELAPSED-HUND TO PF-ELAPSED-HUNDREDTHS
322210     MOVE GM-PARTNER-ID TO PF-PARTNER-ID
322260     MOVE GM-INSTANCE-ID TO PF-INSTANCE-ID
322300     OPEN EXTEND PERF-LOG-FILE
322400     IF NOT GM-PERF-FILE-OK
322500         OPEN OUTPUT PERF-LOG-FILE
334300             INTO GM-JSON-BUFFER
334400             WITH POINTER GM-JSON-PTR
334500     END-IF
334510     IF GM-MISSION-TEXT NOT = SPACES
334520         STRING ',"mission":"'         DELIMITED BY SIZE
334530                FUNCTION TRIM(GM-MISSION-TEXT) DELIMITED BY SIZE
334540                '"'                    DELIMITED BY SIZE
334550             INTO GM-JSON-BUFFER
334560             WITH POINTER GM-JSON-PTR
334570     END-IF
334600     STRING '}' DELIMITED BY SIZE
334700         INTO GM-JSON-BUFFER
334800         WITH POINTER GM-JSON-PTR
338800     IF GM-ACHV-TEXT NOT = SPACES
338900         CALL "append_http_body" USING GM-ACHV-TEXT
339000         CALL "append_http_body" USING "\n"
339100     END-IF
339120     IF GM-MISSION-TEXT NOT = SPACES
339140         CALL "append_http_body" USING GM-MISSION-TEXT
339160         CALL "append_http_body" USING "\n"
339180     END-IF.
339200 5200-EXIT.
339300     EXIT.

341800     ELSE
341900         MOVE GM-DIFFICULTY TO GR-DIFFICULTY
342000     END-IF.
342100*    Everything this program writes is a live play, stamped
342200*    with the instance that served it; BULKLOAD stamps its own
342250*    'B' here.
342300     MOVE GM-INSTANCE-ID TO GR-SOURCE.
342400     OPEN EXTEND GAME-RESULT-FILE.
342500     IF NOT GM-RESULT-FILE-OK
342600         OPEN OUTPUT GAME-RESULT-FILE
344200     IF GM-PLAYER-ID NOT = SPACES
344300         PERFORM 6400-WRITE-PLAY-HISTORY THRU 6400-EXIT
344400         PERFORM 6700-POST-POINTS THRU 6700-EXIT
344450         PERFORM 7600-TRACK-MISSIONS THRU 7600-EXIT
344500     END-IF.
344510     IF GM-PLAYER-ID NOT = SPACES AND
344520        GM-PLAYER-ID = GM-REFER-CALLER AND
344530        GM-COUNTRY-CODE NOT = SPACES
344540         PERFORM 7510-RECORD-PLAYER-COUNTRY THRU 7510-EXIT
344550     END-IF.
344600     IF GM-COUNTRY-CODE NOT = SPACES AND NOT GM-GEO-WRITTEN
344700         PERFORM 6500-WRITE-GEO-COUNT THRU 6500-EXIT
344800     END-IF.
348800     MOVE GM-SYS-DATE TO PT-DATE
348900     MOVE GM-SYS-TIME TO PT-TIME
349000     MOVE GM-PARTNER-ID TO PT-PARTNER-ID
349050     MOVE GM-INSTANCE-ID TO PT-INSTANCE-ID
349100     OPEN EXTEND PARTNER-LOG-FILE
349200     IF NOT GM-PARTLOG-FILE-OK
349300         OPEN OUTPUT PARTNER-LOG-FILE
353700*    ----------------------------------------------------------
353800 6700-POST-POINTS.
353900     PERFORM 6710-LOAD-POINT-RATES THRU 6710-EXIT
353910     IF GM-XM-RATES-ARM
353920         PERFORM 6715-APPLY-ARM-RATES THRU 6715-EXIT
353930     END-IF
353950     PERFORM 7500-CHECK-POINTS-COUNTRY THRU 7500-EXIT
354000     IF RESULT = 'You win!'
354100         MOVE GM-WIN-POINTS TO GM-EARN-POINTS
354200         MOVE 'WIN' TO GM-EARN-REASON
358700 6710-EXIT.
358800     EXIT.

358805*    A rates arm replaces whichever earn rates it sets over
358810*    what POINT-RATES (or the built-in default) says.
358815 6715-APPLY-ARM-RATES.
358820     IF GM-XM-WIN-POINTS NUMERIC AND GM-XM-WIN-POINTS > ZERO
358825         MOVE GM-XM-WIN-POINTS TO GM-WIN-POINTS
358830     END-IF
358835     IF GM-XM-STREAK-POINTS NUMERIC AND
358840        GM-XM-STREAK-POINTS > ZERO
358845         MOVE GM-XM-STREAK-POINTS TO GM-STREAK-POINTS
358850     END-IF
358855     IF GM-XM-EVENT-POINTS NUMERIC AND
358860        GM-XM-EVENT-POINTS > ZERO
358865         MOVE GM-XM-EVENT-POINTS TO GM-EVENT-POINTS
358870     END-IF.
358875 6715-EXIT.
358880     EXIT.

358900*    One ledger entry in the same open-extend idiom as
359000*    AUDIT-LOG, then the balance carried forward with the same
359100*    OPTIONAL / OPEN I-O discipline as the profile file.  An
359120*    earn the player's country may not have is logged as
359140*    withheld instead, and nothing posts.
359200 6720-POST-ONE-EARN.
359210     IF GM-ELIG-POINTS-BLOCKED
359220         MOVE 'W' TO GM-ELIG-ACTION
359230         MOVE GM-EARN-POINTS TO GM-ELIG-LOG-POINTS
359240         MOVE GM-EARN-REASON TO GM-ELIG-DETAIL
359250         PERFORM 7420-WRITE-ELIG-LOG THRU 7420-EXIT
359260         GO TO 6720-EXIT
359270     END-IF
359300     MOVE GM-SYS-DATE TO PD-DATE
359400     MOVE GM-SYS-TIME TO PD-TIME
359500     MOVE GM-PLAYER-ID TO PD-PLAYER-ID
364800     END-IF
364900     MOVE RT-VARIANT-NAME TO PH-VARIANT
365000     MOVE GM-HIST-OPPONENT TO PH-OPPONENT-ID
365050     MOVE GM-INSTANCE-ID TO PH-INSTANCE-ID
365055*    The experiment arm is the requesting player's own; the
365060*    parked side of a head-to-head game was never placed.
365065     IF GM-H2H-SCORING
365070         MOVE SPACES TO PH-EXPERIMENT-ID PH-ARM
365075     ELSE
365080         MOVE GM-XM-EXPERIMENT-ID TO PH-EXPERIMENT-ID
365085         MOVE GM-XM-ARM TO PH-ARM
365090     END-IF
365100     OPEN EXTEND PLAY-HISTORY-FILE
365200     IF NOT GM-PLAYHIST-FILE-OK
365300         OPEN OUTPUT PLAY-HISTORY-FILE
391800*    Anything the parked player just earned was theirs -- it
391900*    must not be announced on this caller's response.
392000     MOVE SPACES TO GM-ACHV-TEXT
392050     MOVE SPACES TO GM-MISSION-TEXT
392100     MOVE GM-H2H-SAVE-PLAYER TO GM-PLAYER-ID
392200     MOVE GM-H2H-OPP-ID TO GM-HIST-OPPONENT
392300     MOVE GM-H2H-SAVE-DISPNAME TO GM-DISPLAY-NAME
406500 7100-EXIT.
406600     EXIT.

406700*    ----------------------------------------------------------
406800*    Player-set play limits.  A "playcap" or "cooloff" field is
406900*    the request, not a play: the limit is set and the answer
407000*    is the limits now on file, nothing else, the same way a
407100*    recovery mint answers.  Read-only maintenance has already
407200*    refused it at 1950, as it refuses every other write.
407300*    ----------------------------------------------------------
407400 7200-HANDLE-PLAY-LIMITS.
407500     CALL "get_http_form_str" USING ARG-NAME-PLAYCAP
407600                                     GM-PLAYCAP-VALUE
407700     CALL "get_http_form_str" USING ARG-NAME-COOLOFF
407800                                     GM-COOLOFF-VALUE
407900     IF GM-PLAYCAP-VALUE = SPACES AND GM-COOLOFF-VALUE = SPACES
408000         GO TO 7200-EXIT
408100     END-IF
408200     PERFORM 7210-SET-PLAY-LIMITS THRU 7210-EXIT
408300     IF GM-JSON-MODE
408400         MOVE SPACES TO GM-JSON-BUFFER
408500         STRING '{"limits":"'    DELIMITED BY SIZE
408600                FUNCTION TRIM(GM-LIMIT-TEXT)
408700                                 DELIMITED BY SIZE
408800                '"}'             DELIMITED BY SIZE
408900             INTO GM-JSON-BUFFER
409000         CALL "set_http_body" USING GM-JSON-BUFFER
409100     ELSE
409200         CALL "set_http_body" USING GM-LIMIT-TEXT
409300     END-IF
409400     GO TO 9999-EXIT.
409500 7200-EXIT.
409600     EXIT.

409700*    Both fields are checked before the file is touched, so a
409800*    bad one changes nothing.
409900 7210-SET-PLAY-LIMITS.
410000     CALL "get_http_form_str" USING ARG-NAME-PLAYERID
410100                                     GM-LIMIT-PLAYER
410200     IF GM-LIMIT-PLAYER = SPACES
410300         MOVE GM-COOKIE-PLAYER TO GM-LIMIT-PLAYER
410400     END-IF
410500     IF GM-LIMIT-PLAYER = SPACES
410600         MOVE 'no profile to limit' TO GM-LIMIT-TEXT
410700         CALL "set_http_status" USING GM-ERROR-STATUS
410800         GO TO 7210-EXIT
410900     END-IF
411000     IF GM-PLAYCAP-VALUE NOT = SPACES
411100         PERFORM 7215-PARSE-PLAYCAP THRU 7215-EXIT
411200         IF NOT GM-PLAYCAP-VALID
411300             MOVE 'playcap must be 1 to 99999, or OFF'
411400                 TO GM-LIMIT-TEXT
411500             CALL "set_http_status" USING GM-ERROR-STATUS
411600             GO TO 7210-EXIT
411700         END-IF
411800     END-IF
411900     IF GM-COOLOFF-VALUE NOT = SPACES
412000         INSPECT GM-COOLOFF-VALUE CONVERTING 'dh' TO 'DH'
412100         EVALUATE GM-COOLOFF-VALUE
412200             WHEN '24H'
412300                 MOVE 1 TO GM-COOLOFF-DAYS
412400             WHEN '7D'
412500                 MOVE 7 TO GM-COOLOFF-DAYS
412600             WHEN '30D'
412700                 MOVE 30 TO GM-COOLOFF-DAYS
412800             WHEN OTHER
412900                 MOVE 'cooloff must be 24H, 7D or 30D'
413000                     TO GM-LIMIT-TEXT
413100                 CALL "set_http_status" USING GM-ERROR-STATUS
413200                 GO TO 7210-EXIT
413300         END-EVALUATE
413400     END-IF
413500     OPEN I-O PLAY-LIMIT-FILE
413600     IF NOT GM-PLAYLIM-FILE-OK
413680         MOVE 'play limits unavailable' TO GM-LIMIT-TEXT
413760         MOVE HTTP-SERVICE-UNAVAILABLE TO GM-ERROR-STATUS
413840         CALL "set_http_status" USING GM-ERROR-STATUS
413920         GO TO 7210-EXIT
414000     END-IF
414080     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
414160     ACCEPT GM-SYS-TIME FROM TIME
414240     MOVE 'N' TO GM-PLAYLIM-NEW-REC
414320     MOVE GM-LIMIT-PLAYER TO LM-PLAYER-ID
414400     READ PLAY-LIMIT-FILE
414480         INVALID KEY
414560             PERFORM 7220-INIT-PLAY-LIMIT THRU 7220-EXIT
414640     END-READ
414720     PERFORM 7310-ROLL-PENDING-CAP THRU 7310-EXIT
414800     IF GM-PLAYCAP-VALUE NOT = SPACES
414880         PERFORM 7225-APPLY-PLAYCAP THRU 7225-EXIT
414960     END-IF
415040     IF GM-COOLOFF-VALUE NOT = SPACES
415120         PERFORM 7230-APPLY-COOLOFF THRU 7230-EXIT
415200     END-IF
415280     IF GM-PLAYLIM-IS-NEW
415360         WRITE PLAY-LIMIT-RECORD
415440     ELSE
415520         REWRITE PLAY-LIMIT-RECORD
415600     END-IF
415680     IF NOT GM-PLAYLIM-FILE-OK
415760         CLOSE PLAY-LIMIT-FILE
415840         MOVE 'play limits not saved -- try again later'
415920             TO GM-LIMIT-TEXT
416000         MOVE HTTP-SERVICE-UNAVAILABLE TO GM-ERROR-STATUS
416080         CALL "set_http_status" USING GM-ERROR-STATUS
416160         GO TO 7210-EXIT
416240     END-IF
416320     CLOSE PLAY-LIMIT-FILE
416400     PERFORM 7235-BUILD-LIMIT-TEXT THRU 7235-EXIT.
416500 7210-EXIT.
416600     EXIT.

416700*    One to five digits up to the first space, nothing after
416800*    them; zero is not a cap -- OFF lifts one.
416900 7215-PARSE-PLAYCAP.
417000     MOVE 'N' TO GM-PLAYCAP-SW
417100     IF GM-PLAYCAP-VALUE = 'OFF' OR GM-PLAYCAP-VALUE = 'off'
417200         MOVE ZERO TO GM-NEW-CAP
417300         SET GM-PLAYCAP-VALID TO TRUE
417400         GO TO 7215-EXIT
417500     END-IF
417600     MOVE ZERO TO GM-CAP-LENGTH
417700     INSPECT GM-PLAYCAP-VALUE TALLYING GM-CAP-LENGTH
417800         FOR CHARACTERS BEFORE INITIAL SPACE
417900     IF GM-CAP-LENGTH = ZERO OR GM-CAP-LENGTH > 5
418000         GO TO 7215-EXIT
418100     END-IF
418200     IF GM-PLAYCAP-VALUE (1:GM-CAP-LENGTH) NOT NUMERIC
418300         GO TO 7215-EXIT
418400     END-IF
418500     IF GM-PLAYCAP-VALUE (GM-CAP-LENGTH + 1:) NOT = SPACES
418600         GO TO 7215-EXIT
418700     END-IF
419000     MOVE GM-PLAYCAP-VALUE (1:GM-CAP-LENGTH) TO GM-NEW-CAP
419100     IF GM-NEW-CAP > ZERO
419200         SET GM-PLAYCAP-VALID TO TRUE
419300     END-IF.
419400 7215-EXIT.
419500     EXIT.

419600 7220-INIT-PLAY-LIMIT.
419700     SET GM-PLAYLIM-IS-NEW TO TRUE
419800     MOVE GM-LIMIT-PLAYER TO LM-PLAYER-ID
419900     MOVE ZERO TO LM-DAILY-CAP
420000     MOVE ZERO TO LM-CAP-SET-DATE
420100     MOVE 'N' TO LM-PENDING-SWITCH
420200     MOVE ZERO TO LM-PENDING-CAP
420300     MOVE ZERO TO LM-PENDING-FROM-DATE
420400     MOVE SPACES TO LM-COOLOFF-PERIOD
420500     MOVE ZERO TO LM-COOLOFF-SET-DATE
420600     MOVE ZERO TO LM-COOLOFF-END-DATE
420700     MOVE ZERO TO LM-COOLOFF-END-TIME
420800     MOVE ZERO TO LM-PLAY-DATE
420900     MOVE ZERO TO LM-PLAY-COUNT.
421000 7220-EXIT.
421100     EXIT.

421200*    A first cap, or a tighter one, holds at once and cancels
421300*    any loosening still waiting.  A higher cap, or OFF, waits
421400*    for tomorrow -- the cap in force holds all of today.
421500*    Asking again for the cap in force withdraws a waiting
421600*    loosening.
421700 7225-APPLY-PLAYCAP.
421800     IF LM-DAILY-CAP = ZERO AND GM-NEW-CAP = ZERO
421900         GO TO 7225-EXIT
422000     END-IF
422100     IF LM-DAILY-CAP = ZERO OR
422200        (GM-NEW-CAP > ZERO AND GM-NEW-CAP < LM-DAILY-CAP)
422300         MOVE GM-NEW-CAP TO LM-DAILY-CAP
422400         MOVE GM-SYS-DATE TO LM-CAP-SET-DATE
422500         MOVE 'N' TO LM-PENDING-SWITCH
422600         MOVE ZERO TO LM-PENDING-CAP
422700         MOVE ZERO TO LM-PENDING-FROM-DATE
422800         GO TO 7225-EXIT
422900     END-IF
423000     IF GM-NEW-CAP = LM-DAILY-CAP
423100         MOVE 'N' TO LM-PENDING-SWITCH
423200         MOVE ZERO TO LM-PENDING-CAP
423300         MOVE ZERO TO LM-PENDING-FROM-DATE
423400         GO TO 7225-EXIT
423500     END-IF
423600     SET LM-CAP-CHANGE-PENDING TO TRUE
423700     MOVE GM-NEW-CAP TO LM-PENDING-CAP
423800     COMPUTE GM-LIMIT-INTEGER =
423900         FUNCTION INTEGER-OF-DATE(GM-SYS-DATE) + 1
424000     COMPUTE LM-PENDING-FROM-DATE =
424100         FUNCTION DATE-OF-INTEGER(GM-LIMIT-INTEGER).
424200 7225-EXIT.
424300     EXIT.

424400*    A cool-off runs to the same time of day the given number
424500*    of days on.  One ending sooner than the one already
424600*    running is not taken -- a cool-off is never shortened.
424700 7230-APPLY-COOLOFF.
424800     COMPUTE GM-LIMIT-INTEGER =
424900         FUNCTION INTEGER-OF-DATE(GM-SYS-DATE) + GM-COOLOFF-DAYS
425000     COMPUTE GM-LIMIT-END-DATE =
425100         FUNCTION DATE-OF-INTEGER(GM-LIMIT-INTEGER)
425200     IF GM-LIMIT-END-DATE > LM-COOLOFF-END-DATE OR
425300        (GM-LIMIT-END-DATE = LM-COOLOFF-END-DATE AND
425400         GM-SYS-TIME > LM-COOLOFF-END-TIME)
425500         MOVE GM-COOLOFF-VALUE TO LM-COOLOFF-PERIOD
425600         MOVE GM-SYS-DATE TO LM-COOLOFF-SET-DATE
425700         MOVE GM-LIMIT-END-DATE TO LM-COOLOFF-END-DATE
425800         MOVE GM-SYS-TIME TO LM-COOLOFF-END-TIME
425900     END-IF.
426000 7230-EXIT.
426100     EXIT.

426200 7235-BUILD-LIMIT-TEXT.
426300     MOVE SPACES TO GM-LIMIT-TEXT
426400     MOVE 1 TO GM-LIMIT-PTR
426500     IF LM-DAILY-CAP = ZERO
426600         STRING 'no daily play cap' DELIMITED BY SIZE
426700             INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
426800     ELSE
426900         MOVE LM-DAILY-CAP TO GM-LIMIT-CAP-EDIT
427000         STRING 'daily play cap '
427100                FUNCTION TRIM(GM-LIMIT-CAP-EDIT)
427200             DELIMITED BY SIZE
427300             INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
427400     END-IF
427500     IF LM-CAP-CHANGE-PENDING
427600         IF LM-PENDING-CAP = ZERO
427700             STRING ', lifted from ' DELIMITED BY SIZE
427800                 INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
427900         ELSE
428000             MOVE LM-PENDING-CAP TO GM-LIMIT-CAP-EDIT
428100             STRING ', ' FUNCTION TRIM(GM-LIMIT-CAP-EDIT)
428200                    ' from ' DELIMITED BY SIZE
428300                 INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
428400         END-IF
428500         STRING LM-PENDING-FROM-DATE (1:4) '-'
428600                LM-PENDING-FROM-DATE (5:2) '-'
428700                LM-PENDING-FROM-DATE (7:2)
428800             DELIMITED BY SIZE
428900             INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
429000     END-IF
429100     PERFORM 7320-TEST-COOLOFF THRU 7320-EXIT
429200     IF GM-COOLOFF-ACTIVE
429300         STRING '; cool-off until ' DELIMITED BY SIZE
429400             INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
429500         PERFORM 7330-STRING-COOLOFF-END THRU 7330-EXIT
429600     END-IF.
429700 7235-EXIT.
429800     EXIT.

429900*    ----------------------------------------------------------
430000*    The play limits enforced, ahead of the pick and after the
430100*    idempotency check, so a replayed request is neither
430200*    refused nor counted twice.  A refusal is a 429 saying
430300*    which limit and when play resumes -- not the bare 403 an
430400*    IPCTL deny gives.  A freshly minted id, a probe, or a
430500*    player with no record plays on; so does everyone when the
430600*    file will not open.
430700*    ----------------------------------------------------------
430800 7300-CHECK-PLAY-LIMITS.
430900     IF GM-PROBE-PLAY OR GM-PLAYER-WAS-MINTED
431000         GO TO 7300-EXIT
431100     END-IF
431200     OPEN I-O PLAY-LIMIT-FILE
431300     IF NOT GM-PLAYLIM-FILE-OK
431400         GO TO 7300-EXIT
431500     END-IF
431600     MOVE GM-PLAYER-ID TO LM-PLAYER-ID
431700     READ PLAY-LIMIT-FILE
431800         INVALID KEY
431900             CLOSE PLAY-LIMIT-FILE
432000             GO TO 7300-EXIT
432100     END-READ
432200     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
432300     ACCEPT GM-SYS-TIME FROM TIME
432400     PERFORM 7310-ROLL-PENDING-CAP THRU 7310-EXIT
432500     IF LM-PLAY-DATE NOT = GM-SYS-DATE
432600         MOVE GM-SYS-DATE TO LM-PLAY-DATE
432700         MOVE ZERO TO LM-PLAY-COUNT
432800     END-IF
432900     PERFORM 7320-TEST-COOLOFF THRU 7320-EXIT
433000     IF GM-COOLOFF-ACTIVE
433100         REWRITE PLAY-LIMIT-RECORD
433200         CLOSE PLAY-LIMIT-FILE
433300         MOVE SPACES TO GM-LIMIT-TEXT
433400         MOVE 1 TO GM-LIMIT-PTR
433500         STRING 'cool-off in force until ' DELIMITED BY SIZE
433600             INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
433700         PERFORM 7330-STRING-COOLOFF-END THRU 7330-EXIT
433800         STRING ' -- play resumes then' DELIMITED BY SIZE
433900             INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR
434000         MOVE 'COOLOFF' TO GM-AUDIT-OUTCOME
434100         GO TO 7300-REFUSE
434200     END-IF
434300     IF LM-DAILY-CAP > ZERO AND LM-PLAY-COUNT NOT < LM-DAILY-CAP
434400         REWRITE PLAY-LIMIT-RECORD
434500         CLOSE PLAY-LIMIT-FILE
434600         MOVE LM-DAILY-CAP TO GM-LIMIT-CAP-EDIT
434700         MOVE SPACES TO GM-LIMIT-TEXT
434800         STRING 'daily play cap of '
434900                FUNCTION TRIM(GM-LIMIT-CAP-EDIT)
435000                ' reached -- play resumes tomorrow'
435100             DELIMITED BY SIZE INTO GM-LIMIT-TEXT
435200         MOVE 'PLAYCAP' TO GM-AUDIT-OUTCOME
435300         GO TO 7300-REFUSE
435400     END-IF
435500     ADD 1 TO LM-PLAY-COUNT
435600     REWRITE PLAY-LIMIT-RECORD
435700     CLOSE PLAY-LIMIT-FILE
435800     GO TO 7300-EXIT.
435900 7300-REFUSE.
436000     MOVE HTTP-TOO-MANY-REQUESTS TO GM-ERROR-STATUS
436100     MOVE GM-LIMIT-TEXT TO GM-ERROR-MSG
436200     PERFORM 2020-WRITE-AUDIT THRU 2020-EXIT
436300     PERFORM 2900-SEND-ERROR THRU 2900-EXIT.
436400 7300-EXIT.
436500     EXIT.

436600*    A loosening whose day has come takes over as the cap.
436700 7310-ROLL-PENDING-CAP.
436800     IF LM-CAP-CHANGE-PENDING AND
436900        LM-PENDING-FROM-DATE NOT > GM-SYS-DATE
437000         MOVE LM-PENDING-CAP TO LM-DAILY-CAP
437100         MOVE LM-PENDING-FROM-DATE TO LM-CAP-SET-DATE
437200         MOVE 'N' TO LM-PENDING-SWITCH
437300         MOVE ZERO TO LM-PENDING-CAP
437400         MOVE ZERO TO LM-PENDING-FROM-DATE
437500     END-IF.
437600 7310-EXIT.
437700     EXIT.

437800 7320-TEST-COOLOFF.
437900     MOVE 'N' TO GM-COOLOFF-SW
438000     IF LM-COOLOFF-END-DATE > GM-SYS-DATE OR
438100        (LM-COOLOFF-END-DATE = GM-SYS-DATE AND
438200         LM-COOLOFF-END-TIME > GM-SYS-TIME)
438300         SET GM-COOLOFF-ACTIVE TO TRUE
438400     END-IF.
438500 7320-EXIT.
438600     EXIT.

438700 7330-STRING-COOLOFF-END.
438800     STRING LM-COOLOFF-END-DATE (1:4) '-'
438900            LM-COOLOFF-END-DATE (5:2) '-'
439000            LM-COOLOFF-END-DATE (7:2) ' '
439100            LM-COOLOFF-END-TIME (1:2) ':'
439200            LM-COOLOFF-END-TIME (3:2)
439300         DELIMITED BY SIZE
439400         INTO GM-LIMIT-TEXT WITH POINTER GM-LIMIT-PTR.
439500 7330-EXIT.
439600     EXIT.

439700*    ----------------------------------------------------------
439800*    A play from a country where play is blocked outright is
439900*    turned away before anything else is spent on it -- ahead
440000*    of the play limits, so it never counts toward a cap --
440100*    with a 451 saying why, and logged for ELIGRPT.  A probe
440200*    plays on, as does a request the edge sent with no country.
440300*    ----------------------------------------------------------
440400 7400-CHECK-COUNTRY-PLAY.
440500     IF GM-PROBE-PLAY OR GM-COUNTRY-CODE = SPACES
440600         GO TO 7400-EXIT
440700     END-IF
440800     MOVE GM-COUNTRY-CODE TO GM-ELIG-COUNTRY
440900     PERFORM 7410-LOOKUP-ELIGIBILITY THRU 7410-EXIT
441000     IF NOT GM-ELIG-PLAY-BLOCKED
441100         GO TO 7400-EXIT
441200     END-IF
441300     ACCEPT GM-SYS-DATE FROM DATE YYYYMMDD
441400     ACCEPT GM-SYS-TIME FROM TIME
441500     MOVE 'P' TO GM-ELIG-ACTION
441600     MOVE ZERO TO GM-ELIG-LOG-POINTS
441700     MOVE SPACES TO GM-ELIG-DETAIL
441800     PERFORM 7420-WRITE-ELIG-LOG THRU 7420-EXIT
441900     MOVE HTTP-UNAVAILABLE-LEGAL TO GM-ERROR-STATUS
442000     MOVE GM-COUNTRY-MSG TO GM-ERROR-MSG
442100     MOVE 'COUNTRY' TO GM-AUDIT-OUTCOME
442200     PERFORM 2020-WRITE-AUDIT THRU 2020-EXIT
442300     PERFORM 2900-SEND-ERROR THRU 2900-EXIT.
442400 7400-EXIT.
442500     EXIT.

442600*    One pass over the table for GM-ELIG-COUNTRY.  No table, no
442700*    country, or a country not listed leaves both flags at Y;
442800*    only an explicit N blocks, the same present-but-wrong
442900*    contract as the rest of the config -- CFGCHECK is where a
443000*    bad flag byte gets caught.
443100 7410-LOOKUP-ELIGIBILITY.
443200     MOVE 'Y' TO GM-ELIG-PLAY
443300     MOVE 'Y' TO GM-ELIG-POINTS
443400     IF GM-ELIG-COUNTRY = SPACES
443500         GO TO 7410-EXIT
443600     END-IF
443700     OPEN INPUT COUNTRY-ELIGIBILITY-FILE
443800     IF NOT GM-CTRYELIG-FILE-OK
443900         GO TO 7410-EXIT
444000     END-IF
444100     MOVE 'N' TO GM-CTRYELIG-EOF-SWITCH
444200     PERFORM 7415-CHECK-ONE-COUNTRY THRU 7415-EXIT
444300             UNTIL GM-CTRYELIG-AT-EOF
444400     CLOSE COUNTRY-ELIGIBILITY-FILE.
444500 7410-EXIT.
444600     EXIT.

444700 7415-CHECK-ONE-COUNTRY.
444800     READ COUNTRY-ELIGIBILITY-FILE
444900         AT END
445000             MOVE 'Y' TO GM-CTRYELIG-EOF-SWITCH
445100         NOT AT END
445200             IF CE-COUNTRY = GM-ELIG-COUNTRY
445300                 MOVE CE-PLAY-ALLOWED TO GM-ELIG-PLAY
445400                 MOVE CE-POINTS-ALLOWED TO GM-ELIG-POINTS
445500                 MOVE 'Y' TO GM-CTRYELIG-EOF-SWITCH
445600             END-IF
445700     END-READ.
445800 7415-EXIT.
445900     EXIT.

446000*    One ELIGIBILITY-LOG record, in the same open-extend idiom
446100*    as AUDIT-LOG.  The caller sets the action, points and
446200*    detail.
446300 7420-WRITE-ELIG-LOG.
446400     MOVE GM-SYS-DATE TO EG-DATE
446500     MOVE GM-SYS-TIME TO EG-TIME
446600     MOVE GM-ELIG-COUNTRY TO EG-COUNTRY
446700     MOVE GM-ELIG-ACTION TO EG-ACTION
446800     MOVE GM-PLAYER-ID TO EG-PLAYER-ID
446900     MOVE GM-ELIG-LOG-POINTS TO EG-POINTS
447000     MOVE GM-ELIG-DETAIL TO EG-DETAIL
447100     OPEN EXTEND ELIGIBILITY-LOG-FILE
447200     IF NOT GM-ELIGLOG-FILE-OK
447300         OPEN OUTPUT ELIGIBILITY-LOG-FILE
447400     END-IF
447500     WRITE ELIGIBILITY-LOG-RECORD
447600     CLOSE ELIGIBILITY-LOG-FILE.
447700 7420-EXIT.
447800     EXIT.

447900*    Whose country decides the earns: the caller's is on this
448000*    request's header; the parked side of a head-to-head, or a
448100*    caller whose request came untagged, goes by the country
448200*    PLAYER-COUNTRY has for them.  Worked out once per side --
448300*    the mission payouts 7600 makes after this post through
448400*    6720 on the same verdict.
448500 7500-CHECK-POINTS-COUNTRY.
448600     MOVE SPACES TO GM-ELIG-COUNTRY
448700     IF GM-PLAYER-ID = GM-REFER-CALLER
448800         MOVE GM-COUNTRY-CODE TO GM-ELIG-COUNTRY
448900     END-IF
449000     IF GM-ELIG-COUNTRY = SPACES
449100         OPEN INPUT PLAYER-COUNTRY-FILE
449200         IF GM-PLAYCTRY-FILE-OK
449300             MOVE GM-PLAYER-ID TO EY-PLAYER-ID
449400             READ PLAYER-COUNTRY-FILE
449500                 INVALID KEY
449600                     CONTINUE
449700                 NOT INVALID KEY
449800                     MOVE EY-COUNTRY TO GM-ELIG-COUNTRY
449900             END-READ
450000             CLOSE PLAYER-COUNTRY-FILE
450100         END-IF
450200     END-IF
450300     PERFORM 7410-LOOKUP-ELIGIBILITY THRU 7410-EXIT.
450400 7500-EXIT.
450500     EXIT.

450600*    The caller's own side only, and only when the edge sent a
450700*    country: the latest one wins.
450800 7510-RECORD-PLAYER-COUNTRY.
450900     OPEN I-O PLAYER-COUNTRY-FILE
451000     IF NOT GM-PLAYCTRY-FILE-OK
451100         GO TO 7510-EXIT
451200     END-IF
451300     MOVE 'N' TO GM-PLAYCTRY-NEW-REC
451400     MOVE GM-PLAYER-ID TO EY-PLAYER-ID
451500     READ PLAYER-COUNTRY-FILE
451600         INVALID KEY
451700             SET GM-PLAYCTRY-IS-NEW TO TRUE
451800             MOVE GM-PLAYER-ID TO EY-PLAYER-ID
451900     END-READ
452000     MOVE GM-COUNTRY-CODE TO EY-COUNTRY
452100     MOVE GM-SYS-DATE TO EY-LAST-DATE
452200     MOVE GM-SYS-TIME TO EY-LAST-TIME
452300     IF GM-PLAYCTRY-IS-NEW
452400         WRITE PLAYER-COUNTRY-RECORD
452500     ELSE
452600         REWRITE PLAYER-COUNTRY-RECORD
452700     END-IF
452800     CLOSE PLAYER-COUNTRY-FILE.
452900 7510-EXIT.
453000     EXIT.

453100*    ----------------------------------------------------------
453110*    Daily missions for this saved play.  A play counts toward
453120*    every mission open today whose conditions it meets -- a
453130*    win where the mission wants wins, and the pick, roster
453140*    opponent and event where the mission names one.  The
453150*    parked side of a head-to-head faced a person, so it never
453160*    counts toward an opponent mission.  No MISSION-DEFINITION
453170*    file just means no missions are set.
453180*    ----------------------------------------------------------
453190 7600-TRACK-MISSIONS.
453200     MOVE 'N' TO GM-MISSION-EOF-SWITCH
453210     OPEN INPUT MISSION-DEFINITION-FILE
453220     IF NOT GM-MISSDEF-FILE-OK
453230         GO TO 7600-EXIT
453240     END-IF
453250     PERFORM 7610-CHECK-ONE-MISSION THRU 7610-EXIT
453260             UNTIL GM-MISSION-AT-EOF
453270     CLOSE MISSION-DEFINITION-FILE.
453280 7600-EXIT.
453290     EXIT.

453300 7610-CHECK-ONE-MISSION.
453310     READ MISSION-DEFINITION-FILE
453320         AT END
453330             MOVE 'Y' TO GM-MISSION-EOF-SWITCH
453340             GO TO 7610-EXIT
453350     END-READ
453360     IF GM-SYS-DATE < MI-START-DATE OR GM-SYS-DATE > MI-END-DATE
453370         GO TO 7610-EXIT
453380     END-IF
453390     IF MI-RULE-WIN AND RESULT NOT = 'You win!'
453400         GO TO 7610-EXIT
453410     END-IF
453420     IF MI-CHOICE NOT = SPACES AND MI-CHOICE NOT = PLAYER-CHOICE
453430         GO TO 7610-EXIT
453440     END-IF
453450     IF MI-OPPONENT-ID NOT = SPACES
453460         IF GM-H2H-SCORING OR MI-OPPONENT-ID NOT = GM-OPPONENT-ID
453470             GO TO 7610-EXIT
453480         END-IF
453490     END-IF
453500     IF MI-EVENT-ID NOT = SPACES AND MI-EVENT-ID NOT = GM-EVENT-ID
453510         GO TO 7610-EXIT
453520     END-IF
453530     PERFORM 7620-BUMP-PROGRESS THRU 7620-EXIT.
453540 7610-EXIT.
453550     EXIT.

453560*    Same OPTIONAL / OPEN I-O discipline as the balance file.  A
453570*    mission already completed is left alone, so it pays once;
453573*    progress that will not save pays nothing, so a completion
453576*    not on file cannot pay twice.
453580 7620-BUMP-PROGRESS.
453590     MOVE 'N' TO GM-MISSPROG-NEW-REC
453600     OPEN I-O MISSION-PROGRESS-FILE
453610     IF NOT GM-MISSPROG-FILE-OK
453620         GO TO 7620-EXIT
453630     END-IF
453640     MOVE GM-PLAYER-ID TO MP-PLAYER-ID
453650     MOVE MI-MISSION-ID TO MP-MISSION-ID
453660     READ MISSION-PROGRESS-FILE
453670         INVALID KEY
453680             SET GM-MISSPROG-IS-NEW TO TRUE
453690             MOVE GM-PLAYER-ID TO MP-PLAYER-ID
453700             MOVE MI-MISSION-ID TO MP-MISSION-ID
453710             MOVE ZERO TO MP-COUNT MP-COMPLETE-DATE
453720                          MP-COMPLETE-TIME
453730     END-READ
453740     IF NOT MP-NOT-COMPLETE
453750         CLOSE MISSION-PROGRESS-FILE
453760         GO TO 7620-EXIT
453770     END-IF
453780     ADD 1 TO MP-COUNT
453790     IF MP-COUNT >= MI-TARGET-COUNT
453800         MOVE GM-SYS-DATE TO MP-COMPLETE-DATE
453810         MOVE GM-SYS-TIME TO MP-COMPLETE-TIME
453820     END-IF
453830     IF GM-MISSPROG-IS-NEW
453840         WRITE MISSION-PROGRESS-RECORD
453850     ELSE
453860         REWRITE MISSION-PROGRESS-RECORD
453870     END-IF
453871     IF NOT GM-MISSPROG-FILE-OK
453872         DISPLAY "mission progress not saved, status "
453873                 GM-MISSPROG-FILE-STATUS ": " GM-PLAYER-ID
453874         CLOSE MISSION-PROGRESS-FILE
453875         GO TO 7620-EXIT
453876     END-IF
453880     CLOSE MISSION-PROGRESS-FILE
453890     IF NOT MP-NOT-COMPLETE
453900         PERFORM 7630-PAY-MISSION THRU 7630-EXIT
453910     END-IF.
453920 7620-EXIT.
453930     EXIT.

453940*    The reward is one more EARN through 6720-POST-ONE-EARN, so
453950*    the ledger and balance move together and PTSVRFY proves.
453953*    Where the player's country withholds it, the mission still
453956*    completes and the response says the points were withheld.
453960 7630-PAY-MISSION.
453970     MOVE MI-REWARD-POINTS TO GM-EARN-POINTS
453980     MOVE SPACES TO GM-EARN-REASON
453990     STRING 'MSN-' MI-MISSION-ID DELIMITED BY SIZE
454000         INTO GM-EARN-REASON
454010     PERFORM 6720-POST-ONE-EARN THRU 6720-EXIT
454020     MOVE SPACES TO GM-MISSION-TEXT
454021     IF GM-ELIG-POINTS-BLOCKED
454022         STRING 'mission complete: ' FUNCTION TRIM(MI-DESCRIPTION)
454023                ' (points withheld)'
454024             DELIMITED BY SIZE INTO GM-MISSION-TEXT
454025         GO TO 7630-EXIT
454026     END-IF
454030     MOVE MI-REWARD-POINTS TO GM-MISSION-POINTS-ED
454040     STRING 'mission complete: ' FUNCTION TRIM(MI-DESCRIPTION)
454050            ' (+' FUNCTION TRIM(GM-MISSION-POINTS-ED) ' points)'
454060         DELIMITED BY SIZE INTO GM-MISSION-TEXT.
454070 7630-EXIT.
454080     EXIT.

454100 9999-EXIT.
454200     STOP RUN.
