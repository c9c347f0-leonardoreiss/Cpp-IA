002690* 09/02/26   RM    EVERY SCORING RUN NOW ALSO APPENDS ITS
002700*                  VITAL STATISTICS TO THE PERMANENT
002710*                  RUN-HISTORY FILE -- ONE PORTFOLIO RECORD
002711*                  ("**": CASES, SAIDA SPLIT, AVG/MIN/MAX
002712*                  MARGEM, FEATURE MEANS, EXCEPTIONS, DRIFT
002713*                  ALERTS) PLUS ONE PER SEGMENT THAT SCORED.
002714*                  RUN-CONTROL-FILE STILL HOLDS ONLY THE
002715*                  PRIOR RUN; THE SERIES FOR RISK MANAGEMENT
002716*                  LIVES ON RUNHIST AND IS TRENDED BY THE
002717*                  NEW PERCEPTRONTREND MONTH-END REPORT.
002718* 10/15/26   RM    POLICY KNOCK-OUT RULES: THE NEW OPTIONAL
002719*                  POLICYRL FILE (SEGMENT OR "**", FEATURE,
002720*                  COMPARISON, LIMIT, FORCED DECISION, RULE
002721*                  CODE -- MAINTAINED LIKE GRADETAB, NO
002722*                  RECOMPILE) IS CHECKED BEFORE THE WEIGHTED
002723*                  SUM DECIDES; A FIRING RULE FORCES THE
002724*                  DECISION (SOURCE 'P') AND ITS CODE RIDES ON
002725*                  THE SCORE LINE (NOW 132 WIDE), THE
002726*                  INTERFACE DETAIL AND THE SCORE-HISTORY
002727*                  RECORD. PER-RULE HIT COUNTS JOIN THE
002728*                  RUN-CONTROL SECTION.
002729* 10/15/26   RM    SHADOW SCORING: A GENERATION PINNED IN THE
002730*                  NEW PM-SHADOW-VERSION CARD FIELD SCORES
002731*                  EVERY BATCH CASE ALONGSIDE THE CHAMPION.
002732*                  ITS SAIDA, MARGEM AND GRADE GO ONLY TO THE
002733*                  NEW SHADOW-HISTORY FILE (SHADOWHS), NEXT TO
002734*                  THE CHAMPION'S -- DECISOUT, REVIEWQ AND THE
002735*                  PRODUCTION DECISION NEVER SEE IT.
002736*                  PERCEPTRONSHADOW REPORTS THE CUMULATIVE
002737*                  DISAGREEMENT AND OUTCOMES.
002738* 10/15/26   RM    MODEL GOVERNANCE: 1050 REPLAYS THE GOVMAST
002739*                  ACTIONS PERCEPTRONGOVMAINT RECORDS. AN
002740*                  UNPINNED RUN NEVER TAKES A RETIRED OR
002741*                  ROLLED-BACK GENERATION AS CHAMPION, A
002742*                  FROZEN SEGMENT SCORES ONLY WITH ITS FROZEN
002743*                  GENERATION, AND A PROMOTION WRITES NO NEW
002744*                  GENERATION FOR A FROZEN SEGMENT.
002745* 10/15/26   RM    TRAINING LOAD CATCHES REPEATED TR-IDS
002746*                  (ALSO ACROSS RECYCLE-INPUT AND THE
002747*                  TRAINING-SET) AND IDENTICAL FEATURE VECTORS
002748*                  WITH CONTRADICTORY TR-Y IN ONE SEGMENT. AN
002749*                  EXACT DUPLICATE IS DROPPED AND COUNTED; A
002750*                  REPEATED ID WITH OTHER DATA ("ID") OR A
002751*                  LABEL CONFLICT ("CF") GOES TO THE
002752*                  EXCEPTIONS-REPORT AND REJFILE. RUN-CONTROL
002753*                  SECTION SUMMARIZES THEM BY SEGMENT.
002754* 10/15/26   RM    SCORE-HISTORY IS NOW AN INDEXED MASTER KEYED
002755*                  ON CASE ID PLUS RUN DATE. THE 20000-ENTRY
002756*                  HISTORY TABLE AND ITS UP-FRONT LOAD ARE GONE:
002757*                  4230, THE RESTART GUARD AND THE ANALYST FOLD
002758*                  READ THE CASE'S LATEST APPEARANCE BY KEY
002759*                  (4400) AND NEW APPEARANCES GO IN THROUGH
002760*                  4248. PERCEPTRONHISTCONV LOADS THE OLD
002761*                  SEQUENTIAL MASTER AND ITS ARCHIVES ONCE.
002762* 10/15/26   RM    SCORE-HISTORY RECORD CARRIES THE WEIGHTS
002763*                  GENERATION THAT SCORED THE CASE
002764*                  (SH-WEIGHTS-VERSION, SET BY THE NEW 4605
002765*                  THE INTERFACE DETAIL ALSO USES); AN ANALYST
002766*                  FOLD CARRIES THE GENERATION OF THE
002767*                  APPEARANCE IT FOLDS INTO.
002768* 10/15/26   RM    TONIGHT'S TEST-VECTORS GROUPS ARE CHECKED
002769*                  AGAINST THE NEW OPTIONAL SOURCE ROSTER
002770*                  (SRCROST -- CHANNELS EXPECTED PER WEEKDAY)
002771*                  AND BUSINESS CALENDAR (BIZCAL -- PROCESSING
002772*                  DAYS AND HOLIDAYS): A MISSING, UNEXPECTED
002773*                  OR LATE-DATED GROUP, OR A PROCESSING DAY
002774*                  SKIPPED SINCE THE LAST SCORED BUSINESS
002775*                  DATE, IS LISTED ON SYSOUT, COUNTED IN THE
002776*                  RUN-CONTROL SECTION AND WARNS THE
002777*                  SCHEDULER WITH RETURN CODE 4.
002778* 10/15/26   RM    END-OF-JOB BALANCING (8400): EVERY OUTPUT
002779*                  FILE'S WRITES ARE COUNTED WHERE THEY HAPPEN
002780*                  AND PROVED AGAINST EACH OTHER -- TEST-VECTORS
002781*                  IN VS SCOREOUT PLUS REJFILE, SCOREOUT VS
002782*                  DECISOUT AND ITS TRAILERS, SCORE-HISTORY
002783*                  WRITES NET OF RESTART SKIPS, REVIEWQ VS THE
002784*                  'R' DECISIONS, ANALYST DECISIONS, REASONS.
002785*                  THE TOTALS AND EACH EQUATION GO TO THE NEW
002786*                  BALCTL FILE AND BALRPT PROOF PAGE; AN
002787*                  EQUATION THAT FAILS ENDS THE RUN WITH THE
002788*                  NEW RETURN CODE 16 SO DECISOUT IS HELD.
002790*----------------------------------------------------------
002800
002810 ENVIRONMENT DIVISION.
003410             ORGANIZATION IS LINE SEQUENTIAL
003420             FILE STATUS IS WS-AUDIT-STATUS.
003430
003431     SELECT OPTIONAL GOVERNANCE-FILE ASSIGN TO GOVMAST
003432             ORGANIZATION IS LINE SEQUENTIAL
003433             FILE STATUS IS WS-GOV-STATUS.
003434
003440     SELECT OPTIONAL SCORE-HISTORY ASSIGN TO SCOREHIS
003441             ORGANIZATION IS INDEXED
003442             ACCESS MODE IS DYNAMIC
003443             RECORD KEY IS SH-KEY
003444             FILE STATUS IS WS-SCOREHIS-STATUS.
003445
003446     SELECT OPTIONAL SHADOW-HISTORY ASSIGN TO SHADOWHS
003450             ORGANIZATION IS LINE SEQUENTIAL
003451             FILE STATUS IS WS-SHADOWHS-STATUS.
003470
003480     SELECT OPTIONAL REASON-CODES ASSIGN TO REASONCD
003490             ORGANIZATION IS LINE SEQUENTIAL
003500             FILE STATUS IS WS-REASONCD-STATUS.
003510
003511     SELECT OPTIONAL POLICY-RULES-FILE ASSIGN TO POLICYRL
003512             ORGANIZATION IS LINE SEQUENTIAL
003513             FILE STATUS IS WS-POLICY-STATUS.
003514
003520     SELECT OPTIONAL GRADE-TABLE-FILE ASSIGN TO GRADETAB
003530             ORGANIZATION IS LINE SEQUENTIAL
003540             FILE STATUS IS WS-GRADETAB-STATUS.
003550
003551     SELECT OPTIONAL SOURCE-ROSTER ASSIGN TO SRCROST
003552             ORGANIZATION IS LINE SEQUENTIAL
003553             FILE STATUS IS WS-ROSTER-STATUS.
003554
003560     SELECT REASON-REPORT ASSIGN TO REASONRPT
003570             ORGANIZATION IS LINE SEQUENTIAL
003580             FILE STATUS IS WS-REASONRPT-STATUS.
003581
003582     SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO BIZCAL
003583             ORGANIZATION IS LINE SEQUENTIAL
003584             FILE STATUS IS WS-CALENDAR-STATUS.
003590
003600     SELECT MIGRATION-REPORT ASSIGN TO MIGRROUT
003610             ORGANIZATION IS LINE SEQUENTIAL
003840     SELECT QUALITY-REPORT ASSIGN TO QUALRPT
003850             ORGANIZATION IS LINE SEQUENTIAL
003860             FILE STATUS IS WS-QUALITY-STATUS.
003861
003862     SELECT BALANCE-CONTROL-FILE ASSIGN TO BALCTL
003863             ORGANIZATION IS LINE SEQUENTIAL
003864             FILE STATUS IS WS-BALCTL-STATUS.
003865
003866     SELECT BALANCE-REPORT ASSIGN TO BALRPT
003867             ORGANIZATION IS LINE SEQUENTIAL
003868             FILE STATUS IS WS-BALRPT-STATUS.
003870
003880 DATA DIVISION.
003890 FILE SECTION.
004590
004600 FD  SCORE-REPORT
004610         RECORDING MODE IS F.
004620 01  SCORE-REPORT-RECORD    PIC X(132).
004630
004640*----------------------------------------------------------
004650* FIXED-LAYOUT DECISION EXTRACT FOR THE LOAN ORIGINATION
004850                 SIGN IS LEADING SEPARATE.
004860     05  DI-WEIGHTS-VERSION PIC 9(04).
004870     05  DI-REASON-FATOR OCCURS 3 TIMES PIC 9.
004875     05  DI-POLICY-RULE  PIC X(04).
004880 01  DECISION-IF-HEADER.
004890     05  FILLER          PIC X(01).
004900     05  DIH-BUSINESS-DATE PIC 9(08).
005840     05  PM-WEIGHTS-VERSION PIC 9(04).
005850     05  PM-TEST-SEGMENT   PIC X(02).
005860     05  PM-MIGR-TOL       PIC 9(4)V99.
005861     05  PM-SHADOW-VERSION PIC 9(04).
005870 01  PARM-RANGE-RECORD.
005880     05  PR-FEATURE-RANGE OCCURS 5 TIMES.
005890         10  PR-FEATURE-MIN  PIC 9(3)V99.
006020
006030 FD  EXCEPTIONS-REPORT
006040         RECORDING MODE IS F.
006041 01  EXCEPTION-RECORD      PIC X(80).
006042
006043*----------------------------------------------------------
006044* POLICY KNOCK-OUT RULES, ONE ROW PER RULE, CHECKED IN FILE
006045* ORDER BEFORE THE WEIGHTED SUM DECIDES: WHEN FEATURE
006046* PL-FEATURE-NUM OF A CASE IN SEGMENT PL-SEGMENT ("**" =
006047* EVERY SEGMENT) COMPARES TO PL-LIMIT AS PL-COMPARE SAYS
006048* (">", ">=", "<", "<=", "=", "<>"), THE CASE TAKES
006049* PL-DECISION ('0', '1' OR 'R') AND CARRIES PL-RULE-CODE.
006050* FIRST RULE TO FIRE WINS. MAINTAINED BY CREDIT POLICY
006051* LIKE GRADETAB -- NO RECOMPILE.
006052*----------------------------------------------------------
006053 FD  POLICY-RULES-FILE
006054         RECORDING MODE IS F.
006055 01  POLICY-RULE-RECORD.
006056     05  PL-SEGMENT     PIC X(02).
006057     05  PL-FEATURE-NUM PIC 9.
006058     05  PL-COMPARE     PIC X(02).
006059     05  PL-LIMIT       PIC 9(3)V99.
006060     05  PL-DECISION    PIC X(01).
006061     05  PL-RULE-CODE   PIC X(04).
006062
006070 FD  AUDIT-LOG
006080         RECORDING MODE IS F.
006090 01  AUDIT-RECORD          PIC X(160).
006160     05  CK-WBIAS       PIC S9(3)V9(4).
006170     05  CK-ITERATIONS   PIC 9(07).
006180     05  CK-EPOCHS       PIC 9999.
006181     05  CK-PAIR-INDEX   PIC 9(06).
006182
006183*----------------------------------------------------------
006184* MODEL GOVERNANCE ACTIONS, MAINTAINED ONLY BY
006185* PERCEPTRONGOVMAINT: 'C' FREEZES THE SEGMENT AT GV-VERSION,
006186* 'L' RELEASES A FREEZE, 'R' RETIRES GV-VERSION, 'V' ROLLS
006187* THE SEGMENT BACK TO GV-VERSION (EVERY GENERATION ABOVE IT
006188* UP TO GV-PRIOR-VERSION, THE CHAMPION AT THE TIME, IS
006189* RETIRED). APPROVER, DATE AND REASON RIDE ON EACH ACTION.
006190*----------------------------------------------------------
006191 FD  GOVERNANCE-FILE
006192         RECORDING MODE IS F.
006193 01  GOVERNANCE-RECORD.
006194     05  GV-ACTION         PIC X(01).
006195     05  GV-SEGMENT        PIC X(02).
006196     05  GV-VERSION        PIC 9(04).
006197     05  GV-PRIOR-VERSION  PIC 9(04).
006198     05  GV-NEW-VERSION    PIC 9(04).
006199     05  GV-APPROVER       PIC X(10).
006200     05  GV-ACTION-DATE    PIC 9(08).
006201     05  GV-REASON         PIC X(40).
006202
006210 FD  THRESHOLD-REPORT
006211         RECORDING MODE IS F.
006212 01  THRESHOLD-RECORD      PIC X(60).
006213
006214*----------------------------------------------------------
006215* SHADOW-HISTORY -- ONE RECORD PER BATCH CASE SCORED WHILE A
006216* SHADOW GENERATION IS PINNED: THE CHAMPION'S RESULT AND THE
006217* PRODUCTION DECISION BESIDE THE SHADOW'S, FOR
006218* PERCEPTRONSHADOW TO ACCUMULATE ACROSS RUNS.
006219*----------------------------------------------------------
006220 FD  SHADOW-HISTORY
006221         RECORDING MODE IS F.
006222 01  SHADOW-HISTORY-RECORD.
006223     05  SD-ID             PIC X(10).
006224     05  SD-SEGMENT        PIC X(02).
006225     05  SD-RUN-DATE       PIC 9(08).
006226     05  SD-SOURCE-SYSTEM  PIC X(08).
006227     05  SD-CHAMP-VERSION  PIC 9(04).
006228     05  SD-CHAMP-SAIDA    PIC 9.
006229     05  SD-CHAMP-MARGEM   PIC S9(7)V9(4)
006230                 SIGN IS LEADING SEPARATE.
006231     05  SD-CHAMP-GRADE    PIC X(01).
006232     05  SD-DECISION       PIC X(01).
006233     05  SD-DECISION-SRC   PIC X(01).
006234     05  SD-SHADOW-VERSION PIC 9(04).
006235     05  SD-SHADOW-SAIDA   PIC 9.
006236     05  SD-SHADOW-MARGEM  PIC S9(7)V9(4)
006237                 SIGN IS LEADING SEPARATE.
006238     05  SD-SHADOW-GRADE   PIC X(01).
006240
006250 FD  VALIDATION-SET
006260         RECORDING MODE IS F.
006280     05  VA-ID           PIC X(10).
006290     05  VA-SEGMENT      PIC X(02).
006300     05  VA-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
006301     05  VA-Y            PIC 9.
006302
006303*----------------------------------------------------------
006304* BUSINESS CALENDAR -- ONE ROW PER CALENDAR DATE WITH ITS
006305* WEEKDAY (1 = SEGUNDA ... 7 = DOMINGO) AND ITS TYPE: 'U'
006306* PROCESSING DAY, 'F' HOLIDAY, 'N' NO PROCESSING (WEEKEND).
006307* PUBLISHED BY OPERATIONS AHEAD OF EACH YEAR.
006308*----------------------------------------------------------
006309 FD  BUSINESS-CALENDAR
006310         RECORDING MODE IS F.
006311 01  BUSINESS-CALENDAR-RECORD.
006312     05  BC-DATE          PIC 9(08).
006313     05  BC-WEEKDAY       PIC 9.
006314     05  BC-DAY-TYPE      PIC X(01).
006320
006330 FD  QUALITY-REPORT
006340         RECORDING MODE IS F.
006830     05  RH-MAX-MARGEM PIC S9(7)V9(4)
006840                 SIGN IS LEADING SEPARATE.
006850     05  RH-FEAT-MEAN OCCURS 5 TIMES PIC 9(3)V99.
006851     05  RH-EXCEPTIONS PIC 9(04).
006852     05  RH-DRIFT-ALERTS PIC 9(02).
006853
006854*----------------------------------------------------------
006855* END-OF-JOB BALANCING -- ONE 'H' RECORD WITH THE BUSINESS
006856* DATE AND THE VERDICT ('B' IN BALANCE, 'F' OUT OF BALANCE),
006857* ONE 'C' RECORD PER CONTROL TOTAL, ONE 'E' RECORD PER
006858* CROSS-FILE EQUATION (BOTH SIDES AND ITS OWN VERDICT), AND
006859* A 'T' TRAILER COUNTING THE RECORDS IN BETWEEN. THE
006860* SCHEDULER RELEASES DECISOUT ONLY ON A 'B' HEADER.
006861*----------------------------------------------------------
006862 FD  BALANCE-CONTROL-FILE
006863         RECORDING MODE IS F.
006864 01  BALANCE-CONTROL-RECORD.
006865     05  BL-REC-TYPE     PIC X(01).
006866     05  BL-CODE         PIC X(08).
006867     05  BL-LEFT         PIC 9(09).
006868     05  BL-RIGHT        PIC 9(09).
006869     05  BL-STATUS       PIC X(01).
006870     05  BL-DESCRIPTION  PIC X(60).
006871 01  BALANCE-CONTROL-HEADER.
006872     05  FILLER          PIC X(01).
006873     05  BLH-BUSINESS-DATE PIC 9(08).
006874     05  BLH-STATUS      PIC X(01).
006875     05  BLH-EQUATIONS   PIC 9(02).
006876     05  BLH-FAILED      PIC 9(02).
006877     05  FILLER          PIC X(74).
006878 01  BALANCE-CONTROL-TRAILER.
006879     05  FILLER          PIC X(01).
006880     05  BLT-RECORD-COUNT PIC 9(06).
006881     05  FILLER          PIC X(81).
006882
006890 FD  SCORE-HISTORY
006900         RECORDING MODE IS F.
006910 01  SCORE-HISTORY-RECORD.
006911     05  SH-KEY.
006912         10  SH-ID     PIC X(10).
006913         10  SH-RUN-DATE PIC 9(08).
006930     05  SH-SEGMENT    PIC X(02).
006950     05  SH-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
006960     05  SH-MARGEM     PIC S9(7)V9(4)
006970                 SIGN IS LEADING SEPARATE.
006990     05  SH-DECISION   PIC X(01).
007000     05  SH-DECISION-SRC PIC X(01).
007010     05  SH-GRADE      PIC X(01).
007011     05  SH-POLICY-RULE PIC X(04).
007012     05  SH-WEIGHTS-VERSION PIC 9(04).
007013
007014 FD  BALANCE-REPORT
007015         RECORDING MODE IS F.
007016 01  BALANCE-REPORT-RECORD PIC X(132).
007020
007030 FD  MIGRATION-REPORT
007040         RECORDING MODE IS F.
007041 01  MIGRATION-RECORD      PIC X(132).
007042
007043*----------------------------------------------------------
007044* SOURCE-SYSTEM ROSTER -- ONE ROW PER CHANNEL EXTRACT THE
007045* BATCH EXPECTS, WITH ONE 'S'/'N' FLAG PER WEEKDAY (1 =
007046* SEGUNDA ... 7 = DOMINGO) SAYING WHETHER ITS H/D/T GROUP
007047* MUST BE ON TEST-VECTORS FOR A BUSINESS DATE FALLING ON
007048* THAT DAY. MAINTAINED BY OPERATIONS LIKE GRADETAB -- NO
007049* RECOMPILE WHEN A CHANNEL IS ADDED OR RETIRED.
007050*----------------------------------------------------------
007051 FD  SOURCE-ROSTER
007052         RECORDING MODE IS F.
007053 01  SOURCE-ROSTER-RECORD.
007054     05  RS-SOURCE-SYSTEM PIC X(08).
007055     05  RS-DAYS.
007056         10  RS-DAY-FLAG  PIC X(01) OCCURS 7 TIMES.
007060
007070 FD  REASON-CODES
007080         RECORDING MODE IS F.
007510
007520*----------------------------------------------------------
007530* GRADED RETURN CODE FOR THE SCHEDULER -- 0 CLEAN, 4 DONE
007531* WITH WARNINGS, 8 NOTHING TRAINED/SCORED, 12 I/O FAILURE,
007532* 16 OUTPUT FILES OUT OF BALANCE (HOLD DECISOUT).
007550* 9800-RAISE-RC KEEPS THE WORST ONE SEEN; 9900-IO-ABORT
007560* STOPS THE RUN ON THE SPOT WITH RETURN-CODE 12.
007570*----------------------------------------------------------
008110 01  WS-GATE-ROW-SW   PIC X VALUE "Y".
008120     88  GATE-ROW-OK             VALUE "Y".
008130
008131*----------------------------------------------------------
008132* SHADOW SCORING -- THE GENERATION PINNED BY PM-SHADOW-
008133* VERSION IS LOADED INTO EACH SEGMENT'S SEG-SH-W/SEG-SH-WBIAS
008134* AND SCORES EVERY BATCH CASE A SECOND TIME. ITS RESULT GOES
008135* ONLY TO SHADOW-HISTORY; SAIDA, WS-DECISAO AND WS-GRADE
008136* STAY THE CHAMPION'S.
008137*----------------------------------------------------------
008138 01  ShadowVersion    PIC 9(04) VALUE 0.
008139 01  ShadowSegCount   PIC 99 COMP VALUE 0.
008140 01  ShadowCount      PIC 9(06) VALUE 0.
008141 01  ShadowDisagree   PIC 9(06) VALUE 0.
008142 01  ShadowGradeDiff  PIC 9(06) VALUE 0.
008143 01  ShadowNoGen      PIC 9(06) VALUE 0.
008144 01  ShadowSaida      PIC 9.
008145 01  WS-SHADOW-SUM    PIC S9(7)V9(4) COMP-3.
008146 01  WS-SHADOW-GRADE  PIC X(01).
008148
008149*----------------------------------------------------------
008150* SEGMENT REGISTRY -- ONE WORKING (CHALLENGER) AND ONE
008160* CHAMPION WEIGHT SET PER PORTFOLIO SEGMENT, PLUS EACH
008170* SEGMENT'S OWN TRAINING OUTCOME. WT-W/WBIAS AND CH-W/
008360         10  SEG-CASES       PIC 9(06).
008370         10  SEG-SAIDA1      PIC 9(06).
008380         10  SEG-MARGEM-SUM  PIC S9(9)V9(4) COMP-3.
008381         10  SEG-SH-W OCCURS 5 TIMES PIC S9(3)V9(4) COMP-3.
008382         10  SEG-SH-WBIAS    PIC S9(3)V9(4) COMP-3.
008383         10  SEG-SHADOW-SW   PIC X.
008384             88  SEGMENT-HAS-SHADOW      VALUE "Y".
008385         10  SEG-FROZEN-SW   PIC X.
008386             88  SEGMENT-FROZEN          VALUE "Y".
008390 01  WS-SEG-LOOKUP    PIC X(02).
008400 01  WS-SEG-FOUND-IX  PIC 99 COMP VALUE 0.
008410 01  WS-SEG-IX        PIC 99 COMP VALUE 0.
008420 01  MaxChampionVersion PIC 9(04) VALUE 0.
008421 01  WS-PIN-FOUND-SW  PIC X VALUE "N".
008422     88  PIN-VERSION-FOUND       VALUE "Y".
008423
008424*----------------------------------------------------------
008425* MODEL GOVERNANCE -- GOVMAST REPLAYED IN FILE ORDER AT
008426* STARTUP: THE RETIRED VERSION RANGES PER SEGMENT AND THE
008427* VERSION A SEGMENT IS FROZEN AT (ZERO ONCE RELEASED). AN
008428* UNPINNED RUN NEVER TAKES A RETIRED GENERATION AS CHAMPION,
008429* AND A FROZEN SEGMENT TAKES ONLY ITS FROZEN ONE.
008430*----------------------------------------------------------
008431 01  GovRangeCount    PIC 9(03) COMP VALUE 0.
008432 01  GOV-RANGE-TABLE.
008433     05  GX-ENTRY OCCURS 200 TIMES.
008434         10  GX-SEGMENT  PIC X(02).
008435         10  GX-FROM     PIC 9(04).
008436         10  GX-TO       PIC 9(04).
008437 01  GovFreezeCount   PIC 99 COMP VALUE 0.
008438 01  GOV-FREEZE-TABLE.
008439     05  GF-ENTRY OCCURS 20 TIMES.
008440         10  GF-SEGMENT  PIC X(02).
008441         10  GF-VERSION  PIC 9(04).
008442 01  WS-GX-IX         PIC 9(03) COMP VALUE 0.
008443 01  WS-GF-IX         PIC 99 COMP VALUE 0.
008444 01  WS-GF-FOUND-IX   PIC 99 COMP VALUE 0.
008445 01  WS-GOV-SEGMENT   PIC X(02).
008446 01  WS-GEN-ELIGIBLE-SW PIC X VALUE "Y".
008447     88  GENERATION-ELIGIBLE     VALUE "Y".
008450 01  TestSegment      PIC X(02) VALUE SPACES.
008460
008470*----------------------------------------------------------
008580 01  ResumeIterations PIC 9(07) VALUE 0.
008590
008600*----------------------------------------------------------
008610* SCORE-HISTORY MASTER -- KEYED ON CASE ID PLUS RUN DATE.
008620* 4400 READS ONE CASE'S LATEST APPEARANCE INTO HISTORY-LATEST
008630* SO TONIGHT'S DECISION CAN BE COMPARED AGAINST THE LAST ONE.
008640* IT ALSO BACKS THE RESTART REPLAY GUARD (A LATEST APPEARANCE
008650* ALREADY CARRYING TONIGHT'S RUN DATE WAS COMMITTED BY THE
008660* ABENDED PASS). NOTHING IS HELD IN STORAGE, SO THE LIVE
008670* MASTER IS LIMITED ONLY BY WHAT THE RETENTION JOB KEEPS.
008680*----------------------------------------------------------
008700 01  MigrationCount PIC 9(04) VALUE 0.
008710 01  MigrationTol   PIC 9(4)V99 COMP-3 VALUE 1.00.
008711 01  WS-HIST-LOOKUP-ID PIC X(10).
008712 01  WS-HIST-FOUND-SW PIC X VALUE "N".
008713     88  HISTORY-FOUND           VALUE "Y".
008714 01  WS-HIST-SCAN-SW  PIC X VALUE "N".
008715     88  HISTORY-SCAN-DONE       VALUE "Y".
008716 01  HISTORY-LATEST.
008717     05  HL-SEGMENT  PIC X(02).
008718     05  HL-RUN-DATE PIC 9(08).
008719     05  HL-MARGEM   PIC S9(7)V9(4) COMP-3.
008720     05  HL-SAIDA    PIC 9.
008721     05  HL-WEIGHTS-VERSION PIC 9(04).
008722     05  HL-DECISION PIC X(01).
008723     05  HL-POLICY-RULE PIC X(04).
008830 01  WS-MARGIN-DELTA  PIC S9(7)V9(4) COMP-3.
008840 01  WS-MARGIN-ANT-D  PIC S9(7)V9(4)
008850                 SIGN IS LEADING SEPARATE.
009370 01  ANALYST-TABLE.
009380     05  AN-ENTRY OCCURS 1000 TIMES.
009390         10  AN-ID         PIC X(10).
009391         10  AN-DECISION   PIC 9.
009392         10  AN-MATCHED-SW PIC X.
009393
009394*----------------------------------------------------------
009395* POLICY KNOCK-OUT RULES OFF POLICYRL, IN FILE ORDER, WITH
009396* THE TIMES EACH ONE FIRED THIS RUN FOR THE RUN-CONTROL
009397* SECTION. WS-POLICY-RULE IS THE CODE OF THE RULE THAT
009398* DECIDED THE CASE IN HAND (SPACES WHEN NONE FIRED).
009399*----------------------------------------------------------
009400 01  PolicyRuleCount PIC 99 COMP VALUE 0.
009401 01  POLICY-RULE-TABLE.
009402     05  PT-ENTRY OCCURS 50 TIMES.
009403         10  PT-SEGMENT     PIC X(02).
009404         10  PT-FEATURE-NUM PIC 9.
009405         10  PT-COMPARE     PIC X(02).
009406         10  PT-LIMIT       PIC 9(3)V99 COMP-3.
009407         10  PT-DECISION    PIC X(01).
009408         10  PT-RULE-CODE   PIC X(04).
009409         10  PT-HITS        PIC 9(06).
009410 01  WS-PT-IX          PIC 99 COMP VALUE 0.
009411 01  WS-PT-FOUND-IX    PIC 99 COMP VALUE 0.
009412 01  WS-POLICY-RULE    PIC X(04) VALUE SPACES.
009413 01  WS-PT-FEATURE     PIC 9 COMP VALUE 0.
009414 01  PolicyHitCount    PIC 9(06) VALUE 0.
009415 01  PolicyHeldAnalyst PIC 9(06) VALUE 0.
009420
009430*----------------------------------------------------------
009440* RISK-GRADE BANDING -- THE BREAKPOINT ROWS OFF GRADETAB
010060 01  WS-DRIFT-PCT-D PIC ZZ9.99.
010070 01  WS-DRIFT-PCT-ANT-D PIC ZZ9.99.
010080 01  Epochs       PIC 9999 COMP VALUE 0.
010081 01  MisclassifiedCount PIC 9999 COMP VALUE 0.
010082 01  PairIndex    PIC 9(06) COMP VALUE 0.
010083
010084*----------------------------------------------------------
010085* SOURCE ROSTER AND BUSINESS CALENDAR OFF SRCROST AND
010086* BIZCAL, FOR 4070'S CHECK OF TONIGHT'S GROUPS AGAINST THE
010087* CHANNELS EXPECTED ON THE BUSINESS DATE AND OF PROCESSING
010088* DAYS SKIPPED SINCE THE LAST SCORED DATE. THE COUNTS FEED
010089* THE RUN-CONTROL SECTION AND THE RETURN CODE.
010090*----------------------------------------------------------
010091 01  RosterCount      PIC 99 COMP VALUE 0.
010092 01  SOURCE-ROSTER-TABLE.
010093     05  RT-ENTRY OCCURS 20 TIMES.
010094         10  RT-SYSTEM    PIC X(08).
010095         10  RT-DAYS.
010096             15  RT-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
010097 01  WS-RT-IX         PIC 99 COMP VALUE 0.
010098 01  WS-RT-FOUND-IX   PIC 99 COMP VALUE 0.
010099 01  WS-RT-LOOKUP     PIC X(08).
010100 01  WS-DAY-FLAG-COUNT PIC 99 COMP VALUE 0.
010101 01  CalendarCount    PIC 9(04) COMP VALUE 0.
010102 01  BUSINESS-CALENDAR-TABLE.
010103     05  CT-ENTRY OCCURS 800 TIMES.
010104         10  CT-DATE      PIC 9(08).
010105         10  CT-WEEKDAY   PIC 9.
010106         10  CT-DAY-TYPE  PIC X(01).
010107             88  CT-PROCESSING-DAY     VALUE "U".
010108 01  WS-CT-IX         PIC 9(04) COMP VALUE 0.
010109 01  WS-CT-FOUND-IX   PIC 9(04) COMP VALUE 0.
010110 01  WS-CAL-WEEKDAY   PIC 9 VALUE 0.
010111 01  WS-FEED-CHECK-SW PIC X VALUE "N".
010112     88  FEED-CHECK-RAN          VALUE "Y".
010113 01  WS-CAL-DATE-SW   PIC X VALUE " ".
010114     88  CAL-DATE-UNKNOWN        VALUE "D".
010115     88  CAL-DATE-NOT-PROCESSING VALUE "F".
010116 01  WS-FEED-REASON   PIC X(30).
010117 01  RosterMissing    PIC 9(03) VALUE 0.
010118 01  RosterUnexpected PIC 9(03) VALUE 0.
010119 01  RosterLate       PIC 9(03) VALUE 0.
010120 01  CalendarGapDays  PIC 9(03) VALUE 0.
010121
010122*----------------------------------------------------------
010130* GENERIC SCORING INPUTS -- LOADED BY WHOEVER IS CALLING
010140* 6000-COMPUTE-SAIDA (INTERACTIVE TEST OR BATCH SCORING).
010150*----------------------------------------------------------
010170     05  WS-CALC-X OCCURS 5 TIMES PIC 9(3)V99.
010180
010190*----------------------------------------------------------
010191* END-OF-JOB BALANCING -- WHAT EACH OUTPUT FILE TOOK THIS
010192* RUN, COUNTED AT THE WRITE ITSELF, AND THE EQUATIONS 8400
010193* PROVES FROM THEM. A RUN OUT OF BALANCE ENDS WITH 16.
010194*----------------------------------------------------------
010195 01  RejectLoteCount      PIC 9(06) VALUE 0.
010196 01  InterfaceTotal       PIC 9(06) VALUE 0.
010197 01  InterfaceTrailerSum  PIC 9(06) VALUE 0.
010198 01  InterfaceReferCount  PIC 9(06) VALUE 0.
010199 01  InterfaceReasonCount PIC 9(06) VALUE 0.
010200 01  ReviewQueueCount     PIC 9(06) VALUE 0.
010201 01  ReasonCaseCount      PIC 9(06) VALUE 0.
010202 01  ReasonLineCount      PIC 9(07) VALUE 0.
010203 01  HistCaseWrites       PIC 9(06) VALUE 0.
010204 01  HistResumeSkips      PIC 9(06) VALUE 0.
010205 01  HistAdded            PIC 9(06) VALUE 0.
010206 01  HistReplaced         PIC 9(06) VALUE 0.
010207 01  AnalystFolded        PIC 9(04) VALUE 0.
010208 01  AnalystFoldSkip      PIC 9(04) VALUE 0.
010209 01  AnalystInBatch       PIC 9(04) VALUE 0.
010210 01  BalanceEqCount       PIC 99 VALUE 0.
010211 01  BalanceFailCount     PIC 99 VALUE 0.
010212 01  BalanceRecCount      PIC 9(06) VALUE 0.
010213 01  BALANCE-EQ-TABLE.
010214     05  BE-ENTRY OCCURS 12 TIMES.
010215         10  BE-CODE        PIC X(08).
010216         10  BE-LEFT        PIC 9(09).
010217         10  BE-RIGHT       PIC 9(09).
010218         10  BE-STATUS      PIC X(01).
010219             88  BE-IN-BALANCE         VALUE "B".
010220         10  BE-DESCRIPTION PIC X(60).
010221 01  WS-BE-IX         PIC 99 COMP VALUE 0.
010222 01  WS-BAL-CODE      PIC X(08).
010223 01  WS-BAL-LEFT      PIC 9(09).
010224 01  WS-BAL-RIGHT     PIC 9(09).
010225 01  WS-BAL-DESC      PIC X(60).
010226 01  WS-BAL-LEFT-D    PIC Z(8)9.
010227 01  WS-BAL-RIGHT-D   PIC Z(8)9.
010228 01  WS-BAL-LINE      PIC X(132).
010229 01  WS-BALANCE-SW    PIC X VALUE "B".
010230     88  RUN-IN-BALANCE          VALUE "B".
010231     88  RUN-OUT-OF-BALANCE      VALUE "F".
010232
010233*----------------------------------------------------------
010234* SCORE-REPORT LINE IMAGE -- BUILT VIA STRING (VARIABLE
010235* NUMBER OF FEATURES), THEN MOVED INTO THE FD RECORD.
010236*----------------------------------------------------------
010237 01  WS-SCORE-LINE        PIC X(132).
010240 01  WS-FEATURE-LABEL     PIC 9.
010250 01  WS-STRING-PTR        PIC 9(03) COMP.
010260
010670     88  SCORECKPT-FILE-OK          VALUE "00".
010680     88  SCORECKPT-FILE-NOT-FOUND   VALUE "05".
010690 01  WS-RUNHIST-STATUS       PIC XX.
010691 01  WS-BALCTL-STATUS       PIC XX.
010692 01  WS-BALRPT-STATUS       PIC XX.
010693 01  WS-ROSTER-STATUS       PIC XX.
010694     88  ROSTER-FILE-OK             VALUE "00".
010695     88  ROSTER-EOF                 VALUE "10".
010696 01  WS-CALENDAR-STATUS     PIC XX.
010697     88  CALENDAR-FILE-OK           VALUE "00".
010698     88  CALENDAR-EOF               VALUE "10".
010700 01  WS-PARM-STATUS         PIC XX.
010710     88  PARM-FILE-OK              VALUE "00".
010720     88  PARM-FILE-NOT-FOUND       VALUE "05".
010880 01  WS-SCOREHIS-STATUS     PIC XX.
010890     88  SCOREHIS-FILE-OK           VALUE "00".
010900     88  SCOREHIS-FILE-NOT-FOUND    VALUE "05".
010901     88  SCOREHIS-OPEN-OK           VALUE "00" "05".
010910     88  SCOREHIS-EOF               VALUE "10".
010911     88  SCOREHIS-DUPLICATE-KEY     VALUE "22".
010920 01  WS-MIGR-STATUS         PIC XX.
010930 01  WS-GRADETAB-STATUS     PIC XX.
010940     88  GRADETAB-FILE-OK           VALUE "00".
010950     88  GRADETAB-FILE-NOT-FOUND    VALUE "05".
010960     88  GRADETAB-EOF               VALUE "10".
010961 01  WS-POLICY-STATUS       PIC XX.
010962     88  POLICY-FILE-OK             VALUE "00".
010963     88  POLICY-FILE-NOT-FOUND      VALUE "05".
010964     88  POLICY-EOF                 VALUE "10".
010965 01  WS-SHADOWHS-STATUS     PIC XX.
010966     88  SHADOWHS-OPEN-OK           VALUE "00" "05".
010967 01  WS-GOV-STATUS          PIC XX.
010968     88  GOV-FILE-OK                VALUE "00".
010969     88  GOV-EOF                    VALUE "10".
010970 01  WS-REASONCD-STATUS     PIC XX.
010980     88  REASONCD-FILE-OK           VALUE "00".
010990     88  REASONCD-FILE-NOT-FOUND    VALUE "05".
011940 01  WS-EXC-SOURCE       PIC X(08).
011950 01  WS-EXC-ID           PIC X(10).
011960 01  WS-EXC-FIELD-LABEL  PIC X(02).
011961 01  WS-EXC-FIELD-NUM    PIC 99.
011980 01  WS-EXC-VALUE        PIC X(06).
011990 01  WS-EXC-ROW          PIC 9(06).
012000
012150*----------------------------------------------------------
012160* SCORING-PASS RESTART -- A CHECKPOINT ON FILE MEANS THE
012170* LAST PASS NEVER FINISHED. THE RERUN RE-SCORES AND
012171* RE-REPORTS EVERY CASE, BUT A CASE WHOSE LATEST MASTER
012172* RECORD ALREADY CARRIES TONIGHT'S RUN DATE WAS COMMITTED BY
012173* THE ABENDED PASS AND SKIPS THE WRITE.
012210*----------------------------------------------------------
012220 01  WS-SCORE-RESUMED-SW PIC X VALUE "N".
012230     88  SCORE-RESUMED-FROM-CKPT    VALUE "Y".
012300 01  RecycleScoreRead     PIC 9(04) VALUE 0.
012310 01  RecycleScoreAccepted PIC 9(04) VALUE 0.
012320 01  RecycleScoreRejected PIC 9(04) VALUE 0.
012321 01  RecycleTrainDuplicate PIC 9(04) VALUE 0.
012330
012340 01  WS-AUDIT-STATUS        PIC XX.
012350 01  WS-AUDIT-LINE          PIC X(160).
012400 01  WS-AUDIT-WBIAS-D       PIC S9(3)V9(4)
012410                                SIGN IS LEADING SEPARATE.
012420 01  WS-AUDIT-WEIGHT-D      PIC S9(3)V9(4)
012421                                SIGN IS LEADING SEPARATE.
012422
012423*----------------------------------------------------------
012424* TRAINING DUPLICATE CHECK -- EVERY ROW ALREADY ACCEPTED THIS
012425* RUN (RECYCLE PASS FIRST, THEN THE MAIN EXTRACT), SO A ROW
012426* CAN BE COMPARED BY TR-ID AND BY FEATURE VECTOR WITHIN ITS
012427* SEGMENT. TS-VECTOR IS THE VECTOR AS TRAINED (FEATURES PAST
012428* FeatureCount ZEROED). A FULL TABLE STILL CHECKS NEW ROWS
012429* AGAINST THE ONES IT HOLDS; IT JUST STOPS REMEMBERING, AND
012430* THE RUN-CONTROL SECTION SAYS HOW MANY WENT UNREMEMBERED.
012431*----------------------------------------------------------
012432 01  TrainSeenCount    PIC 9(05) COMP VALUE 0.
012433 01  TrainSeenOverflow PIC 9(06) VALUE 0.
012434 01  TRAIN-SEEN-TABLE.
012435     05  TS-ENTRY OCCURS 20000 TIMES.
012436         10  TS-ID       PIC X(10).
012437         10  TS-SEGMENT  PIC X(02).
012438         10  TS-VECTOR   PIC X(25).
012439         10  TS-Y        PIC 9.
012440         10  TS-SOURCE   PIC X(08).
012441         10  TS-ROW      PIC 9(06) COMP.
012442 01  WS-TS-IX          PIC 9(05) COMP VALUE 0.
012443 01  WS-TS-ID-IX       PIC 9(05) COMP VALUE 0.
012444 01  WS-TS-CONFLICT-IX PIC 9(05) COMP VALUE 0.
012445 01  WS-TS-PARTNER-IX  PIC 9(05) COMP VALUE 0.
012446 01  WS-DUP-VECTOR.
012447     05  WS-DUP-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
012448 01  WS-TRAIN-DUP-SW   PIC X VALUE "N".
012449     88  TRAINING-ROW-DUPLICATE     VALUE "Y".
012450 01  WS-PARTNER-ROW    PIC 9(06).
012451 01  DupDroppedCount   PIC 9(06) VALUE 0.
012452 01  DupCrossSourceCount PIC 9(06) VALUE 0.
012453 01  IdRepeatCount     PIC 9(06) VALUE 0.
012454 01  LabelConflictCount PIC 9(06) VALUE 0.
012455
012456*----------------------------------------------------------
012460* CHECKPOINT/RESTART
012470*----------------------------------------------------------
012480 01  CheckpointInterval     PIC 9(04) COMP VALUE 100.
012481 01  WS-ITERS-SINCE-CHECKPOINT PIC 9(04) COMP VALUE 0.
012482
012483*----------------------------------------------------------
012484* PER-SEGMENT SUMMARY OF THE ABOVE FOR THE RUN-CONTROL
012485* SECTION, KEPT APART FROM THE SEGMENT REGISTRY BECAUSE A
012486* SEGMENT WHOSE EVERY ROW WAS REJECTED NEVER REGISTERS.
012487*----------------------------------------------------------
012488 01  DupSegCount       PIC 99 COMP VALUE 0.
012489 01  DUP-SEGMENT-TABLE.
012490     05  DS-ENTRY OCCURS 20 TIMES.
012491         10  DS-SEGMENT    PIC X(02).
012492         10  DS-DROPPED    PIC 9(06).
012493         10  DS-ID-REPEAT  PIC 9(06).
012494         10  DS-CONFLICT   PIC 9(06).
012495 01  WS-DS-IX          PIC 99 COMP VALUE 0.
012496 01  WS-DS-FOUND-IX    PIC 99 COMP VALUE 0.
012497 01  WS-DS-CONVERGED   PIC X.
012500
012510*----------------------------------------------------------
012520* BIAS ON/OFF COMPARISON (PM-COMPARE-BIAS) -- A SECOND PAIR
013300             THRU 1300-LOAD-REASON-CODES-EXIT
013310     PERFORM 1400-LOAD-GRADE-TABLE
013320             THRU 1400-LOAD-GRADE-TABLE-EXIT
013321     PERFORM 1500-LOAD-POLICY-RULES
013322             THRU 1500-LOAD-POLICY-RULES-EXIT
013323     PERFORM 1600-LOAD-SOURCE-ROSTER
013324             THRU 1600-LOAD-SOURCE-ROSTER-EXIT
013325     PERFORM 1700-LOAD-BUSINESS-CALENDAR
013326             THRU 1700-LOAD-BUSINESS-CALENDAR-EXIT
013330
013340
013350     PERFORM 1000-INITIALIZE
014440                     VARYING WS-SRC-IX FROM 1 BY 1
014450                     UNTIL WS-SRC-IX > SourceCount
014460     END-IF.
014461     IF PolicyRuleCount > 0
014462         DISPLAY "REGRAS DE POLITICA: DECISOES FORCADAS="
014463                 PolicyHitCount " SOBRE ANALISTA="
014464                 PolicyHeldAnalyst
014465         PERFORM 8310-DISPLAY-ONE-POLICY-RULE
014466                 THRU 8310-DISPLAY-ONE-POLICY-RULE-EXIT
014467                     VARYING WS-PT-IX FROM 1 BY 1
014468                     UNTIL WS-PT-IX > PolicyRuleCount
014469     END-IF.
014470     IF ReferralBandCount > 0
014480         DISPLAY "ENCAMINHADOS A MESA DE CREDITO: " ReferCount
014481     END-IF.
014482     IF ShadowVersion > 0
014483         DISPLAY "SOMBRA: GERACAO=" ShadowVersion
014484                 " CASOS=" ShadowCount
014485                 " DIVERGEM=" ShadowDisagree
014486                 " GRAU DIFERE=" ShadowGradeDiff
014487                 " SEM GERACAO=" ShadowNoGen
014490     END-IF.
014500     IF RecycleTrainRead > 0 OR RecycleScoreRead > 0
014510         DISPLAY "RECICLO TREINO: LIDOS=" RecycleTrainRead
014520                 " ACEITOS=" RecycleTrainAccepted
014530                 " REJEITADOS=" RecycleTrainRejected
014531                 " DUPLICADOS=" RecycleTrainDuplicate
014540         DISPLAY "RECICLO LOTE:   LIDOS=" RecycleScoreRead
014550                 " ACEITOS=" RecycleScoreAccepted
014551                 " REJEITADOS=" RecycleScoreRejected
014552     END-IF.
014553     IF DupDroppedCount > 0 OR IdRepeatCount > 0
014554             OR LabelConflictCount > 0 OR TrainSeenOverflow > 0
014555         DISPLAY "DUPLICIDADE TREINO: DESCARTADOS="
014556                 DupDroppedCount
014557                 " (ENTRE RECICLO E TREINO=" DupCrossSourceCount
014558                 ") IDS REPETIDOS=" IdRepeatCount
014559                 " CONFLITOS DE ROTULO=" LabelConflictCount
014560         IF TrainSeenOverflow > 0
014561             DISPLAY "DUPLICIDADE TREINO: LINHAS NAO MEMORIZADAS"
014562                     " (TABELA CHEIA)=" TrainSeenOverflow
014563         END-IF
014564         PERFORM 8315-DISPLAY-ONE-DUP-SEGMENT
014565                 THRU 8315-DISPLAY-ONE-DUP-SEGMENT-EXIT
014566                     VARYING WS-DS-IX FROM 1 BY 1
014567                     UNTIL WS-DS-IX > DupSegCount
014570     END-IF.
014580     IF AnalystCount > 0
014590         DISPLAY "ANALISTA: DECISOES=" AnalystCount
014620                 " DIVERGEM=" AnalystOverturn
014630                 " SEM-CASO=" AnalystUnmatched
014640     END-IF.
014641     IF FEED-CHECK-RAN
014642         DISPLAY "ESCALA DE ORIGENS: AUSENTES=" RosterMissing
014643                 " INESPERADAS=" RosterUnexpected
014644                 " ATRASADAS=" RosterLate
014645                 " DIAS UTEIS SEM EXECUCAO=" CalendarGapDays
014646     END-IF.
014650     PERFORM 8200-WRITE-DRIFT-REPORT
014660             THRU 8200-WRITE-DRIFT-REPORT-EXIT
014670
014680     PERFORM 8100-SAVE-RUN-CONTROL
014690             THRU 8100-SAVE-RUN-CONTROL-EXIT
014700     PERFORM 8150-APPEND-RUN-HISTORY
014701             THRU 8150-APPEND-RUN-HISTORY-EXIT
014702     PERFORM 8400-WRITE-BALANCING
014703             THRU 8400-WRITE-BALANCING-EXIT
014712
014713*----------------------------------------------------------
014714* ONLY NOW IS THE SCORE CHECKPOINT SAFE TO DROP: EVERYTHING
014715* THAT CAN STILL ABORT THE RUN (THE RUN-CONTROL, RUN-HISTORY
014716* AND BALANCING WRITES ABOVE) HAS RUN, SO A FAILURE ANYWHERE
014717* BEFORE THIS LINE LEAVES THE CHECKPOINT IN PLACE AND THE
014718* OPERATOR'S FIX-AND-RERUN RESUMES WITHOUT RE-APPENDING THE
014719* NIGHT'S CASES. A RUN THAT NEVER SCORED A BATCH LEAVES ANY
014860         PERFORM 9800-RAISE-RC
014870                 THRU 9800-RAISE-RC-EXIT
014880     END-IF.
014881     IF RosterMissing > 0 OR RosterUnexpected > 0
014882             OR RosterLate > 0 OR CalendarGapDays > 0
014883             OR CAL-DATE-UNKNOWN
014884         DISPLAY "AVISO: lote diverge da escala de origens ou"
014885                 " do calendario."
014886         MOVE 4 TO WS-RC-CANDIDATE
014887         PERFORM 9800-RAISE-RC
014888                 THRU 9800-RAISE-RC-EXIT
014889     END-IF.
014890     IF NOT SCORE-ONLY-RUN AND PairCount = 0
014900         DISPLAY "AVISO: nenhum par de treinamento carregado."
014910         MOVE 8 TO WS-RC-CANDIDATE
014940     END-IF.
014950     IF ScoredCount = 0
014960         DISPLAY "AVISO: nenhum caso escorado neste lote."
014961         MOVE 8 TO WS-RC-CANDIDATE
014962         PERFORM 9800-RAISE-RC
014963                 THRU 9800-RAISE-RC-EXIT
014964     END-IF.
014965
014966*----------------------------------------------------------
014967* OUT OF BALANCE OUTRANKS EVERYTHING ABOVE: THE SCHEDULER
014968* HOLDS THE DECISOUT TRANSMISSION ON 16 UNTIL THE PROOF IN
014969* BALRPT IS EXPLAINED.
014970*----------------------------------------------------------
014971     IF RUN-OUT-OF-BALANCE
014972         DISPLAY "AVISO: execucao fora de balanco ("
014973                 BalanceFailCount " equacoes); DECISOUT retido."
014974         MOVE 16 TO WS-RC-CANDIDATE
014980         PERFORM 9800-RAISE-RC
014990                 THRU 9800-RAISE-RC-EXIT
015000     END-IF.
016330     PERFORM 2105-VALIDATE-TRAINING-RECORD
016340             THRU 2105-VALIDATE-TRAINING-RECORD-EXIT.
016350     IF TRAINING-RECORD-VALID
016351         PERFORM 2180-CHECK-TRAINING-DUPLICATE
016352                 THRU 2180-CHECK-TRAINING-DUPLICATE-EXIT
016353     END-IF.
016354     IF TRAINING-ROW-DUPLICATE
016355         ADD 1 TO RecycleTrainDuplicate
016356         GO TO 0155-RECYCLE-NEXT
016357     END-IF.
016358     IF TRAINING-RECORD-VALID
016360         PERFORM 2175-STORE-TRAINING-PAIR
016370                 THRU 2175-STORE-TRAINING-PAIR-EXIT
016380         ADD 1 TO RecycleTrainAccepted
016840     PERFORM 1050-LOAD-CHAMPION-WEIGHTS
016850             THRU 1050-LOAD-CHAMPION-WEIGHTS-EXIT.
016860
016861     IF ShadowVersion > 0
016862         PERFORM 1080-LOAD-SHADOW-WEIGHTS
016863                 THRU 1080-LOAD-SHADOW-WEIGHTS-EXIT
016864     END-IF.
016865
016870 1000-INITIALIZE-EXIT.
016880     EXIT.
016890
017030* CHAMPION SEEDS THE SEGMENT'S WORKING WEIGHTS TOO.
017040* WEIGHTS-FILE IS OPTIONAL, SO THE CLOSE IS UNCONDITIONAL --
017050* SAME LESSON AS 1030-RESUME-CHECKPOINT.
017051* GOVMAST ACTIONS (RETIRED AND FROZEN GENERATIONS) NARROW
017052* WHICH RECORDS AN UNPINNED RUN MAY TAKE; A PIN IS AN
017053* EXPLICIT REPRODUCTION AND TAKES ITS VERSION REGARDLESS.
017060*----------------------------------------------------------
017070 1050-LOAD-CHAMPION-WEIGHTS.
017071     PERFORM 1090-LOAD-GOVERNANCE
017072             THRU 1090-LOAD-GOVERNANCE-EXIT.
017080     OPEN INPUT WEIGHTS-FILE.
017090     IF WEIGHTS-FILE-OK
017100         PERFORM 1060-READ-ONE-GENERATION
017220                 TO WS-CTL-MESSAGE
017230         PERFORM 9910-CONTROL-ABORT
017240                 THRU 9910-CONTROL-ABORT-EXIT
017241     END-IF.
017242
017243     IF RequestedVersion = 0
017244         PERFORM 1095-MARK-ONE-FROZEN-SEGMENT
017245                 THRU 1095-MARK-ONE-FROZEN-SEGMENT-EXIT
017246                     VARYING WS-GF-IX FROM 1 BY 1
017247                     UNTIL WS-GF-IX > GovFreezeCount
017250     END-IF.
017260
017270     IF SegmentCount > 0
017540* FALL OUT THROUGH THE UNKNOWN-SEGMENT EXCEPTION PATH, JUST
017550* AS THEY DID IN THE RUN BEING REPRODUCED. (A PINNED
017560* TRAINING RUN STILL RE-REGISTERS SUCH A SEGMENT FROM ITS
017563* TRAINING ROWS, COLD-STARTING IT AS ALWAYS.) AN UNPINNED
017566* RUN SKIPS GENERATIONS GOVERNANCE HAS RETIRED OR FROZEN
017569* AROUND, SO A SEGMENT IS ONLY REGISTERED FROM A GENERATION
017572* IT IS ALLOWED TO SCORE WITH.
017580*----------------------------------------------------------
017581         MOVE "Y" TO WS-GEN-ELIGIBLE-SW
017590         IF RequestedVersion = 0
017591             PERFORM 1065-CHECK-GOVERNANCE
017592                     THRU 1065-CHECK-GOVERNANCE-EXIT
017593         END-IF
017594         IF (RequestedVersion = 0 AND GENERATION-ELIGIBLE)
017600                 OR WR-VERSION = RequestedVersion
017610             MOVE WR-SEGMENT TO WS-SEG-LOOKUP
017620             PERFORM 5000-FIND-SEGMENT
018750     MOVE 0 TO PM-WEIGHTS-VERSION.
018760     MOVE SPACES TO PM-TEST-SEGMENT.
018770     MOVE 1.00 TO PM-MIGR-TOL.
018771     MOVE 0 TO PM-SHADOW-VERSION.
018780     PERFORM 1105-DEFAULT-ONE-RANGE
018790             THRU 1105-DEFAULT-ONE-RANGE-EXIT
018800                 VARYING FeatureIndex FROM 1 BY 1
019130         MOVE PM-MIGR-TOL TO MigrationTol
019140     ELSE
019150         MOVE 1.00 TO MigrationTol
019151     END-IF.
019152*----------------------------------------------------------
019153* PM-SHADOW-VERSION IS THE GENERATION SCORED IN THE SHADOW
019154* OF THE CHAMPION; ZERO, OR AN OLDER CARD'S SPACES, MEANS NONE.
019155*----------------------------------------------------------
019156     IF PM-SHADOW-VERSION NUMERIC
019157         MOVE PM-SHADOW-VERSION TO ShadowVersion
019158     ELSE
019159         MOVE 0 TO ShadowVersion
019160     END-IF.
019170     PERFORM 1115-COPY-ONE-TEST-CASE-FEATURE
019180             THRU 1115-COPY-ONE-TEST-CASE-FEATURE-EXIT
025240     ADD 1 TO TrainDetailCount.
025250     PERFORM 2105-VALIDATE-TRAINING-RECORD
025260             THRU 2105-VALIDATE-TRAINING-RECORD-EXIT.
025261     IF TRAINING-RECORD-VALID
025262         PERFORM 2180-CHECK-TRAINING-DUPLICATE
025263                 THRU 2180-CHECK-TRAINING-DUPLICATE-EXIT
025264     END-IF.
025270
025280     IF TRAINING-RECORD-VALID
025290         PERFORM 2175-STORE-TRAINING-PAIR
025300                 THRU 2175-STORE-TRAINING-PAIR-EXIT
025310     ELSE
025312         IF NOT TRAINING-ROW-DUPLICATE
025318             MOVE "TREINO" TO WS-REJ-STREAM
025324             MOVE TRAINING-RECORD TO WS-REJ-IMAGE
025330             PERFORM 2195-WRITE-REJECT-RECORD
025336                     THRU 2195-WRITE-REJECT-RECORD-EXIT
025342         END-IF
025360     END-IF.
025370
025380 2170-LOAD-TRAINING-DETAIL-EXIT.
025790*----------------------------------------------------------
025800 2105-VALIDATE-TRAINING-RECORD.
025810     MOVE "Y" TO WS-TRAIN-VALID-SW.
025811     MOVE "N" TO WS-TRAIN-DUP-SW.
025820     PERFORM 2106-VALIDATE-ONE-TRAIN-FEATURE
025830             THRU 2106-VALIDATE-ONE-TRAIN-FEATURE-EXIT
025840                 VARYING FeatureIndex FROM 1 BY 1
026360* TRAINING TABLE, RETIRED WITH THE TRAIN-WORK-FILE; EIGHT
026370* MEANS THE RECORD-TYPE BYTE WAS NOT AN 'H', 'D' OR 'T' THE
026380* CONTROL ROUTING RECOGNIZES.
026381* SIX ("CF") AND TEN ("ID") ARE THE LABEL-CONFLICT AND
026382* REPEATED-ID REJECTS OF 2180-CHECK-TRAINING-DUPLICATE.
026390*----------------------------------------------------------
026400 2190-LOG-EXCEPTION.
026410     IF WS-EXC-FIELD-NUM = 0
026420         MOVE "Y " TO WS-EXC-FIELD-LABEL
026421     ELSE
026422         IF WS-EXC-FIELD-NUM = 6
026423             MOVE "CF" TO WS-EXC-FIELD-LABEL
026424         ELSE
026425             IF WS-EXC-FIELD-NUM = 10
026426                 MOVE "ID" TO WS-EXC-FIELD-LABEL
026430             ELSE
026440                 IF WS-EXC-FIELD-NUM = 9
026450                     MOVE "TC" TO WS-EXC-FIELD-LABEL
026460                 ELSE
026470                     IF WS-EXC-FIELD-NUM = 8
026480                         MOVE "RT" TO WS-EXC-FIELD-LABEL
026490                     ELSE
026500                     IF WS-EXC-FIELD-NUM = 7
026510                         MOVE "SG" TO WS-EXC-FIELD-LABEL
026520                     ELSE
026530                     MOVE WS-EXC-FIELD-NUM TO WS-FEATURE-LABEL
026540                     STRING "X" WS-FEATURE-LABEL DELIMITED BY SIZE
026550                             INTO WS-EXC-FIELD-LABEL
026560                     END-IF
026570                     END-IF
026580                 END-IF
026581             END-IF
026582         END-IF
026590     END-IF.
026600
026610     MOVE SPACES TO WS-EXC-LINE.
027020         MOVE WS-REJECT-STATUS TO WS-IO-STATUS
027030         PERFORM 9900-IO-ABORT
027040                 THRU 9900-IO-ABORT-EXIT
027041     END-IF.
027042     IF WS-REJ-STREAM = "LOTE"
027043         ADD 1 TO RejectLoteCount
027050     END-IF.
027060
027070 2195-WRITE-REJECT-RECORD-EXIT.
036530     ELSE
036540         PERFORM 4050-VERIFY-BATCH-CONTROLS
036550                 THRU 4050-VERIFY-BATCH-CONTROLS-EXIT
036551         PERFORM 4070-CHECK-FEED-ROSTER
036552                 THRU 4070-CHECK-FEED-ROSTER-EXIT
036560         CLOSE TEST-VECTORS
036570         OPEN INPUT TEST-VECTORS
036580         MOVE 0 TO WS-TESTVEC-ROW
036590
036600         PERFORM 4950-RESUME-SCORE-CHECKPOINT
036610                 THRU 4950-RESUME-SCORE-CHECKPOINT-EXIT
036640         PERFORM 4270-ZERO-ONE-FEATURE-SUM
036650                 THRU 4270-ZERO-ONE-FEATURE-SUM-EXIT
036660                     VARYING FeatureIndex FROM 1 BY 1
036670                     UNTIL FeatureIndex > 5
036671         OPEN I-O SCORE-HISTORY
036672         IF NOT SCOREHIS-OPEN-OK
036673             MOVE "SCOREHIS" TO WS-IO-FILE
036674             MOVE WS-SCOREHIS-STATUS TO WS-IO-STATUS
036675             PERFORM 9900-IO-ABORT
036676                     THRU 9900-IO-ABORT-EXIT
036677         END-IF
036678         IF ShadowVersion > 0
036679             OPEN EXTEND SHADOW-HISTORY
036680             IF NOT SHADOWHS-OPEN-OK
036681                 MOVE "SHADOWHS" TO WS-IO-FILE
036682                 MOVE WS-SHADOWHS-STATUS TO WS-IO-STATUS
036683                 PERFORM 9900-IO-ABORT
036684                         THRU 9900-IO-ABORT-EXIT
036685             END-IF
036686         END-IF
036690         OPEN OUTPUT MIGRATION-REPORT
036700         OPEN OUTPUT REASON-REPORT
036710         OPEN OUTPUT REVIEW-QUEUE
036840         PERFORM 4850-FOLD-UNMATCHED-ANALYST
036850                 THRU 4850-FOLD-UNMATCHED-ANALYST-EXIT
036860         CLOSE SCORE-HISTORY
036861         IF ShadowVersion > 0
036862             CLOSE SHADOW-HISTORY
036863         END-IF
036870         CLOSE REVIEW-QUEUE
036880         CLOSE MIGRATION-REPORT
036890         CLOSE REASON-REPORT
040210             PERFORM 4230-CHECK-SCORE-MIGRATION
040220                     THRU 4230-CHECK-SCORE-MIGRATION-EXIT
040230*----------------------------------------------------------
040231* 4230 JUST READ THIS CASE'S LATEST APPEARANCE BY KEY. ON A
040232* RESTARTED PASS, ONE ALREADY STAMPED WITH TONIGHT'S RUN
040233* DATE IS THE ABENDED PASS'S OWN WRITE -- WRITING IT AGAIN
040234* WOULD OVERLAY IT AND COUNT THE CASE TWICE.
040280*----------------------------------------------------------
040290             MOVE "N" TO WS-RESUME-SKIP-SW
040300             IF SCORE-RESUMED-FROM-CKPT
040301                     AND HISTORY-FOUND
040302                     AND HL-RUN-DATE = ScoreBusinessDate
040340                 MOVE "Y" TO WS-RESUME-SKIP-SW
040350             END-IF
040360             IF RESUME-SKIP
040361                 ADD 1 TO HistResumeSkips
040380             ELSE
040390                 PERFORM 4240-WRITE-SCORE-HISTORY
040400                         THRU 4240-WRITE-SCORE-HISTORY-EXIT
040401                 ADD 1 TO HistCaseWrites
040410                 MOVE TV-ID       TO SK-LAST-ID
040420                 MOVE ScoredCount TO SK-SCORED-COUNT
040430                 ADD 1 TO WS-CASES-SINCE-SCKPT
040470                         THRU 4955-WRITE-SCORE-CHECKPOINT-EXIT
040480                     MOVE 0 TO WS-CASES-SINCE-SCKPT
040490                 END-IF
040491             END-IF
040492             IF ShadowVersion > 0
040493                 PERFORM 4280-SCORE-SHADOW-CASE
040494                         THRU 4280-SCORE-SHADOW-CASE-EXIT
040500             END-IF
040510             PERFORM 4500-WRITE-REASON-REPORT
040520                     THRU 4500-WRITE-REASON-REPORT-EXIT
040720* MIGRATIONTOL. FIRST-TIME CASES JUST PASS THROUGH.
040730*----------------------------------------------------------
040740 4230-CHECK-SCORE-MIGRATION.
040752     MOVE TV-ID TO WS-HIST-LOOKUP-ID.
040763     PERFORM 4400-FIND-LATEST-HISTORY
040774             THRU 4400-FIND-LATEST-HISTORY-EXIT.
040800
040801     IF HISTORY-FOUND
040820         COMPUTE WS-MARGIN-DELTA = WS-WEIGHTED-SUM
040821                 - HL-MARGEM
040840         IF WS-MARGIN-DELTA < 0
040850             COMPUTE WS-MARGIN-DELTA = 0 - WS-MARGIN-DELTA
040860         END-IF
040862         IF Saida NOT = HL-SAIDA
040880                 OR WS-MARGIN-DELTA > MigrationTol
040890             PERFORM 4238-WRITE-MIGRATION-LINE
040900                     THRU 4238-WRITE-MIGRATION-LINE-EXIT
040940 4230-CHECK-SCORE-MIGRATION-EXIT.
040950     EXIT.
040960
041050 4238-WRITE-MIGRATION-LINE.
041051     MOVE HL-MARGEM TO WS-MARGIN-ANT-D.
041070     MOVE WS-WEIGHTED-SUM TO WS-MARGIN-D.
041071     MOVE HL-RUN-DATE TO WS-HIST-DATE-D.
041090     MOVE SPACES TO WS-MIGR-LINE.
041100     STRING "CASO=" TV-ID " SEG=" TV-SEGMENT
041110             " DATA-ANT=" WS-HIST-DATE-D
041111             " SAIDA-ANT=" HL-SAIDA
041130             " MARGEM-ANT=" WS-MARGIN-ANT-D
041140             " SAIDA=" Saida
041150             " MARGEM=" WS-MARGIN-D
041280     EXIT.
041290
041300*----------------------------------------------------------
041301* 4240-WRITE-SCORE-HISTORY -- FILE TONIGHT'S DECISION FOR
041302* THIS CASE ON THE PERMANENT MASTER UNDER ITS ID AND
041303* TONIGHT'S RUN DATE. EARLIER APPEARANCES STAY AS THEY ARE;
041304* THE NEXT RUN'S LOOKUP TAKES THE LATEST KEY FOR THE CASE.
041350*----------------------------------------------------------
041360 4240-WRITE-SCORE-HISTORY.
041370     MOVE TV-ID          TO SH-ID.
041460     MOVE WS-DECISAO      TO SH-DECISION.
041470     MOVE WS-DECISAO-SRC  TO SH-DECISION-SRC.
041480     MOVE WS-GRADE        TO SH-GRADE.
041481     MOVE WS-POLICY-RULE  TO SH-POLICY-RULE.
041482     PERFORM 4605-SET-SCORING-VERSION
041483             THRU 4605-SET-SCORING-VERSION-EXIT.
041484     MOVE ScoringVersion  TO SH-WEIGHTS-VERSION.
041485     PERFORM 4248-PUT-SCORE-HISTORY
041486             THRU 4248-PUT-SCORE-HISTORY-EXIT.
041560
041570 4240-WRITE-SCORE-HISTORY-EXIT.
041580     EXIT.
042480             THRU 4520-RANK-ONE-REASON-EXIT
042490                 VARYING WS-RANK-PASS FROM 1 BY 1
042500                 UNTIL WS-RANK-PASS > FeatureCount.
042501     IF WS-RANK > 0
042502         ADD 1 TO ReasonCaseCount
042503     END-IF.
042510
042520 4500-WRITE-REASON-REPORT-EXIT.
042530     EXIT.
043210         PERFORM 9900-IO-ABORT
043220                 THRU 9900-IO-ABORT-EXIT
043230     END-IF.
043231     ADD 1 TO ReasonLineCount.
043240
043250 4530-WRITE-ONE-REASON-LINE-EXIT.
043260     EXIT.
043430     EXIT.
043440
043450*----------------------------------------------------------
043455* 4605-SET-SCORING-VERSION -- THE WEIGHTS GENERATION THAT
043460* SCORED THE CURRENT CASE: THE FRESHLY PROMOTED ONE WHEN
043465* THIS RUN PROMOTED, ELSE THE SEGMENT'S CHAMPION. A FROZEN
043470* SEGMENT NEVER TAKES THE PROMOTED GENERATION.
043510*----------------------------------------------------------
043511 4605-SET-SCORING-VERSION.
043530     IF PromotedVersion > 0
043531             AND NOT SEGMENT-FROZEN(ActiveSegmentIx)
043540         MOVE PromotedVersion TO ScoringVersion
043550     ELSE
043560         MOVE ChampionVersion TO ScoringVersion
043561     END-IF.
043562
043563 4605-SET-SCORING-VERSION-EXIT.
043564     EXIT.
043565
043566*----------------------------------------------------------
043567* 4610-WRITE-INTERFACE-DETAIL -- THE MACHINE TWIN OF THE
043568* SCORE-REPORT LINE JUST PRINTED: CASE, SEGMENT, DECISION,
043569* MARGIN, THE WEIGHTS GENERATION THAT SCORED IT (4605) AND
043570* THE TOP THREE RANKED REASON FACTORS.
043571*----------------------------------------------------------
043572 4610-WRITE-INTERFACE-DETAIL.
043573     PERFORM 4605-SET-SCORING-VERSION
043574             THRU 4605-SET-SCORING-VERSION-EXIT.
043580     MOVE SPACES TO DECISION-IF-RECORD.
043590     MOVE "D" TO DI-REC-TYPE.
043600     MOVE TV-ID           TO DI-ID.
043680     MOVE TOP-REASON-FATOR(1) TO DI-REASON-FATOR(1).
043690     MOVE TOP-REASON-FATOR(2) TO DI-REASON-FATOR(2).
043700     MOVE TOP-REASON-FATOR(3) TO DI-REASON-FATOR(3).
043705     MOVE WS-POLICY-RULE  TO DI-POLICY-RULE.
043710     PERFORM 4630-WRITE-INTERFACE-RECORD
043720             THRU 4630-WRITE-INTERFACE-RECORD-EXIT.
043730     ADD 1 TO InterfaceCount.
043731     ADD 1 TO InterfaceTotal.
043732     IF DI-DECISION = "R"
043733         ADD 1 TO InterfaceReferCount
043734     END-IF.
043735     IF DI-REASON-FATOR(1) > 0
043736         ADD 1 TO InterfaceReasonCount
043737     END-IF.
043740
043750 4610-WRITE-INTERFACE-DETAIL-EXIT.
043760     EXIT.
043810     MOVE InterfaceCount TO DIT-RECORD-COUNT.
043820     PERFORM 4630-WRITE-INTERFACE-RECORD
043830             THRU 4630-WRITE-INTERFACE-RECORD-EXIT.
043831     ADD DIT-RECORD-COUNT TO InterfaceTrailerSum.
043840
043850 4620-WRITE-INTERFACE-TRAILER-EXIT.
043860     EXIT.
044230         PERFORM 9900-IO-ABORT
044240                 THRU 9900-IO-ABORT-EXIT
044250     END-IF.
044251     ADD 1 TO ReviewQueueCount.
044260
044270 4700-WRITE-REVIEW-QUEUE-EXIT.
044280     EXIT.
044940* 4850-FOLD-UNMATCHED-ANALYST -- AN ANALYST DECISION WHOSE
044950* CASE WAS NOT IN TONIGHT'S BATCH STILL HAS TO REACH THE
044960* SCORE-HISTORY MASTER, OR THE DESK'S ANSWER IS LOST. THE
044961* CASE'S LAST APPEARANCE IS READ BY KEY FROM THE MASTER
044962* (MARGIN AND MODEL SAIDA AS THEY WERE THEN; ITS FEATURES
044963* ARE NOT CARRIED FORWARD AND GO OUT AS ZEROS) AND FILED
044964* UNDER TONIGHT'S DATE WITH THE ANALYST'S DECISION. A
044965* DECISION MATCHING NOTHING AT ALL IS ONLY COUNTED AND
044966* REPORTED. A CASE A POLICY RULE DECIDED KEEPS THE RULE'S
044967* CODE, AND THE ANALYST MAY ONLY TIGHTEN THAT DECISION.
045020*----------------------------------------------------------
045030 4850-FOLD-UNMATCHED-ANALYST.
045040     PERFORM 4855-FOLD-ONE-ANALYST
045130     IF AN-MATCHED-SW(WS-AN-IX) = "Y"
045140         GO TO 4855-FOLD-ONE-ANALYST-EXIT
045150     END-IF.
045151     MOVE AN-ID(WS-AN-IX) TO WS-HIST-LOOKUP-ID.
045152     PERFORM 4400-FIND-LATEST-HISTORY
045153             THRU 4400-FIND-LATEST-HISTORY-EXIT.
045154     IF NOT HISTORY-FOUND
045220         ADD 1 TO AnalystUnmatched
045230         GO TO 4855-FOLD-ONE-ANALYST-EXIT
045240     END-IF.
045250     ADD 1 TO AnalystMatched.
045251     IF AN-DECISION(WS-AN-IX) = HL-SAIDA
045270         ADD 1 TO AnalystAgree
045280     ELSE
045290         ADD 1 TO AnalystOverturn
045300     END-IF.
045310*----------------------------------------------------------
045311* ON A RESTARTED PASS, A LATEST RECORD ALREADY STAMPED WITH
045330* TONIGHT'S RUN DATE IS THE ABENDED PASS'S OWN FOLD OF THIS
045331* DECISION -- COUNT THE AGREEMENT AGAIN, WRITE NOTHING.
045350*----------------------------------------------------------
045360     IF SCORE-RESUMED-FROM-CKPT
045361             AND HL-RUN-DATE = ScoreBusinessDate
045362         ADD 1 TO AnalystFoldSkip
045390         GO TO 4855-FOLD-ONE-ANALYST-EXIT
045400     END-IF.
045410     MOVE AN-ID(WS-AN-IX) TO SH-ID.
045411     MOVE HL-SEGMENT TO SH-SEGMENT.
045430     MOVE ScoreBusinessDate TO SH-RUN-DATE.
045440     PERFORM 4857-ZERO-ONE-FOLD-FEATURE
045450             THRU 4857-ZERO-ONE-FOLD-FEATURE-EXIT
045460                 VARYING FeatureIndex FROM 1 BY 1
045470                 UNTIL FeatureIndex > 5.
045471     MOVE HL-MARGEM TO SH-MARGEM.
045472     MOVE HL-SAIDA  TO SH-SAIDA.
045500     MOVE AN-DECISION(WS-AN-IX) TO SH-DECISION.
045510     MOVE "A" TO SH-DECISION-SRC.
045520     MOVE "-" TO SH-GRADE.
045521     MOVE HL-POLICY-RULE TO SH-POLICY-RULE.
045522     MOVE HL-WEIGHTS-VERSION TO SH-WEIGHTS-VERSION.
045523     IF HL-POLICY-RULE NOT = SPACES
045524             AND AN-DECISION(WS-AN-IX) = 1
045525             AND HL-DECISION NOT = "1"
045526         MOVE HL-DECISION TO SH-DECISION
045527         MOVE "P" TO SH-DECISION-SRC
045528         ADD 1 TO PolicyHeldAnalyst
045590     END-IF.
045591     PERFORM 4248-PUT-SCORE-HISTORY
045592             THRU 4248-PUT-SCORE-HISTORY-EXIT.
045593     ADD 1 TO AnalystFolded.
045600
045610 4855-FOLD-ONE-ANALYST-EXIT.
045700     EXIT.
045710
045720 4857-ZERO-ONE-FOLD-FEATURE.
046550*----------------------------------------------------------
046560* 4950-RESUME-SCORE-CHECKPOINT -- IF AN ABENDED SCORING PASS
046570* LEFT A CHECKPOINT BEHIND, THIS PASS IS A RESTART: EVERY
046571* CASE RE-SCORES AND RE-REPORTS, BUT THE MASTER'S RUN
046572* DATES DECIDE WHICH WRITES WERE ALREADY COMMITTED -- NO
046600* DUPLICATES ON THE MASTER, NO PHANTOM MIGRATION LINES, NO
046610* DOUBLE-COUNTED TOTALS, HOWEVER EARLY THE ABEND CAME. THE
046620* CHECKPOINTED LAST CASE AND COUNT ARE THE OPERATOR'S
047130     EXIT.
047140
047150*----------------------------------------------------------
047151* 4400-FIND-LATEST-HISTORY -- POSITION THE MASTER AT THE
047152* FIRST KEY FOR WS-HIST-LOOKUP-ID (RUN DATE ZERO SORTS AHEAD
047153* OF EVERY REAL DATE) AND READ FORWARD WHILE THE ID HOLDS.
047154* KEYS ASCEND BY RUN DATE WITHIN A CASE, SO THE LAST RECORD
047155* READ IS THE LATEST APPEARANCE; IT LANDS IN HISTORY-LATEST.
047156* A FIRST-TIME CASE LEAVES HISTORY-FOUND OFF.
047230*----------------------------------------------------------
047231 4400-FIND-LATEST-HISTORY.
047232     MOVE "N" TO WS-HIST-FOUND-SW.
047233     MOVE "N" TO WS-HIST-SCAN-SW.
047234     MOVE WS-HIST-LOOKUP-ID TO SH-ID.
047235     MOVE 0 TO SH-RUN-DATE.
047236     START SCORE-HISTORY KEY IS NOT LESS THAN SH-KEY
047237         INVALID KEY
047238             GO TO 4400-FIND-LATEST-HISTORY-EXIT
047239     END-START.
047240     PERFORM 4410-READ-NEXT-HISTORY
047241             THRU 4410-READ-NEXT-HISTORY-EXIT
047242                 UNTIL HISTORY-SCAN-DONE.
047390
047391 4400-FIND-LATEST-HISTORY-EXIT.
047410     EXIT.
047420
047421 4410-READ-NEXT-HISTORY.
047422     READ SCORE-HISTORY NEXT RECORD
047450         AT END
047451             MOVE "Y" TO WS-HIST-SCAN-SW
047452     END-READ.
047453     IF HISTORY-SCAN-DONE
047454         GO TO 4410-READ-NEXT-HISTORY-EXIT
047455     END-IF.
047456     IF NOT SCOREHIS-FILE-OK
047457         MOVE "SCOREHIS" TO WS-IO-FILE
047458         MOVE WS-SCOREHIS-STATUS TO WS-IO-STATUS
047459         PERFORM 9900-IO-ABORT
047460                 THRU 9900-IO-ABORT-EXIT
047461     END-IF.
047462     IF SH-ID NOT = WS-HIST-LOOKUP-ID
047463         MOVE "Y" TO WS-HIST-SCAN-SW
047464         GO TO 4410-READ-NEXT-HISTORY-EXIT
047465     END-IF.
047466     MOVE "Y" TO WS-HIST-FOUND-SW.
047467     MOVE SH-SEGMENT  TO HL-SEGMENT.
047468     MOVE SH-RUN-DATE TO HL-RUN-DATE.
047469     MOVE SH-MARGEM   TO HL-MARGEM.
047470     MOVE SH-SAIDA    TO HL-SAIDA.
047471     IF SH-WEIGHTS-VERSION NUMERIC
047472         MOVE SH-WEIGHTS-VERSION TO HL-WEIGHTS-VERSION
047473     ELSE
047474         MOVE 0 TO HL-WEIGHTS-VERSION
047475     END-IF.
047476     MOVE SH-DECISION TO HL-DECISION.
047477     MOVE SH-POLICY-RULE TO HL-POLICY-RULE.
047480
047826 4410-READ-NEXT-HISTORY-EXIT.
047850     EXIT.
047860
047870*----------------------------------------------------------
048270*----------------------------------------------------------
048280* 4212-SET-CASE-DECISION -- TURN THE MODEL'S SAIDA INTO THE
048290* CASE'S FINAL DECISION. AN ANALYST DECISION KEYED TO THIS
048291* APPLICATION ID OVERRULES THE MODEL (AND THE AGREEMENT
048292* TALLIES RECORD WHETHER THE DESK CONFIRMED OR OVERTURNED
048293* THE MODEL); OTHERWISE A MARGIN INSIDE THE REFERRAL BAND
048294* SENDS THE CASE TO THE REVIEW QUEUE AS 'R'; OTHERWISE
048295* THE MODEL'S 0/1 STANDS. CREDIT POLICY'S KNOCK-OUT RULES
048296* ARE CHECKED FIRST, ON EVERY CASE: A RULE THAT FIRES DECIDES
048297* (SOURCE 'P') AHEAD OF THE BAND, THE MODEL AND THE ANALYST,
048298* AND ITS CODE AND HIT ARE FILED WHATEVER FOLLOWS. AN
048299* ANALYST DECISION MAY ONLY TIGHTEN A RULE'S CALL -- A
048300* DECLINE OVER 'R' OR '1' -- NEVER LOOSEN IT.
048350*----------------------------------------------------------
048360 4212-SET-CASE-DECISION.
048370     MOVE Saida TO WS-DECISAO.
048380     MOVE "M" TO WS-DECISAO-SRC.
048381     MOVE SPACES TO WS-POLICY-RULE.
048382     PERFORM 4213-APPLY-POLICY-RULES
048383             THRU 4213-APPLY-POLICY-RULES-EXIT.
048390
048400     MOVE 0 TO WS-AN-FOUND-IX.
048410     PERFORM 4214-MATCH-ONE-ANALYST
048430                 VARYING WS-AN-IX FROM 1 BY 1
048440                 UNTIL WS-AN-IX > AnalystCount.
048450     IF WS-AN-FOUND-IX > 0
048480         MOVE "Y" TO AN-MATCHED-SW(WS-AN-FOUND-IX)
048490         ADD 1 TO AnalystMatched
048500         IF AN-DECISION(WS-AN-FOUND-IX) = Saida
048520         ELSE
048530             ADD 1 TO AnalystOverturn
048540         END-IF
048541         IF WS-PT-FOUND-IX = 0
048542                 OR (AN-DECISION(WS-AN-FOUND-IX) = 0
048543                     AND WS-DECISAO NOT = "0")
048544             MOVE AN-DECISION(WS-AN-FOUND-IX) TO WS-DECISAO
048545             MOVE "A" TO WS-DECISAO-SRC
048546         ELSE
048547             IF AN-DECISION(WS-AN-FOUND-IX) = 1
048548                     AND WS-DECISAO NOT = "1"
048549                 ADD 1 TO PolicyHeldAnalyst
048550             END-IF
048551         END-IF
048552     END-IF.
048553     IF WS-DECISAO-SRC = "P" AND DECISION-REFERRED
048554         ADD 1 TO ReferCount
048555     END-IF.
048556     IF WS-AN-FOUND-IX = 0 AND WS-PT-FOUND-IX = 0
048560         MOVE 0 TO WS-RB-FOUND-IX
048570         MOVE TV-SEGMENT TO WS-SEG-LOOKUP
048580         PERFORM 1145-MATCH-ONE-BAND-SEGMENT
048690     END-IF.
048700
048710 4212-SET-CASE-DECISION-EXIT.
048711     EXIT.
048712
048713*----------------------------------------------------------
048714* 4213-APPLY-POLICY-RULES -- WALK THE KNOCK-OUT RULES IN
048715* FILE ORDER AND STOP AT THE FIRST ONE THAT FIRES FOR THIS
048716* CASE'S SEGMENT AND FEATURE VALUES. ITS DECISION REPLACES
048717* THE MODEL'S; SAIDA AND THE MARGIN STAY AS COMPUTED, SO THE
048718* MIGRATION AND DRIFT FIGURES STILL DESCRIBE THE MODEL. A
048719* FORCED 'R' GOES TO THE REVIEW QUEUE LIKE A BAND REFERRAL.
048720*----------------------------------------------------------
048721 4213-APPLY-POLICY-RULES.
048722     MOVE 0 TO WS-PT-FOUND-IX.
048723     PERFORM 4215-TEST-ONE-POLICY-RULE
048724             THRU 4215-TEST-ONE-POLICY-RULE-EXIT
048725                 VARYING WS-PT-IX FROM 1 BY 1
048726                 UNTIL WS-PT-IX > PolicyRuleCount
048727                    OR WS-PT-FOUND-IX > 0.
048728     IF WS-PT-FOUND-IX = 0
048729         GO TO 4213-APPLY-POLICY-RULES-EXIT
048730     END-IF.
048731     MOVE PT-DECISION(WS-PT-FOUND-IX)  TO WS-DECISAO.
048732     MOVE "P" TO WS-DECISAO-SRC.
048733     MOVE PT-RULE-CODE(WS-PT-FOUND-IX) TO WS-POLICY-RULE.
048734     ADD 1 TO PT-HITS(WS-PT-FOUND-IX).
048735     ADD 1 TO PolicyHitCount.
048736
048737 4213-APPLY-POLICY-RULES-EXIT.
048738     EXIT.
048739
048740 4214-MATCH-ONE-ANALYST.
048750     IF AN-ID(WS-AN-IX) = TV-ID
048751         MOVE WS-AN-IX TO WS-AN-FOUND-IX
048752     END-IF.
048753
048754 4214-MATCH-ONE-ANALYST-EXIT.
048755     EXIT.
048756
048757 4215-TEST-ONE-POLICY-RULE.
048758     IF PT-SEGMENT(WS-PT-IX) NOT = TV-SEGMENT
048759             AND PT-SEGMENT(WS-PT-IX) NOT = "**"
048760         GO TO 4215-TEST-ONE-POLICY-RULE-EXIT
048761     END-IF.
048762     IF PT-FEATURE-NUM(WS-PT-IX) > FeatureCount
048763         GO TO 4215-TEST-ONE-POLICY-RULE-EXIT
048764     END-IF.
048765     MOVE PT-FEATURE-NUM(WS-PT-IX) TO WS-PT-FEATURE.
048766     EVALUATE TRUE
048767         WHEN PT-COMPARE(WS-PT-IX) = ">"
048768                 AND WS-CALC-X(WS-PT-FEATURE)
048769                     > PT-LIMIT(WS-PT-IX)
048770             MOVE WS-PT-IX TO WS-PT-FOUND-IX
048771         WHEN PT-COMPARE(WS-PT-IX) = ">="
048772                 AND WS-CALC-X(WS-PT-FEATURE)
048773                     >= PT-LIMIT(WS-PT-IX)
048774             MOVE WS-PT-IX TO WS-PT-FOUND-IX
048775         WHEN PT-COMPARE(WS-PT-IX) = "<"
048776                 AND WS-CALC-X(WS-PT-FEATURE)
048777                     < PT-LIMIT(WS-PT-IX)
048778             MOVE WS-PT-IX TO WS-PT-FOUND-IX
048779         WHEN PT-COMPARE(WS-PT-IX) = "<="
048780                 AND WS-CALC-X(WS-PT-FEATURE)
048781                     <= PT-LIMIT(WS-PT-IX)
048782             MOVE WS-PT-IX TO WS-PT-FOUND-IX
048783         WHEN PT-COMPARE(WS-PT-IX) = "="
048784                 AND WS-CALC-X(WS-PT-FEATURE)
048785                     = PT-LIMIT(WS-PT-IX)
048786             MOVE WS-PT-IX TO WS-PT-FOUND-IX
048787         WHEN PT-COMPARE(WS-PT-IX) = "<>"
048788                 AND WS-CALC-X(WS-PT-FEATURE)
048789                     NOT = PT-LIMIT(WS-PT-IX)
048790             MOVE WS-PT-IX TO WS-PT-FOUND-IX
048791     END-EVALUATE.
048792
048793 4215-TEST-ONE-POLICY-RULE-EXIT.
048800     EXIT.
048810
048820*----------------------------------------------------------
049400*----------------------------------------------------------
049410* 4250-BUILD-SCORE-LINE -- "CASO=xxxxxxxxxx X1=nn X2=nn ...
049420* SAIDA=n
049425* MARGEM=+nnnn.nn REGRA=cccc"
049430* FOR WHATEVER FEATURECOUNT IS IN EFFECT
049440* THIS RUN. MARGEM IS THE RAW WEIGHTED SUM BEHIND SAIDA,
049450* LEFT BY 6000-COMPUTE-SAIDA IN WS-WEIGHTED-SUM.
049460*----------------------------------------------------------
049590     STRING "SAIDA=" Saida " DEC=" WS-DECISAO
049600             " GRAU=" WS-GRADE
049610             " MARGEM=" WS-MARGIN-D
049615             " REGRA=" WS-POLICY-RULE
049620             DELIMITED BY SIZE
049630             INTO WS-SCORE-LINE
049640             WITH POINTER WS-STRING-PTR.
050720     MOVE 0 TO SEG-CASES(SegmentCount).
050730     MOVE 0 TO SEG-SAIDA1(SegmentCount).
050740     MOVE 0 TO SEG-MARGEM-SUM(SegmentCount).
050741     MOVE "N" TO SEG-SHADOW-SW(SegmentCount).
050742     MOVE "N" TO SEG-FROZEN-SW(SegmentCount).
050750
050760 5050-REGISTER-SEGMENT-EXIT.
050770     EXIT.
054350 8000-SAVE-WEIGHTS-EXIT.
054360     EXIT.
054370
054371*----------------------------------------------------------
054372* 8050-WRITE-ONE-SEGMENT-GENERATION -- A FROZEN SEGMENT GETS
054373* NO NEW GENERATION: ITS CHALLENGER IS DROPPED AND THE FROZEN
054374* CHAMPION PUT BACK FOR THE BATCH.
054375*----------------------------------------------------------
054380 8050-WRITE-ONE-SEGMENT-GENERATION.
054381     IF SEGMENT-FROZEN(WS-SEG-IX)
054382         PERFORM 7065-RESTORE-ONE-SEGMENT
054383                 THRU 7065-RESTORE-ONE-SEGMENT-EXIT
054384         DISPLAY "Segmento " SEG-CODE(WS-SEG-IX)
054385                 " congelado; desafiante nao gravado."
054386         GO TO 8050-WRITE-ONE-SEGMENT-GENERATION-EXIT
054387     END-IF.
054390     MOVE PromotedVersion   TO WR-VERSION.
054400     MOVE SEG-CODE(WS-SEG-IX) TO WR-SEGMENT.
054410     MOVE TrainBusinessDate TO WR-TRAIN-DATE.
060200
060210 9910-CONTROL-ABORT-EXIT.
060220     EXIT.
060230
060240*----------------------------------------------------------
060250* 1065-CHECK-GOVERNANCE -- A GENERATION IS INELIGIBLE WHEN
060260* ITS SEGMENT IS FROZEN AT ANOTHER VERSION OR WHEN IT FALLS
060270* IN ONE OF THE SEGMENT'S RETIRED RANGES.
060280*----------------------------------------------------------
060290 1065-CHECK-GOVERNANCE.
060300     MOVE WR-SEGMENT TO WS-GOV-SEGMENT.
060310     PERFORM 1093-FIND-FREEZE
060320             THRU 1093-FIND-FREEZE-EXIT.
060330     IF WS-GF-FOUND-IX > 0
060340         IF GF-VERSION(WS-GF-FOUND-IX) > 0
060350                 AND GF-VERSION(WS-GF-FOUND-IX) NOT = WR-VERSION
060360             MOVE "N" TO WS-GEN-ELIGIBLE-SW
060370             GO TO 1065-CHECK-GOVERNANCE-EXIT
060380         END-IF
060390     END-IF.
060400     PERFORM 1066-TEST-ONE-RETIRED-RANGE
060410             THRU 1066-TEST-ONE-RETIRED-RANGE-EXIT
060420                 VARYING WS-GX-IX FROM 1 BY 1
060430                 UNTIL WS-GX-IX > GovRangeCount.
060440
060450 1065-CHECK-GOVERNANCE-EXIT.
060460     EXIT.
060470
060480 1066-TEST-ONE-RETIRED-RANGE.
060490     IF GX-SEGMENT(WS-GX-IX) = WR-SEGMENT
060500             AND WR-VERSION NOT < GX-FROM(WS-GX-IX)
060510             AND WR-VERSION NOT > GX-TO(WS-GX-IX)
060520         MOVE "N" TO WS-GEN-ELIGIBLE-SW
060530     END-IF.
060540
060550 1066-TEST-ONE-RETIRED-RANGE-EXIT.
060560     EXIT.
060570
060580*----------------------------------------------------------
060590* 1080-LOAD-SHADOW-WEIGHTS -- A SECOND PASS OVER THE
060600* WEIGHTS-FILE FOR THE GENERATION PINNED AS SHADOW. ONLY
060610* SEGMENTS THE CHAMPION PASS REGISTERED TAKE A SHADOW; A
060620* SEGMENT WITH NO RECORD AT THAT VERSION SIMPLY RUNS WITHOUT
060630* ONE. A SHADOW THAT MATCHES NOTHING IS A WARNING, NOT AN
060640* ABORT -- PRODUCTION SCORING DOES NOT DEPEND ON IT.
060650*----------------------------------------------------------
060660 1080-LOAD-SHADOW-WEIGHTS.
060670     MOVE 0 TO ShadowSegCount.
060680     OPEN INPUT WEIGHTS-FILE.
060690     IF WEIGHTS-FILE-OK
060700         PERFORM 1060-READ-ONE-GENERATION
060710                 THRU 1060-READ-ONE-GENERATION-EXIT
060720         PERFORM 1085-TAKE-ONE-SHADOW-GENERATION
060730                 THRU 1085-TAKE-ONE-SHADOW-GENERATION-EXIT
060740                     UNTIL WEIGHTS-EOF
060750     END-IF.
060760     CLOSE WEIGHTS-FILE.
060770
060780     IF ShadowSegCount = 0
060790         DISPLAY "Geracao sombra " ShadowVersion
060800                 " nao esta no WEIGHTS-FILE; sem sombra."
060810         MOVE 0 TO ShadowVersion
060820         MOVE 4 TO WS-RC-CANDIDATE
060830         PERFORM 9800-RAISE-RC
060840                 THRU 9800-RAISE-RC-EXIT
060850     ELSE
060860         DISPLAY "Segmentos com geracao sombra " ShadowVersion
060870                 ": " ShadowSegCount
060880     END-IF.
060890
060900 1080-LOAD-SHADOW-WEIGHTS-EXIT.
060910     EXIT.
060920
060930 1085-TAKE-ONE-SHADOW-GENERATION.
060940     IF WR-VERSION NUMERIC
060950         IF WR-VERSION = ShadowVersion
060960             MOVE WR-SEGMENT TO WS-SEG-LOOKUP
060970             PERFORM 5000-FIND-SEGMENT
060980                     THRU 5000-FIND-SEGMENT-EXIT
060990             IF WS-SEG-FOUND-IX > 0
061000                 PERFORM 1086-TAKE-ONE-SHADOW-WEIGHT
061010                         THRU 1086-TAKE-ONE-SHADOW-WEIGHT-EXIT
061020                             VARYING FeatureIndex FROM 1 BY 1
061030                             UNTIL FeatureIndex > 5
061040                 MOVE WR-WBIAS
061050                         TO SEG-SH-WBIAS(WS-SEG-FOUND-IX)
061060                 IF NOT SEGMENT-HAS-SHADOW(WS-SEG-FOUND-IX)
061070                     MOVE "Y"
061080                         TO SEG-SHADOW-SW(WS-SEG-FOUND-IX)
061090                     ADD 1 TO ShadowSegCount
061100                 END-IF
061110             END-IF
061120         END-IF
061130     END-IF.
061140     PERFORM 1060-READ-ONE-GENERATION
061150             THRU 1060-READ-ONE-GENERATION-EXIT.
061160
061170 1085-TAKE-ONE-SHADOW-GENERATION-EXIT.
061180     EXIT.
061190
061200 1086-TAKE-ONE-SHADOW-WEIGHT.
061210     MOVE WR-WEIGHT(FeatureIndex)
061220             TO SEG-SH-W(WS-SEG-FOUND-IX, FeatureIndex).
061230
061240 1086-TAKE-ONE-SHADOW-WEIGHT-EXIT.
061250     EXIT.
061260
061270*----------------------------------------------------------
061280* 1090-LOAD-GOVERNANCE -- REPLAY GOVMAST IN FILE ORDER INTO
061290* THE RETIRED-RANGE AND FREEZE TABLES. THE FILE IS OPTIONAL:
061300* NO FILE MEANS NO ACTION WAS EVER TAKEN. PERCEPTRONGOVMAINT
061310* KEEPS THE ACTIONS WITHIN THE TABLE SIZES, SO A FULL TABLE
061320* HERE MEANS THE FILE WAS TAMPERED WITH AND THE RUN STOPS.
061330*----------------------------------------------------------
061340 1090-LOAD-GOVERNANCE.
061350     MOVE 0 TO GovRangeCount.
061360     MOVE 0 TO GovFreezeCount.
061370     OPEN INPUT GOVERNANCE-FILE.
061380     IF GOV-FILE-OK
061390         PERFORM 1091-READ-ONE-GOV-ACTION
061400                 THRU 1091-READ-ONE-GOV-ACTION-EXIT
061410         PERFORM 1092-TAKE-ONE-GOV-ACTION
061420                 THRU 1092-TAKE-ONE-GOV-ACTION-EXIT
061430                     UNTIL GOV-EOF
061440     END-IF.
061450     CLOSE GOVERNANCE-FILE.
061460
061470 1090-LOAD-GOVERNANCE-EXIT.
061480     EXIT.
061490
061500 1091-READ-ONE-GOV-ACTION.
061510     READ GOVERNANCE-FILE
061520         AT END
061530             CONTINUE
061540     END-READ.
061550
061560 1091-READ-ONE-GOV-ACTION-EXIT.
061570     EXIT.
061580
061590 1092-TAKE-ONE-GOV-ACTION.
061600     IF GV-VERSION NOT NUMERIC
061610             OR GV-PRIOR-VERSION NOT NUMERIC
061620         GO TO 1092-TAKE-NEXT
061630     END-IF.
061640     MOVE GV-SEGMENT TO WS-GOV-SEGMENT.
061650     PERFORM 1093-FIND-FREEZE
061660             THRU 1093-FIND-FREEZE-EXIT.
061670     IF GV-ACTION = "C" AND WS-GF-FOUND-IX = 0
061680         IF GovFreezeCount = 20
061690             MOVE "GOVMAST COM MAIS SEGMENTOS CONGELADOS (20)"
061700                     TO WS-CTL-MESSAGE
061710             PERFORM 9910-CONTROL-ABORT
061720                     THRU 9910-CONTROL-ABORT-EXIT
061730         END-IF
061740         ADD 1 TO GovFreezeCount
061750         MOVE GV-SEGMENT TO GF-SEGMENT(GovFreezeCount)
061760         MOVE GovFreezeCount TO WS-GF-FOUND-IX
061770     END-IF.
061780     IF (GV-ACTION = "R" OR GV-ACTION = "V")
061790             AND GovRangeCount = 200
061800         MOVE "GOVMAST COM MAIS RETIRADAS DO QUE A TABELA (200)"
061810                 TO WS-CTL-MESSAGE
061820         PERFORM 9910-CONTROL-ABORT
061830                 THRU 9910-CONTROL-ABORT-EXIT
061840     END-IF.
061850     EVALUATE TRUE
061860         WHEN GV-ACTION = "C"
061870             MOVE GV-VERSION TO GF-VERSION(WS-GF-FOUND-IX)
061880         WHEN GV-ACTION = "L" AND WS-GF-FOUND-IX > 0
061890             MOVE 0 TO GF-VERSION(WS-GF-FOUND-IX)
061900         WHEN GV-ACTION = "R"
061910             ADD 1 TO GovRangeCount
061920             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
061930             MOVE GV-VERSION TO GX-FROM(GovRangeCount)
061940             MOVE GV-VERSION TO GX-TO(GovRangeCount)
061950         WHEN GV-ACTION = "V"
061960             ADD 1 TO GovRangeCount
061970             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
061980             COMPUTE GX-FROM(GovRangeCount) = GV-VERSION + 1
061990             MOVE GV-PRIOR-VERSION TO GX-TO(GovRangeCount)
062000         WHEN OTHER
062010             CONTINUE
062020     END-EVALUATE.
062030
062040 1092-TAKE-NEXT.
062050     PERFORM 1091-READ-ONE-GOV-ACTION
062060             THRU 1091-READ-ONE-GOV-ACTION-EXIT.
062070
062080 1092-TAKE-ONE-GOV-ACTION-EXIT.
062090     EXIT.
062100
062110 1093-FIND-FREEZE.
062120     MOVE 0 TO WS-GF-FOUND-IX.
062130     PERFORM 1094-MATCH-ONE-FREEZE
062140             THRU 1094-MATCH-ONE-FREEZE-EXIT
062150                 VARYING WS-GF-IX FROM 1 BY 1
062160                 UNTIL WS-GF-IX > GovFreezeCount.
062170
062180 1093-FIND-FREEZE-EXIT.
062190     EXIT.
062200
062210 1094-MATCH-ONE-FREEZE.
062220     IF GF-SEGMENT(WS-GF-IX) = WS-GOV-SEGMENT
062230         MOVE WS-GF-IX TO WS-GF-FOUND-IX
062240     END-IF.
062250
062260 1094-MATCH-ONE-FREEZE-EXIT.
062270     EXIT.
062280
062290*----------------------------------------------------------
062300* 1095-MARK-ONE-FROZEN-SEGMENT -- A FROZEN SEGMENT MUST HAVE
062310* COME UP ON EXACTLY ITS FROZEN GENERATION; ANYTHING ELSE
062320* MEANS THAT GENERATION IS GONE FROM WEIGHTS-FILE, AND
062330* SCORING WITH SOME OTHER ONE WOULD DEFEAT THE FREEZE.
062340*----------------------------------------------------------
062350 1095-MARK-ONE-FROZEN-SEGMENT.
062360     IF GF-VERSION(WS-GF-IX) = 0
062370         GO TO 1095-MARK-ONE-FROZEN-SEGMENT-EXIT
062380     END-IF.
062390     MOVE GF-SEGMENT(WS-GF-IX) TO WS-SEG-LOOKUP.
062400     PERFORM 5000-FIND-SEGMENT
062410             THRU 5000-FIND-SEGMENT-EXIT.
062420     IF WS-SEG-FOUND-IX > 0
062430         IF SEG-CHAMPION-VER(WS-SEG-FOUND-IX)
062440                 = GF-VERSION(WS-GF-IX)
062450             MOVE "Y" TO SEG-FROZEN-SW(WS-SEG-FOUND-IX)
062460             DISPLAY "Segmento " GF-SEGMENT(WS-GF-IX)
062470                     " congelado na geracao "
062480                     GF-VERSION(WS-GF-IX) "."
062490             GO TO 1095-MARK-ONE-FROZEN-SEGMENT-EXIT
062500         END-IF
062510     END-IF.
062520     DISPLAY "Segmento " GF-SEGMENT(WS-GF-IX)
062530             " congelado na geracao " GF-VERSION(WS-GF-IX)
062540             ", ausente do WEIGHTS-FILE.".
062550     MOVE "WEIGHTS-FILE SEM A GERACAO CONGELADA"
062560             TO WS-CTL-MESSAGE.
062570     PERFORM 9910-CONTROL-ABORT
062580             THRU 9910-CONTROL-ABORT-EXIT.
062590
062600 1095-MARK-ONE-FROZEN-SEGMENT-EXIT.
062610     EXIT.
062620
062630*----------------------------------------------------------
062640* 1500-LOAD-POLICY-RULES -- PULL CREDIT POLICY'S KNOCK-OUT
062650* RULES. OPTIONAL LIKE GRADETAB: NO FILE MEANS THE WEIGHTED
062660* SUM (AND THE REFERRAL BANDS) DECIDE EVERY CASE, AS BEFORE.
062670* A ROW WITH A BAD FEATURE NUMBER, COMPARISON, LIMIT OR
062680* DECISION IS SKIPPED WITH A NOTE RATHER THAN LOADED AS A
062690* RULE NOBODY MEANT.
062700*----------------------------------------------------------
062710 1500-LOAD-POLICY-RULES.
062720     OPEN INPUT POLICY-RULES-FILE.
062730     IF POLICY-FILE-OK
062740         PERFORM 1510-READ-ONE-POLICY-RULE
062750                 THRU 1510-READ-ONE-POLICY-RULE-EXIT
062760         PERFORM 1520-TAKE-ONE-POLICY-RULE
062770                 THRU 1520-TAKE-ONE-POLICY-RULE-EXIT
062780                     UNTIL POLICY-EOF
062790     ELSE
062800         DISPLAY "Nenhum POLICY-RULES encontrado; sem regras"
062810                 " de politica."
062820     END-IF.
062830     CLOSE POLICY-RULES-FILE.
062840
062850 1500-LOAD-POLICY-RULES-EXIT.
062860     EXIT.
062870
062880 1510-READ-ONE-POLICY-RULE.
062890     READ POLICY-RULES-FILE
062900         AT END
062910             CONTINUE
062920     END-READ.
062930
062940 1510-READ-ONE-POLICY-RULE-EXIT.
062950     EXIT.
062960
062970 1520-TAKE-ONE-POLICY-RULE.
062980     IF PL-SEGMENT = SPACES
062990             OR PL-FEATURE-NUM NOT NUMERIC
063000             OR PL-FEATURE-NUM < 1
063010             OR PL-FEATURE-NUM > 5
063020             OR (PL-COMPARE NOT = ">" AND NOT = ">="
063030                 AND NOT = "<" AND NOT = "<="
063040                 AND NOT = "=" AND NOT = "<>")
063050             OR PL-LIMIT NOT NUMERIC
063060             OR (PL-DECISION NOT = "0" AND NOT = "1"
063070                 AND NOT = "R")
063080             OR PL-RULE-CODE = SPACES
063090             OR PolicyRuleCount = 50
063100         DISPLAY "Linha invalida no POLICY-RULES (REGRA="
063110                 PL-RULE-CODE "); ignorada."
063120     ELSE
063130         ADD 1 TO PolicyRuleCount
063140         MOVE PL-SEGMENT     TO PT-SEGMENT(PolicyRuleCount)
063150         MOVE PL-FEATURE-NUM TO PT-FEATURE-NUM(PolicyRuleCount)
063160         MOVE PL-COMPARE     TO PT-COMPARE(PolicyRuleCount)
063170         MOVE PL-LIMIT       TO PT-LIMIT(PolicyRuleCount)
063180         MOVE PL-DECISION    TO PT-DECISION(PolicyRuleCount)
063190         MOVE PL-RULE-CODE   TO PT-RULE-CODE(PolicyRuleCount)
063200         MOVE 0              TO PT-HITS(PolicyRuleCount)
063210     END-IF.
063220     PERFORM 1510-READ-ONE-POLICY-RULE
063230             THRU 1510-READ-ONE-POLICY-RULE-EXIT.
063240
063250 1520-TAKE-ONE-POLICY-RULE-EXIT.
063260     EXIT.
063270
063280*----------------------------------------------------------
063290* 1600-LOAD-SOURCE-ROSTER -- THE CHANNELS EXPECTED ON
063300* TEST-VECTORS AND ON WHICH WEEKDAYS. OPTIONAL LIKE GRADETAB:
063310* NO FILE MEANS NO MISSING/UNEXPECTED-CHANNEL CHECK. A ROW
063320* WITHOUT A SYSTEM OR WITH A FLAG OTHER THAN 'S'/'N' IS
063330* SKIPPED WITH A NOTE; A REPEATED SYSTEM KEEPS ITS FIRST ROW.
063340*----------------------------------------------------------
063350 1600-LOAD-SOURCE-ROSTER.
063360     OPEN INPUT SOURCE-ROSTER.
063370     IF ROSTER-FILE-OK
063380         PERFORM 1610-READ-ONE-ROSTER-ROW
063390                 THRU 1610-READ-ONE-ROSTER-ROW-EXIT
063400         PERFORM 1620-TAKE-ONE-ROSTER-ROW
063410                 THRU 1620-TAKE-ONE-ROSTER-ROW-EXIT
063420                     UNTIL ROSTER-EOF
063430     ELSE
063440         DISPLAY "Nenhum SOURCE-ROSTER encontrado; origens do"
063450                 " lote nao conferidas com a escala."
063460     END-IF.
063470     CLOSE SOURCE-ROSTER.
063480
063490 1600-LOAD-SOURCE-ROSTER-EXIT.
063500     EXIT.
063510
063520 1610-READ-ONE-ROSTER-ROW.
063530     READ SOURCE-ROSTER
063540         AT END
063550             CONTINUE
063560     END-READ.
063570
063580 1610-READ-ONE-ROSTER-ROW-EXIT.
063590     EXIT.
063600
063610 1620-TAKE-ONE-ROSTER-ROW.
063620     MOVE 0 TO WS-DAY-FLAG-COUNT.
063630     INSPECT RS-DAYS TALLYING WS-DAY-FLAG-COUNT
063640             FOR ALL "S" ALL "N".
063650     MOVE RS-SOURCE-SYSTEM TO WS-RT-LOOKUP.
063660     PERFORM 1630-FIND-ROSTER-SYSTEM
063670             THRU 1630-FIND-ROSTER-SYSTEM-EXIT.
063680     IF RS-SOURCE-SYSTEM = SPACES
063690             OR WS-DAY-FLAG-COUNT NOT = 7
063700             OR WS-RT-FOUND-IX > 0
063710             OR RosterCount = 20
063720         DISPLAY "Linha invalida no SOURCE-ROSTER (ORIGEM="
063730                 RS-SOURCE-SYSTEM "); ignorada."
063740     ELSE
063750         ADD 1 TO RosterCount
063760         MOVE RS-SOURCE-SYSTEM TO RT-SYSTEM(RosterCount)
063770         MOVE RS-DAYS TO RT-DAYS(RosterCount)
063780     END-IF.
063790     PERFORM 1610-READ-ONE-ROSTER-ROW
063800             THRU 1610-READ-ONE-ROSTER-ROW-EXIT.
063810
063820 1620-TAKE-ONE-ROSTER-ROW-EXIT.
063830     EXIT.
063840
063850 1630-FIND-ROSTER-SYSTEM.
063860     MOVE 0 TO WS-RT-FOUND-IX.
063870     PERFORM 1635-MATCH-ONE-ROSTER-SYSTEM
063880             THRU 1635-MATCH-ONE-ROSTER-SYSTEM-EXIT
063890                 VARYING WS-RT-IX FROM 1 BY 1
063900                 UNTIL WS-RT-IX > RosterCount
063910                    OR WS-RT-FOUND-IX > 0.
063920
063930 1630-FIND-ROSTER-SYSTEM-EXIT.
063940     EXIT.
063950
063960 1635-MATCH-ONE-ROSTER-SYSTEM.
063970     IF RT-SYSTEM(WS-RT-IX) = WS-RT-LOOKUP
063980         MOVE WS-RT-IX TO WS-RT-FOUND-IX
063990     END-IF.
064000
064010 1635-MATCH-ONE-ROSTER-SYSTEM-EXIT.
064020     EXIT.
064030
064040*----------------------------------------------------------
064050* 1700-LOAD-BUSINESS-CALENDAR -- PROCESSING DAYS AND
064060* HOLIDAYS. OPTIONAL: WITHOUT IT THE WEEKDAY OF THE BUSINESS
064070* DATE IS UNKNOWN, SO ONLY CHANNELS OFF THE ROSTER AND
064080* LATE-DATED GROUPS CAN BE CAUGHT, AND SKIPPED DAYS ARE NOT.
064090*----------------------------------------------------------
064100 1700-LOAD-BUSINESS-CALENDAR.
064110     OPEN INPUT BUSINESS-CALENDAR.
064120     IF CALENDAR-FILE-OK
064130         PERFORM 1710-READ-ONE-CALENDAR-DAY
064140                 THRU 1710-READ-ONE-CALENDAR-DAY-EXIT
064150         PERFORM 1720-TAKE-ONE-CALENDAR-DAY
064160                 THRU 1720-TAKE-ONE-CALENDAR-DAY-EXIT
064170                     UNTIL CALENDAR-EOF
064180     ELSE
064190         DISPLAY "Nenhum BUSINESS-CALENDAR encontrado; dias"
064200                 " sem execucao nao conferidos."
064210     END-IF.
064220     CLOSE BUSINESS-CALENDAR.
064230
064240 1700-LOAD-BUSINESS-CALENDAR-EXIT.
064250     EXIT.
064260
064270 1710-READ-ONE-CALENDAR-DAY.
064280     READ BUSINESS-CALENDAR
064290         AT END
064300             CONTINUE
064310     END-READ.
064320
064330 1710-READ-ONE-CALENDAR-DAY-EXIT.
064340     EXIT.
064350
064360 1720-TAKE-ONE-CALENDAR-DAY.
064370     IF BC-DATE NOT NUMERIC
064380             OR BC-WEEKDAY NOT NUMERIC
064390             OR BC-WEEKDAY < 1
064400             OR BC-WEEKDAY > 7
064410             OR (BC-DAY-TYPE NOT = "U" AND NOT = "F"
064420                 AND NOT = "N")
064430             OR CalendarCount = 800
064440         DISPLAY "Linha invalida no BUSINESS-CALENDAR (DATA="
064450                 BC-DATE "); ignorada."
064460     ELSE
064470         ADD 1 TO CalendarCount
064480         MOVE BC-DATE     TO CT-DATE(CalendarCount)
064490         MOVE BC-WEEKDAY  TO CT-WEEKDAY(CalendarCount)
064500         MOVE BC-DAY-TYPE TO CT-DAY-TYPE(CalendarCount)
064510     END-IF.
064520     PERFORM 1710-READ-ONE-CALENDAR-DAY
064530             THRU 1710-READ-ONE-CALENDAR-DAY-EXIT.
064540
064550 1720-TAKE-ONE-CALENDAR-DAY-EXIT.
064560     EXIT.
064570
064580*----------------------------------------------------------
064590* 2180-CHECK-TRAINING-DUPLICATE -- A ROW THAT PASSED 2105 IS
064600* HELD AGAINST EVERY ROW ACCEPTED BEFORE IT THIS RUN:
064610*   SAME TR-ID, SAME SEGMENT, VECTOR AND TR-Y -- AN EXACT
064620*     DUPLICATE: DROPPED AND COUNTED, NOT AN EXCEPTION;
064630*   SAME TR-ID, SAME SEGMENT AND VECTOR, OTHER TR-Y -- A
064640*     LABEL CONFLICT ("CF");
064650*   SAME TR-ID, ANYTHING ELSE DIFFERENT -- A REPEATED ID
064660*     ("ID");
064670*   OTHER TR-ID, SAME SEGMENT AND VECTOR, OTHER TR-Y -- A
064680*     LABEL CONFLICT ("CF").
064690* THE FIRST COPY WAS ALREADY WRITTEN TO THE WORK FILE AND
064700* STAYS; THE LATER ONE IS REJECTED, AND A SECOND EXCEPTION
064710* LINE NAMES THE ROW IT COLLIDED WITH, SO THE PAIR CAN BE
064720* SORTED OUT AT THE SOURCE. A REJECT LEAVES THE VALID
064730* SWITCH OFF FOR THE CALLER'S REJECT PATH; A DROP ALSO SETS
064740* TRAINING-ROW-DUPLICATE SO NO REJECT IS WRITTEN.
064750*----------------------------------------------------------
064760 2180-CHECK-TRAINING-DUPLICATE.
064770     PERFORM 2181-BUILD-ONE-DUP-FEATURE
064780             THRU 2181-BUILD-ONE-DUP-FEATURE-EXIT
064790                 VARYING FeatureIndex FROM 1 BY 1
064800                 UNTIL FeatureIndex > 5.
064810     MOVE 0 TO WS-TS-ID-IX.
064820     MOVE 0 TO WS-TS-CONFLICT-IX.
064830     PERFORM 2182-MATCH-ONE-SEEN-ROW
064840             THRU 2182-MATCH-ONE-SEEN-ROW-EXIT
064850                 VARYING WS-TS-IX FROM 1 BY 1
064860                 UNTIL WS-TS-IX > TrainSeenCount
064870                    OR WS-TS-ID-IX > 0.
064880
064890     IF WS-TS-ID-IX > 0
064900         MOVE WS-TS-ID-IX TO WS-TS-PARTNER-IX
064910         IF TS-SEGMENT(WS-TS-ID-IX) = TR-SEGMENT
064920                 AND TS-VECTOR(WS-TS-ID-IX) = WS-DUP-VECTOR
064930             IF TS-Y(WS-TS-ID-IX) = TR-Y
064940                 PERFORM 2183-DROP-EXACT-DUPLICATE
064950                         THRU 2183-DROP-EXACT-DUPLICATE-EXIT
064960             ELSE
064970                 PERFORM 2184-REJECT-LABEL-CONFLICT
064980                         THRU 2184-REJECT-LABEL-CONFLICT-EXIT
064990             END-IF
065000         ELSE
065010             PERFORM 2186-REJECT-REPEATED-ID
065020                     THRU 2186-REJECT-REPEATED-ID-EXIT
065030         END-IF
065040         GO TO 2180-CHECK-TRAINING-DUPLICATE-EXIT
065050     END-IF.
065060     IF WS-TS-CONFLICT-IX > 0
065070         MOVE WS-TS-CONFLICT-IX TO WS-TS-PARTNER-IX
065080         PERFORM 2184-REJECT-LABEL-CONFLICT
065090                 THRU 2184-REJECT-LABEL-CONFLICT-EXIT
065100         GO TO 2180-CHECK-TRAINING-DUPLICATE-EXIT
065110     END-IF.
065120
065130     IF TrainSeenCount < 20000
065140         ADD 1 TO TrainSeenCount
065150         MOVE TR-ID           TO TS-ID(TrainSeenCount)
065160         MOVE TR-SEGMENT      TO TS-SEGMENT(TrainSeenCount)
065170         MOVE WS-DUP-VECTOR   TO TS-VECTOR(TrainSeenCount)
065180         MOVE TR-Y            TO TS-Y(TrainSeenCount)
065190         MOVE WS-TRAIN-SOURCE TO TS-SOURCE(TrainSeenCount)
065200         MOVE WS-TRAIN-ROW    TO TS-ROW(TrainSeenCount)
065210     ELSE
065220         ADD 1 TO TrainSeenOverflow
065230     END-IF.
065240
065250 2180-CHECK-TRAINING-DUPLICATE-EXIT.
065260     EXIT.
065270
065280 2181-BUILD-ONE-DUP-FEATURE.
065290     IF FeatureIndex > FeatureCount
065300         MOVE 0 TO WS-DUP-FEATURE(FeatureIndex)
065310     ELSE
065320         MOVE TR-FEATURE(FeatureIndex)
065330                 TO WS-DUP-FEATURE(FeatureIndex)
065340     END-IF.
065350
065360 2181-BUILD-ONE-DUP-FEATURE-EXIT.
065370     EXIT.
065380
065390 2182-MATCH-ONE-SEEN-ROW.
065400     IF TS-ID(WS-TS-IX) = TR-ID
065410         MOVE WS-TS-IX TO WS-TS-ID-IX
065420     ELSE
065430         IF WS-TS-CONFLICT-IX = 0
065440                 AND TS-SEGMENT(WS-TS-IX) = TR-SEGMENT
065450                 AND TS-VECTOR(WS-TS-IX) = WS-DUP-VECTOR
065460                 AND TS-Y(WS-TS-IX) NOT = TR-Y
065470             MOVE WS-TS-IX TO WS-TS-CONFLICT-IX
065480         END-IF
065490     END-IF.
065500
065510 2182-MATCH-ONE-SEEN-ROW-EXIT.
065520     EXIT.
065530
065540 2183-DROP-EXACT-DUPLICATE.
065550     MOVE "N" TO WS-TRAIN-VALID-SW.
065560     MOVE "Y" TO WS-TRAIN-DUP-SW.
065570     ADD 1 TO DupDroppedCount.
065580     IF TS-SOURCE(WS-TS-PARTNER-IX) NOT = WS-TRAIN-SOURCE
065590         ADD 1 TO DupCrossSourceCount
065600     END-IF.
065610     PERFORM 2188-FIND-DUP-SEGMENT
065620             THRU 2188-FIND-DUP-SEGMENT-EXIT.
065630     IF WS-DS-FOUND-IX > 0
065640         ADD 1 TO DS-DROPPED(WS-DS-FOUND-IX)
065650     END-IF.
065660
065670 2183-DROP-EXACT-DUPLICATE-EXIT.
065680     EXIT.
065690
065700 2184-REJECT-LABEL-CONFLICT.
065710     MOVE "N" TO WS-TRAIN-VALID-SW.
065720     ADD 1 TO LabelConflictCount.
065730     PERFORM 2188-FIND-DUP-SEGMENT
065740             THRU 2188-FIND-DUP-SEGMENT-EXIT.
065750     IF WS-DS-FOUND-IX > 0
065760         ADD 1 TO DS-CONFLICT(WS-DS-FOUND-IX)
065770     END-IF.
065780     MOVE 6 TO WS-EXC-FIELD-NUM.
065790     MOVE TR-Y TO WS-EXC-VALUE.
065800     PERFORM 2187-LOG-DUPLICATE-PAIR
065810             THRU 2187-LOG-DUPLICATE-PAIR-EXIT.
065820
065830 2184-REJECT-LABEL-CONFLICT-EXIT.
065840     EXIT.
065850
065860 2186-REJECT-REPEATED-ID.
065870     MOVE "N" TO WS-TRAIN-VALID-SW.
065880     ADD 1 TO IdRepeatCount.
065890     PERFORM 2188-FIND-DUP-SEGMENT
065900             THRU 2188-FIND-DUP-SEGMENT-EXIT.
065910     IF WS-DS-FOUND-IX > 0
065920         ADD 1 TO DS-ID-REPEAT(WS-DS-FOUND-IX)
065930     END-IF.
065940     MOVE 10 TO WS-EXC-FIELD-NUM.
065950     MOVE TS-ROW(WS-TS-PARTNER-IX) TO WS-PARTNER-ROW.
065960     MOVE WS-PARTNER-ROW TO WS-EXC-VALUE.
065970     PERFORM 2187-LOG-DUPLICATE-PAIR
065980             THRU 2187-LOG-DUPLICATE-PAIR-EXIT.
065990
066000 2186-REJECT-REPEATED-ID-EXIT.
066010     EXIT.
066020
066030*----------------------------------------------------------
066040* 2187-LOG-DUPLICATE-PAIR -- THE USUAL EXCEPTION LINE FOR THE
066050* REJECTED ROW, THEN A COMPANION LINE (NOT COUNTED AGAIN)
066060* POINTING AT THE EARLIER ROW OF THE PAIR.
066070*----------------------------------------------------------
066080 2187-LOG-DUPLICATE-PAIR.
066090     MOVE WS-TRAIN-SOURCE TO WS-EXC-SOURCE.
066100     MOVE WS-TRAIN-ROW    TO WS-EXC-ROW.
066110     MOVE TR-ID           TO WS-EXC-ID.
066120     PERFORM 2190-LOG-EXCEPTION
066130             THRU 2190-LOG-EXCEPTION-EXIT.
066140     MOVE TS-ROW(WS-TS-PARTNER-IX) TO WS-PARTNER-ROW.
066150     MOVE SPACES TO WS-EXC-LINE.
066160     STRING "  PAR DE: " TS-SOURCE(WS-TS-PARTNER-IX)
066170             " ROW=" WS-PARTNER-ROW
066180             " CASO=" TS-ID(WS-TS-PARTNER-IX)
066190             " Y=" TS-Y(WS-TS-PARTNER-IX)
066200             " (MANTIDO NO TREINO)"
066210             DELIMITED BY SIZE INTO WS-EXC-LINE.
066220     MOVE WS-EXC-LINE TO EXCEPTION-RECORD.
066230     WRITE EXCEPTION-RECORD.
066240     IF WS-EXCEPT-STATUS NOT = "00"
066250         MOVE "EXCPTOUT" TO WS-IO-FILE
066260         MOVE WS-EXCEPT-STATUS TO WS-IO-STATUS
066270         PERFORM 9900-IO-ABORT
066280                 THRU 9900-IO-ABORT-EXIT
066290     END-IF.
066300
066310 2187-LOG-DUPLICATE-PAIR-EXIT.
066320     EXIT.
066330
066340 2188-FIND-DUP-SEGMENT.
066350     MOVE 0 TO WS-DS-FOUND-IX.
066360     PERFORM 2189-MATCH-ONE-DUP-SEGMENT
066370             THRU 2189-MATCH-ONE-DUP-SEGMENT-EXIT
066380                 VARYING WS-DS-IX FROM 1 BY 1
066390                 UNTIL WS-DS-IX > DupSegCount
066400                    OR WS-DS-FOUND-IX > 0.
066410     IF WS-DS-FOUND-IX = 0 AND DupSegCount < 20
066420         ADD 1 TO DupSegCount
066430         MOVE DupSegCount TO WS-DS-FOUND-IX
066440         MOVE TR-SEGMENT TO DS-SEGMENT(DupSegCount)
066450         MOVE 0 TO DS-DROPPED(DupSegCount)
066460         MOVE 0 TO DS-ID-REPEAT(DupSegCount)
066470         MOVE 0 TO DS-CONFLICT(DupSegCount)
066480     END-IF.
066490
066500 2188-FIND-DUP-SEGMENT-EXIT.
066510     EXIT.
066520
066530 2189-MATCH-ONE-DUP-SEGMENT.
066540     IF DS-SEGMENT(WS-DS-IX) = TR-SEGMENT
066550         MOVE WS-DS-IX TO WS-DS-FOUND-IX
066560     END-IF.
066570
066580 2189-MATCH-ONE-DUP-SEGMENT-EXIT.
066590     EXIT.
066600
066610*----------------------------------------------------------
066620* 4070-CHECK-FEED-ROSTER -- WITH EVERY GROUP'S HEADER NOW
066630* SEEN, HOLD TONIGHT'S GROUPS UP AGAINST THE ROSTER FOR THE
066640* WEEKDAY OF THE BUSINESS DATE (THE NEWEST GROUP DATE) AND
066650* AGAINST THE CALENDAR. A CHANNEL WHOSE EXTRACT DIED, ONE
066660* THAT SHOULD NOT BE THERE, A GROUP CARRYING AN OLDER DATE
066670* THAN THE REST, AND A PROCESSING DAY SINCE THE LAST SCORED
066680* DATE THAT NEVER RAN ARE ALL LISTED HERE AND WARN THE
066690* SCHEDULER; NONE OF THEM STOPS THE SCORING.
066700*----------------------------------------------------------
066710 4070-CHECK-FEED-ROSTER.
066720     IF RosterCount = 0 AND CalendarCount = 0
066730         GO TO 4070-CHECK-FEED-ROSTER-EXIT
066740     END-IF.
066750     MOVE "Y" TO WS-FEED-CHECK-SW.
066760     MOVE 0 TO WS-CAL-WEEKDAY.
066770     IF CalendarCount > 0
066780         MOVE 0 TO WS-CT-FOUND-IX
066790         PERFORM 4071-MATCH-ONE-CALENDAR-DAY
066800                 THRU 4071-MATCH-ONE-CALENDAR-DAY-EXIT
066810                     VARYING WS-CT-IX FROM 1 BY 1
066820                     UNTIL WS-CT-IX > CalendarCount
066830                        OR WS-CT-FOUND-IX > 0
066840         IF WS-CT-FOUND-IX = 0
066850             MOVE "D" TO WS-CAL-DATE-SW
066860             DISPLAY "CALENDARIO: DATA=" ScoreMaxDate
066870                     " FORA DO CALENDARIO; ESCALA DO DIA NAO"
066880                     " CONFERIDA."
066890         ELSE
066900             IF CT-PROCESSING-DAY(WS-CT-FOUND-IX)
066910                 MOVE CT-WEEKDAY(WS-CT-FOUND-IX)
066920                         TO WS-CAL-WEEKDAY
066930             ELSE
066940                 MOVE "F" TO WS-CAL-DATE-SW
066950                 DISPLAY "CALENDARIO: DATA=" ScoreMaxDate
066960                         " NAO E DIA DE PROCESSAMENTO (TIPO="
066970                         CT-DAY-TYPE(WS-CT-FOUND-IX) ")."
066980             END-IF
066990         END-IF
067000     END-IF.
067010     PERFORM 4073-CHECK-ONE-GROUP-SOURCE
067020             THRU 4073-CHECK-ONE-GROUP-SOURCE-EXIT
067030                 VARYING WS-SRC-IX FROM 1 BY 1
067040                 UNTIL WS-SRC-IX > SourceCount.
067050     IF WS-CAL-WEEKDAY > 0
067060         PERFORM 4075-CHECK-ONE-ROSTER-SOURCE
067070                 THRU 4075-CHECK-ONE-ROSTER-SOURCE-EXIT
067080                     VARYING WS-RT-IX FROM 1 BY 1
067090                     UNTIL WS-RT-IX > RosterCount
067100     END-IF.
067110     IF CalendarCount > 0 AND LastScoreDate > 0
067120         PERFORM 4077-CHECK-ONE-SKIPPED-DAY
067130                 THRU 4077-CHECK-ONE-SKIPPED-DAY-EXIT
067140                     VARYING WS-CT-IX FROM 1 BY 1
067150                     UNTIL WS-CT-IX > CalendarCount
067160     END-IF.
067170
067180 4070-CHECK-FEED-ROSTER-EXIT.
067190     EXIT.
067200
067210 4071-MATCH-ONE-CALENDAR-DAY.
067220     IF CT-DATE(WS-CT-IX) = ScoreMaxDate
067230         MOVE WS-CT-IX TO WS-CT-FOUND-IX
067240     END-IF.
067250
067260 4071-MATCH-ONE-CALENDAR-DAY-EXIT.
067270     EXIT.
067280
067290*----------------------------------------------------------
067300* 4073-CHECK-ONE-GROUP-SOURCE -- ONE GROUP THAT DID ARRIVE:
067310* LATE-DATED FIRST (AN OLD EXTRACT RE-SENT IS THE LIKELIER
067320* STORY), THEN OFF THE ROSTER, NOT DUE ON THIS WEEKDAY, OR
067330* ARRIVING FOR A DATE THE CALENDAR DOES NOT PROCESS.
067340*----------------------------------------------------------
067350 4073-CHECK-ONE-GROUP-SOURCE.
067360     IF SRC-BUSINESS-DATE(WS-SRC-IX) < ScoreMaxDate
067370         ADD 1 TO RosterLate
067380         DISPLAY "ESCALA: ORIGEM=" SRC-SYSTEM(WS-SRC-IX)
067390                 " DATA=" SRC-BUSINESS-DATE(WS-SRC-IX)
067400                 " ATRASADA (LOTE=" ScoreMaxDate ")."
067410         GO TO 4073-CHECK-ONE-GROUP-SOURCE-EXIT
067420     END-IF.
067430     MOVE SPACES TO WS-FEED-REASON.
067440     MOVE SRC-SYSTEM(WS-SRC-IX) TO WS-RT-LOOKUP.
067450     PERFORM 1630-FIND-ROSTER-SYSTEM
067460             THRU 1630-FIND-ROSTER-SYSTEM-EXIT.
067470     EVALUATE TRUE
067480         WHEN RosterCount > 0 AND WS-RT-FOUND-IX = 0
067490             MOVE "FORA DA ESCALA" TO WS-FEED-REASON
067500         WHEN CAL-DATE-NOT-PROCESSING
067510             MOVE "DIA SEM PROCESSAMENTO" TO WS-FEED-REASON
067520         WHEN WS-CAL-WEEKDAY > 0 AND WS-RT-FOUND-IX > 0
067530             IF RT-DAY-FLAG(WS-RT-FOUND-IX, WS-CAL-WEEKDAY)
067540                     NOT = "S"
067550                 MOVE "NAO ESPERADA NESTE DIA"
067560                         TO WS-FEED-REASON
067570             END-IF
067580         WHEN OTHER
067590             CONTINUE
067600     END-EVALUATE.
067610     IF WS-FEED-REASON NOT = SPACES
067620         ADD 1 TO RosterUnexpected
067630         DISPLAY "ESCALA: ORIGEM=" SRC-SYSTEM(WS-SRC-IX)
067640                 " DATA=" SRC-BUSINESS-DATE(WS-SRC-IX)
067650                 " INESPERADA - " WS-FEED-REASON
067660     END-IF.
067670
067680 4073-CHECK-ONE-GROUP-SOURCE-EXIT.
067690     EXIT.
067700
067710*----------------------------------------------------------
067720* 4075-CHECK-ONE-ROSTER-SOURCE -- ONE CHANNEL DUE ON THIS
067730* WEEKDAY: IT MUST HAVE SENT A GROUP (A LATE-DATED ONE WAS
067740* ALREADY COUNTED ABOVE AND IS NOT COUNTED AGAIN HERE).
067750*----------------------------------------------------------
067760 4075-CHECK-ONE-ROSTER-SOURCE.
067770     IF RT-DAY-FLAG(WS-RT-IX, WS-CAL-WEEKDAY) NOT = "S"
067780         GO TO 4075-CHECK-ONE-ROSTER-SOURCE-EXIT
067790     END-IF.
067800     MOVE 0 TO WS-SRC-FOUND-IX.
067810     MOVE RT-SYSTEM(WS-RT-IX) TO WS-RT-LOOKUP.
067820     PERFORM 4076-MATCH-ONE-GROUP-SOURCE
067830             THRU 4076-MATCH-ONE-GROUP-SOURCE-EXIT
067840                 VARYING WS-SRC-IX FROM 1 BY 1
067850                 UNTIL WS-SRC-IX > SourceCount.
067860     IF WS-SRC-FOUND-IX = 0
067870         ADD 1 TO RosterMissing
067880         DISPLAY "ESCALA: ORIGEM=" RT-SYSTEM(WS-RT-IX)
067890                 " AUSENTE NO LOTE DE " ScoreMaxDate "."
067900     END-IF.
067910
067920 4075-CHECK-ONE-ROSTER-SOURCE-EXIT.
067930     EXIT.
067940
067950 4076-MATCH-ONE-GROUP-SOURCE.
067960     IF SRC-SYSTEM(WS-SRC-IX) = WS-RT-LOOKUP
067970         MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
067980     END-IF.
067990
068000 4076-MATCH-ONE-GROUP-SOURCE-EXIT.
068010     EXIT.
068020
068030*----------------------------------------------------------
068040* 4077-CHECK-ONE-SKIPPED-DAY -- A PROCESSING DAY STRICTLY
068050* BETWEEN THE LAST SCORED BUSINESS DATE (RUN-CONTROL-FILE)
068060* AND TONIGHT'S NEVER HAD A RUN -- UNLESS ONE OF TONIGHT'S
068070* GROUPS CARRIES THAT VERY DATE: THE DAY'S EXTRACT CAME IN
068080* LATE (ALREADY COUNTED BY 4073) AND IS SCORED TONIGHT, SO
068090* THE DAY IS LISTED AS LATE-DATED, NOT AS A GAP.
068100*----------------------------------------------------------
068110 4077-CHECK-ONE-SKIPPED-DAY.
068120     IF NOT CT-PROCESSING-DAY(WS-CT-IX)
068130             OR CT-DATE(WS-CT-IX) NOT > LastScoreDate
068140             OR CT-DATE(WS-CT-IX) NOT < ScoreMaxDate
068150         GO TO 4077-CHECK-ONE-SKIPPED-DAY-EXIT
068160     END-IF.
068170     MOVE 0 TO WS-SRC-FOUND-IX.
068180     PERFORM 4078-MATCH-ONE-GROUP-DATE
068190             THRU 4078-MATCH-ONE-GROUP-DATE-EXIT
068200                 VARYING WS-SRC-IX FROM 1 BY 1
068210                 UNTIL WS-SRC-IX > SourceCount
068220                    OR WS-SRC-FOUND-IX > 0.
068230     IF WS-SRC-FOUND-IX > 0
068240         DISPLAY "CALENDARIO: DIA UTIL " CT-DATE(WS-CT-IX)
068250                 " CHEGOU ATRASADO NESTE LOTE (ORIGEM="
068260                 SRC-SYSTEM(WS-SRC-FOUND-IX) ")."
068270     ELSE
068280         ADD 1 TO CalendarGapDays
068290         DISPLAY "CALENDARIO: DIA UTIL " CT-DATE(WS-CT-IX)
068300                 " SEM EXECUCAO (ULTIMA DATA ESCORADA="
068310                 LastScoreDate ")."
068320     END-IF.
068330
068340 4077-CHECK-ONE-SKIPPED-DAY-EXIT.
068350     EXIT.
068360
068370 4078-MATCH-ONE-GROUP-DATE.
068380     IF SRC-BUSINESS-DATE(WS-SRC-IX) = CT-DATE(WS-CT-IX)
068390         MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
068400     END-IF.
068410
068420 4078-MATCH-ONE-GROUP-DATE-EXIT.
068430     EXIT.
068440
068450*----------------------------------------------------------
068460* 4248-PUT-SCORE-HISTORY -- ADD THE RECORD BUILT IN THE
068470* SCORE-HISTORY BUFFER UNDER ITS ID AND RUN DATE. A SECOND
068480* APPEARANCE OF THE SAME CASE ON THE SAME RUN DATE FINDS
068490* THE KEY TAKEN (STATUS 22) AND REPLACES THE EARLIER RECORD
068500* -- THE LATER DECISION OF THE NIGHT IS THE ONE THAT STANDS.
068510*----------------------------------------------------------
068520 4248-PUT-SCORE-HISTORY.
068530     WRITE SCORE-HISTORY-RECORD
068540         INVALID KEY
068550             CONTINUE
068560     END-WRITE.
068570     IF SCOREHIS-DUPLICATE-KEY
068580         REWRITE SCORE-HISTORY-RECORD
068590             INVALID KEY
068600                 CONTINUE
068610         END-REWRITE
068620         IF SCOREHIS-FILE-OK
068630             ADD 1 TO HistReplaced
068640         END-IF
068650     ELSE
068660         IF SCOREHIS-FILE-OK
068670             ADD 1 TO HistAdded
068680         END-IF
068690     END-IF.
068700     IF NOT SCOREHIS-FILE-OK
068710         MOVE "SCOREHIS" TO WS-IO-FILE
068720         MOVE WS-SCOREHIS-STATUS TO WS-IO-STATUS
068730         PERFORM 9900-IO-ABORT
068740                 THRU 9900-IO-ABORT-EXIT
068750     END-IF.
068760
068770 4248-PUT-SCORE-HISTORY-EXIT.
068780     EXIT.
068790
068800*----------------------------------------------------------
068810* 4280-SCORE-SHADOW-CASE -- SCORE THE CASE IN HAND A SECOND
068820* TIME WITH ITS SEGMENT'S SHADOW GENERATION (SAME FEATURES,
068830* SAME BIAS SETTING, SAME GRADETAB ROWS) AND RECORD BOTH
068840* RESULTS ON SHADOW-HISTORY. NOTHING HERE TOUCHES SAIDA,
068850* WS-WEIGHTED-SUM, WS-DECISAO OR WS-GRADE, AND THE GRADE
068860* DISTRIBUTION IS NOT TALLIED. A RESTART SKIP WAS ALREADY
068870* RECORDED BY THE ABENDED PASS, SO IT IS NOT WRITTEN AGAIN.
068880*----------------------------------------------------------
068890 4280-SCORE-SHADOW-CASE.
068900     IF NOT SEGMENT-HAS-SHADOW(ActiveSegmentIx)
068910         ADD 1 TO ShadowNoGen
068920         GO TO 4280-SCORE-SHADOW-CASE-EXIT
068930     END-IF.
068940     MOVE 0 TO WS-SHADOW-SUM.
068950     PERFORM 4281-ACCUMULATE-SHADOW-FEATURE
068960             THRU 4281-ACCUMULATE-SHADOW-FEATURE-EXIT
068970                 VARYING FeatureIndex FROM 1 BY 1
068980                 UNTIL FeatureIndex > FeatureCount.
068990     IF UseBias = 'S'
069000         ADD SEG-SH-WBIAS(ActiveSegmentIx) TO WS-SHADOW-SUM
069010     END-IF.
069020     IF WS-SHADOW-SUM >= 0
069030         MOVE 1 TO ShadowSaida
069040     ELSE
069050         MOVE 0 TO ShadowSaida
069060     END-IF.
069070
069080     MOVE "-" TO WS-SHADOW-GRADE.
069090     MOVE 0 TO WS-GR-PICK-IX.
069100     PERFORM 4283-PICK-ONE-SHADOW-GRADE-ROW
069110             THRU 4283-PICK-ONE-SHADOW-GRADE-ROW-EXIT
069120                 VARYING WS-GR-IX FROM 1 BY 1
069130                 UNTIL WS-GR-IX > GradeRowCount.
069140     IF WS-GR-PICK-IX > 0
069150         MOVE GR-GRADE(WS-GR-PICK-IX) TO WS-SHADOW-GRADE
069160     END-IF.
069170
069180     ADD 1 TO ShadowCount.
069190     IF ShadowSaida NOT = Saida
069200         ADD 1 TO ShadowDisagree
069210     END-IF.
069220     IF WS-SHADOW-GRADE NOT = WS-GRADE
069230         ADD 1 TO ShadowGradeDiff
069240     END-IF.
069250     IF NOT RESUME-SKIP
069260         PERFORM 4285-WRITE-SHADOW-HISTORY
069270                 THRU 4285-WRITE-SHADOW-HISTORY-EXIT
069280     END-IF.
069290
069300 4280-SCORE-SHADOW-CASE-EXIT.
069310     EXIT.
069320
069330 4281-ACCUMULATE-SHADOW-FEATURE.
069340     COMPUTE WS-SHADOW-SUM = WS-SHADOW-SUM
069350             + (SEG-SH-W(ActiveSegmentIx, FeatureIndex)
069360                 * WS-CALC-X(FeatureIndex)).
069370
069380 4281-ACCUMULATE-SHADOW-FEATURE-EXIT.
069390     EXIT.
069400
069410 4283-PICK-ONE-SHADOW-GRADE-ROW.
069420     IF GR-SEGMENT(WS-GR-IX) = TV-SEGMENT
069430             AND WS-SHADOW-SUM < GR-LIMIT(WS-GR-IX)
069440         IF WS-GR-PICK-IX = 0
069450                 OR GR-LIMIT(WS-GR-IX)
069460                     < GR-LIMIT(WS-GR-PICK-IX)
069470             MOVE WS-GR-IX TO WS-GR-PICK-IX
069480         END-IF
069490     END-IF.
069500
069510 4283-PICK-ONE-SHADOW-GRADE-ROW-EXIT.
069520     EXIT.
069530
069540*----------------------------------------------------------
069550* 4285-WRITE-SHADOW-HISTORY -- THE CHAMPION SIDE CARRIES THE
069560* SAME GENERATION NUMBER DECISOUT REPORTS FOR THE CASE.
069570*----------------------------------------------------------
069580 4285-WRITE-SHADOW-HISTORY.
069590     PERFORM 4605-SET-SCORING-VERSION
069600             THRU 4605-SET-SCORING-VERSION-EXIT.
069610     MOVE SPACES TO SHADOW-HISTORY-RECORD.
069620     MOVE TV-ID             TO SD-ID.
069630     MOVE TV-SEGMENT        TO SD-SEGMENT.
069640     MOVE ScoreBusinessDate TO SD-RUN-DATE.
069650     IF CurrentSourceIx > 0
069660         MOVE SRC-SYSTEM(CurrentSourceIx) TO SD-SOURCE-SYSTEM
069670     ELSE
069680         MOVE WS-CASE-SOURCE TO SD-SOURCE-SYSTEM
069690     END-IF.
069700     MOVE ScoringVersion    TO SD-CHAMP-VERSION.
069710     MOVE Saida             TO SD-CHAMP-SAIDA.
069720     MOVE WS-WEIGHTED-SUM   TO SD-CHAMP-MARGEM.
069730     MOVE WS-GRADE          TO SD-CHAMP-GRADE.
069740     MOVE WS-DECISAO        TO SD-DECISION.
069750     MOVE WS-DECISAO-SRC    TO SD-DECISION-SRC.
069760     MOVE ShadowVersion     TO SD-SHADOW-VERSION.
069770     MOVE ShadowSaida       TO SD-SHADOW-SAIDA.
069780     MOVE WS-SHADOW-SUM     TO SD-SHADOW-MARGEM.
069790     MOVE WS-SHADOW-GRADE   TO SD-SHADOW-GRADE.
069800     WRITE SHADOW-HISTORY-RECORD.
069810     IF WS-SHADOWHS-STATUS NOT = "00"
069820         MOVE "SHADOWHS" TO WS-IO-FILE
069830         MOVE WS-SHADOWHS-STATUS TO WS-IO-STATUS
069840         PERFORM 9900-IO-ABORT
069850                 THRU 9900-IO-ABORT-EXIT
069860     END-IF.
069870
069880 4285-WRITE-SHADOW-HISTORY-EXIT.
069890     EXIT.
069900
069910*----------------------------------------------------------
069920* 8310-DISPLAY-ONE-POLICY-RULE -- RUN-CONTROL SECTION LINE
069930* PER KNOCK-OUT RULE: WHAT IT TESTS AND HOW MANY CASES IT
069940* DECIDED THIS RUN (ZERO HITS STILL PRINT, SO CREDIT POLICY
069950* SEES A RULE THAT NEVER FIRES).
069960*----------------------------------------------------------
069970 8310-DISPLAY-ONE-POLICY-RULE.
069980     MOVE PT-LIMIT(WS-PT-IX) TO WS-FEAT-D.
069990     DISPLAY "REGRA=" PT-RULE-CODE(WS-PT-IX)
070000             " SEG=" PT-SEGMENT(WS-PT-IX)
070010             " X" PT-FEATURE-NUM(WS-PT-IX)
070020             " " PT-COMPARE(WS-PT-IX)
070030             " " WS-FEAT-D
070040             " DEC=" PT-DECISION(WS-PT-IX)
070050             " DISPAROS=" PT-HITS(WS-PT-IX).
070060
070070 8310-DISPLAY-ONE-POLICY-RULE-EXIT.
070080     EXIT.
070090
070100*----------------------------------------------------------
070110* 8315-DISPLAY-ONE-DUP-SEGMENT -- RUN-CONTROL SECTION LINE
070120* PER SEGMENT WITH DUPLICATE OR CONFLICTING TRAINING ROWS,
070130* BESIDE THE SEGMENT'S CONVERGENCE FLAG: A SEGMENT THAT HIT
070140* MAX EPOCHS WITH CONFLITOS=0 POINTS AT THE MODEL, NOT THE
070150* DATA. "-" MEANS THE SEGMENT NEVER TRAINED THIS RUN.
070160*----------------------------------------------------------
070170 8315-DISPLAY-ONE-DUP-SEGMENT.
070180     MOVE DS-SEGMENT(WS-DS-IX) TO WS-SEG-LOOKUP.
070190     PERFORM 5000-FIND-SEGMENT
070200             THRU 5000-FIND-SEGMENT-EXIT.
070210     IF WS-SEG-FOUND-IX > 0 AND NOT SCORE-ONLY-RUN
070220         MOVE SEG-CONVERGED-SW(WS-SEG-FOUND-IX)
070230                 TO WS-DS-CONVERGED
070240     ELSE
070250         MOVE "-" TO WS-DS-CONVERGED
070260     END-IF.
070270     DISPLAY "  SEG=" DS-SEGMENT(WS-DS-IX)
070280             " DESCARTADOS=" DS-DROPPED(WS-DS-IX)
070290             " IDS REPETIDOS=" DS-ID-REPEAT(WS-DS-IX)
070300             " CONFLITOS=" DS-CONFLICT(WS-DS-IX)
070310             " CONVERGIU=" WS-DS-CONVERGED.
070320
070330 8315-DISPLAY-ONE-DUP-SEGMENT-EXIT.
070340     EXIT.
070350
070360*----------------------------------------------------------
070370* 8400-WRITE-BALANCING -- END-OF-JOB PROOF THAT THE OUTPUT
070380* FILES AGREE WITH WHAT WAS READ AND WITH EACH OTHER. THE
070390* EQUATIONS ARE LOADED AND JUDGED FIRST (8410) SO THE
070400* HEADER CAN CARRY THE VERDICT; THEN EVERY CONTROL TOTAL
070410* (8430) AND EVERY EQUATION (8440) GOES TO BALCTL AND TO THE
070420* BALRPT PROOF PAGE. A REFERRED CASE IS FILED ON
070430* SCORE-HISTORY LIKE ANY OTHER, SO THE MASTER IS PROVED
070440* AGAINST THE CASES SCORED AND REVIEWQ AGAINST THE 'R'
070450* DECISIONS, EACH ON ITS OWN. A RUN THAT SCORED NOTHING
070460* PROVES ZERO AGAINST ZERO.
070470*----------------------------------------------------------
070480 8400-WRITE-BALANCING.
070490     MOVE 0 TO AnalystInBatch.
070500     PERFORM 8405-COUNT-ONE-BATCH-ANALYST
070510             THRU 8405-COUNT-ONE-BATCH-ANALYST-EXIT
070520                 VARYING WS-AN-IX FROM 1 BY 1
070530                 UNTIL WS-AN-IX > AnalystCount.
070540
070550     MOVE 0 TO BalanceEqCount.
070560     MOVE 0 TO BalanceFailCount.
070570     MOVE "LOTE"     TO WS-BAL-CODE.
070580     COMPUTE WS-BAL-LEFT  = ScoreDetailCount + RecycleScoreRead.
070590     COMPUTE WS-BAL-RIGHT = ScoredCount + RejectLoteCount.
070600     MOVE "LIDOS + RECICLO = ESCORADOS + REJFILE LOTE"
070610             TO WS-BAL-DESC.
070620     PERFORM 8410-ADD-EQUATION
070630             THRU 8410-ADD-EQUATION-EXIT.
070640     MOVE "CONTROLE" TO WS-BAL-CODE.
070650     MOVE ScoreDetailCount TO WS-BAL-LEFT.
070660     MOVE ScoreExpected    TO WS-BAL-RIGHT.
070670     MOVE "LIDOS = ESPERADOS PELOS TRAILERS DO TEST-VECTORS"
070680             TO WS-BAL-DESC.
070690     PERFORM 8410-ADD-EQUATION
070700             THRU 8410-ADD-EQUATION-EXIT.
070710     MOVE "DECISOUT" TO WS-BAL-CODE.
070720     MOVE ScoredCount    TO WS-BAL-LEFT.
070730     MOVE InterfaceTotal TO WS-BAL-RIGHT.
070740     MOVE "ESCORADOS (SCOREOUT) = DETALHES NO DECISOUT"
070750             TO WS-BAL-DESC.
070760     PERFORM 8410-ADD-EQUATION
070770             THRU 8410-ADD-EQUATION-EXIT.
070780     MOVE "TRAILER"  TO WS-BAL-CODE.
070790     MOVE InterfaceTotal      TO WS-BAL-LEFT.
070800     MOVE InterfaceTrailerSum TO WS-BAL-RIGHT.
070810     MOVE "DETALHES NO DECISOUT = SOMA DOS TRAILERS DO DECISOUT"
070820             TO WS-BAL-DESC.
070830     PERFORM 8410-ADD-EQUATION
070840             THRU 8410-ADD-EQUATION-EXIT.
070850     MOVE "SCOREHIS" TO WS-BAL-CODE.
070860     MOVE ScoredCount TO WS-BAL-LEFT.
070870     COMPUTE WS-BAL-RIGHT = HistCaseWrites + HistResumeSkips.
070880     MOVE "ESCORADOS = GRAVADOS NO SCORE-HISTORY + JA GRAVADOS"
070890             TO WS-BAL-DESC.
070900     PERFORM 8410-ADD-EQUATION
070910             THRU 8410-ADD-EQUATION-EXIT.
070920     MOVE "HISTREG"  TO WS-BAL-CODE.
070930     COMPUTE WS-BAL-LEFT  = HistAdded + HistReplaced.
070940     COMPUTE WS-BAL-RIGHT = HistCaseWrites + AnalystFolded.
070950     MOVE "INCLUIDOS + SUBSTITUIDOS = CASOS + DOBRAS DE ANALISTA"
070960             TO WS-BAL-DESC.
070970     PERFORM 8410-ADD-EQUATION
070980             THRU 8410-ADD-EQUATION-EXIT.
070990     MOVE "REVIEWQ"  TO WS-BAL-CODE.
071000     MOVE ReviewQueueCount    TO WS-BAL-LEFT.
071010     MOVE InterfaceReferCount TO WS-BAL-RIGHT.
071020     MOVE "REVIEWQ = DECISOES 'R' NO DECISOUT" TO WS-BAL-DESC.
071030     PERFORM 8410-ADD-EQUATION
071040             THRU 8410-ADD-EQUATION-EXIT.
071050     MOVE "ENCAMIN"  TO WS-BAL-CODE.
071060     MOVE ReferCount       TO WS-BAL-LEFT.
071070     MOVE ReviewQueueCount TO WS-BAL-RIGHT.
071080     MOVE "ENCAMINHADOS (BANDA OU REGRA) = REVIEWQ"
071090             TO WS-BAL-DESC.
071100     PERFORM 8410-ADD-EQUATION
071110             THRU 8410-ADD-EQUATION-EXIT.
071120     MOVE "ANALISTA" TO WS-BAL-CODE.
071130     MOVE AnalystCount TO WS-BAL-LEFT.
071140     COMPUTE WS-BAL-RIGHT = AnalystInBatch + AnalystFolded
071150             + AnalystFoldSkip + AnalystUnmatched.
071160     MOVE "ANALISTA = NO LOTE + DOBRADAS + JA DOBRADAS + SEM CASO"
071170             TO WS-BAL-DESC.
071180     PERFORM 8410-ADD-EQUATION
071190             THRU 8410-ADD-EQUATION-EXIT.
071200     MOVE "MOTIVOS"  TO WS-BAL-CODE.
071210     MOVE ReasonCaseCount      TO WS-BAL-LEFT.
071220     MOVE InterfaceReasonCount TO WS-BAL-RIGHT.
071230     MOVE "CASOS COM MOTIVO NO REASONRPT = DECISOUT COM FATOR"
071240             TO WS-BAL-DESC.
071250     PERFORM 8410-ADD-EQUATION
071260             THRU 8410-ADD-EQUATION-EXIT.
071270     IF BalanceFailCount > 0
071280         MOVE "F" TO WS-BALANCE-SW
071290     END-IF.
071300
071310     OPEN OUTPUT BALANCE-CONTROL-FILE.
071320     IF WS-BALCTL-STATUS NOT = "00"
071330         MOVE "BALCTL  " TO WS-IO-FILE
071340         MOVE WS-BALCTL-STATUS TO WS-IO-STATUS
071350         PERFORM 9900-IO-ABORT
071360                 THRU 9900-IO-ABORT-EXIT
071370     END-IF.
071380     OPEN OUTPUT BALANCE-REPORT.
071390     IF WS-BALRPT-STATUS NOT = "00"
071400         MOVE "BALRPT  " TO WS-IO-FILE
071410         MOVE WS-BALRPT-STATUS TO WS-IO-STATUS
071420         PERFORM 9900-IO-ABORT
071430                 THRU 9900-IO-ABORT-EXIT
071440     END-IF.
071450     MOVE 0 TO BalanceRecCount.
071460     MOVE SPACES TO BALANCE-CONTROL-RECORD.
071470     MOVE "H" TO BL-REC-TYPE.
071480     MOVE ScoreMaxDate     TO BLH-BUSINESS-DATE.
071490     MOVE WS-BALANCE-SW    TO BLH-STATUS.
071500     MOVE BalanceEqCount   TO BLH-EQUATIONS.
071510     MOVE BalanceFailCount TO BLH-FAILED.
071520     PERFORM 8450-WRITE-BALANCE-RECORD
071530             THRU 8450-WRITE-BALANCE-RECORD-EXIT.
071540
071550     MOVE "BALANCO DE FIM DE EXECUCAO - PERCEPTRON"
071560             TO WS-BAL-LINE.
071570     PERFORM 8455-WRITE-BALANCE-LINE
071580             THRU 8455-WRITE-BALANCE-LINE-EXIT.
071590     MOVE SPACES TO WS-BAL-LINE.
071600     STRING "DATA DE NEGOCIO: " ScoreMaxDate
071610             DELIMITED BY SIZE INTO WS-BAL-LINE.
071620     PERFORM 8455-WRITE-BALANCE-LINE
071630             THRU 8455-WRITE-BALANCE-LINE-EXIT.
071640     MOVE SPACES TO WS-BAL-LINE.
071650     PERFORM 8455-WRITE-BALANCE-LINE
071660             THRU 8455-WRITE-BALANCE-LINE-EXIT.
071670     MOVE "TOTAIS DE CONTROLE" TO WS-BAL-LINE.
071680     PERFORM 8455-WRITE-BALANCE-LINE
071690             THRU 8455-WRITE-BALANCE-LINE-EXIT.
071700
071710     MOVE "LIDOS"    TO WS-BAL-CODE.
071720     MOVE ScoreDetailCount TO WS-BAL-LEFT.
071730     MOVE "DETALHES LIDOS NO TEST-VECTORS" TO WS-BAL-DESC.
071740     PERFORM 8430-PUT-CONTROL-TOTAL
071750             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
071760     MOVE "ESPERADO" TO WS-BAL-CODE.
071770     MOVE ScoreExpected TO WS-BAL-LEFT.
071780     MOVE "DETALHES ESPERADOS PELOS TRAILERS" TO WS-BAL-DESC.
071790     PERFORM 8430-PUT-CONTROL-TOTAL
071800             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
071810     MOVE "RECICLO"  TO WS-BAL-CODE.
071820     MOVE RecycleScoreRead TO WS-BAL-LEFT.
071830     MOVE "LINHAS 'LOTE' LIDAS DO RECYCLE-INPUT" TO WS-BAL-DESC.
071840     PERFORM 8430-PUT-CONTROL-TOTAL
071850             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
071860     MOVE "ESCORADO" TO WS-BAL-CODE.
071870     MOVE ScoredCount TO WS-BAL-LEFT.
071880     MOVE "CASOS ESCORADOS (LINHAS NO SCOREOUT)" TO WS-BAL-DESC.
071890     PERFORM 8430-PUT-CONTROL-TOTAL
071900             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
071910     MOVE "REJLOTE"  TO WS-BAL-CODE.
071920     MOVE RejectLoteCount TO WS-BAL-LEFT.
071930     MOVE "REJEICOES 'LOTE' GRAVADAS NO REJFILE" TO WS-BAL-DESC.
071940     PERFORM 8430-PUT-CONTROL-TOTAL
071950             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
071960     MOVE "DECISDET" TO WS-BAL-CODE.
071970     MOVE InterfaceTotal TO WS-BAL-LEFT.
071980     MOVE "DETALHES GRAVADOS NO DECISOUT" TO WS-BAL-DESC.
071990     PERFORM 8430-PUT-CONTROL-TOTAL
072000             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072010     MOVE "DECISTRL" TO WS-BAL-CODE.
072020     MOVE InterfaceTrailerSum TO WS-BAL-LEFT.
072030     MOVE "SOMA DAS CONTAGENS NOS TRAILERS DO DECISOUT"
072040             TO WS-BAL-DESC.
072050     PERFORM 8430-PUT-CONTROL-TOTAL
072060             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072070     MOVE "DECISREF" TO WS-BAL-CODE.
072080     MOVE InterfaceReferCount TO WS-BAL-LEFT.
072090     MOVE "DETALHES COM DECISAO 'R' NO DECISOUT" TO WS-BAL-DESC.
072100     PERFORM 8430-PUT-CONTROL-TOTAL
072110             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072120     MOVE "DECISMOT" TO WS-BAL-CODE.
072130     MOVE InterfaceReasonCount TO WS-BAL-LEFT.
072140     MOVE "DETALHES COM FATOR DE MOTIVO NO DECISOUT"
072150             TO WS-BAL-DESC.
072160     PERFORM 8430-PUT-CONTROL-TOTAL
072170             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072180     MOVE "REVIEWQ"  TO WS-BAL-CODE.
072190     MOVE ReviewQueueCount TO WS-BAL-LEFT.
072200     MOVE "CASOS GRAVADOS NO REVIEWQ" TO WS-BAL-DESC.
072210     PERFORM 8430-PUT-CONTROL-TOTAL
072220             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072230     MOVE "ENCAMIN"  TO WS-BAL-CODE.
072240     MOVE ReferCount TO WS-BAL-LEFT.
072250     MOVE "CASOS ENCAMINHADOS (BANDA OU REGRA)" TO WS-BAL-DESC.
072260     PERFORM 8430-PUT-CONTROL-TOTAL
072270             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072280     MOVE "HISCASO"  TO WS-BAL-CODE.
072290     MOVE HistCaseWrites TO WS-BAL-LEFT.
072300     MOVE "CASOS GRAVADOS NO SCORE-HISTORY" TO WS-BAL-DESC.
072310     PERFORM 8430-PUT-CONTROL-TOTAL
072320             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072330     MOVE "HISRETOM" TO WS-BAL-CODE.
072340     MOVE HistResumeSkips TO WS-BAL-LEFT.
072350     MOVE "CASOS JA GRAVADOS PELO PASSE ABORTADO (RETOMADA)"
072360             TO WS-BAL-DESC.
072370     PERFORM 8430-PUT-CONTROL-TOTAL
072380             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072390     MOVE "HISINCL"  TO WS-BAL-CODE.
072400     MOVE HistAdded TO WS-BAL-LEFT.
072410     MOVE "REGISTROS INCLUIDOS NO SCORE-HISTORY" TO WS-BAL-DESC.
072420     PERFORM 8430-PUT-CONTROL-TOTAL
072430             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072440     MOVE "HISSUBST" TO WS-BAL-CODE.
072450     MOVE HistReplaced TO WS-BAL-LEFT.
072460     MOVE "REGISTROS SUBSTITUIDOS NO SCORE-HISTORY (MESMA DATA)"
072470             TO WS-BAL-DESC.
072480     PERFORM 8430-PUT-CONTROL-TOTAL
072490             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072500     MOVE "ANALISTA" TO WS-BAL-CODE.
072510     MOVE AnalystCount TO WS-BAL-LEFT.
072520     MOVE "DECISOES DE ANALISTA CARREGADAS" TO WS-BAL-DESC.
072530     PERFORM 8430-PUT-CONTROL-TOTAL
072540             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072550     MOVE "ANLOTE"   TO WS-BAL-CODE.
072560     MOVE AnalystInBatch TO WS-BAL-LEFT.
072570     MOVE "DECISOES DE ANALISTA APLICADAS NO LOTE"
072580             TO WS-BAL-DESC.
072590     PERFORM 8430-PUT-CONTROL-TOTAL
072600             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072610     MOVE "ANDOBRA"  TO WS-BAL-CODE.
072620     MOVE AnalystFolded TO WS-BAL-LEFT.
072630     MOVE "DECISOES DE ANALISTA DOBRADAS NO SCORE-HISTORY"
072640             TO WS-BAL-DESC.
072650     PERFORM 8430-PUT-CONTROL-TOTAL
072660             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072670     MOVE "ANRETOM"  TO WS-BAL-CODE.
072680     MOVE AnalystFoldSkip TO WS-BAL-LEFT.
072690     MOVE "DOBRAS JA GRAVADAS PELO PASSE ABORTADO (RETOMADA)"
072700             TO WS-BAL-DESC.
072710     PERFORM 8430-PUT-CONTROL-TOTAL
072720             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072730     MOVE "ANSEMCAS" TO WS-BAL-CODE.
072740     MOVE AnalystUnmatched TO WS-BAL-LEFT.
072750     MOVE "DECISOES DE ANALISTA SEM CASO" TO WS-BAL-DESC.
072760     PERFORM 8430-PUT-CONTROL-TOTAL
072770             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072780     MOVE "MOTCASO"  TO WS-BAL-CODE.
072790     MOVE ReasonCaseCount TO WS-BAL-LEFT.
072800     MOVE "CASOS COM MOTIVO NO REASONRPT" TO WS-BAL-DESC.
072810     PERFORM 8430-PUT-CONTROL-TOTAL
072820             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072830     MOVE "MOTLINHA" TO WS-BAL-CODE.
072840     MOVE ReasonLineCount TO WS-BAL-LEFT.
072850     MOVE "LINHAS GRAVADAS NO REASONRPT" TO WS-BAL-DESC.
072860     PERFORM 8430-PUT-CONTROL-TOTAL
072870             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072880     MOVE "EXCECAO"  TO WS-BAL-CODE.
072890     MOVE ExceptionCount TO WS-BAL-LEFT.
072900     MOVE "EXCECOES REGISTRADAS" TO WS-BAL-DESC.
072910     PERFORM 8430-PUT-CONTROL-TOTAL
072920             THRU 8430-PUT-CONTROL-TOTAL-EXIT.
072930
072940     MOVE SPACES TO WS-BAL-LINE.
072950     PERFORM 8455-WRITE-BALANCE-LINE
072960             THRU 8455-WRITE-BALANCE-LINE-EXIT.
072970     MOVE "EQUACOES DE BALANCO (ESQUERDA = DIREITA)"
072980             TO WS-BAL-LINE.
072990     PERFORM 8455-WRITE-BALANCE-LINE
073000             THRU 8455-WRITE-BALANCE-LINE-EXIT.
073010     PERFORM 8440-PUT-ONE-EQUATION
073020             THRU 8440-PUT-ONE-EQUATION-EXIT
073030                 VARYING WS-BE-IX FROM 1 BY 1
073040                 UNTIL WS-BE-IX > BalanceEqCount.
073050
073060     MOVE SPACES TO WS-BAL-LINE.
073070     PERFORM 8455-WRITE-BALANCE-LINE
073080             THRU 8455-WRITE-BALANCE-LINE-EXIT.
073090     MOVE SPACES TO WS-BAL-LINE.
073100     IF RUN-IN-BALANCE
073110         STRING "RESULTADO: EM BALANCO - " BalanceEqCount
073120                 " EQUACOES CONFEREM; DECISOUT LIBERADO."
073130                 DELIMITED BY SIZE INTO WS-BAL-LINE
073140     ELSE
073150         STRING "RESULTADO: *** FORA DE BALANCO *** - "
073160                 BalanceFailCount " DE " BalanceEqCount
073170                 " EQUACOES FALHARAM; DECISOUT RETIDO"
073180                 " (CODIGO DE RETORNO 16)."
073190                 DELIMITED BY SIZE INTO WS-BAL-LINE
073200     END-IF.
073210     PERFORM 8455-WRITE-BALANCE-LINE
073220             THRU 8455-WRITE-BALANCE-LINE-EXIT.
073230
073240     MOVE SPACES TO BALANCE-CONTROL-RECORD.
073250     MOVE "T" TO BL-REC-TYPE.
073260     MOVE BalanceRecCount TO BLT-RECORD-COUNT.
073270     PERFORM 8450-WRITE-BALANCE-RECORD
073280             THRU 8450-WRITE-BALANCE-RECORD-EXIT.
073290     CLOSE BALANCE-CONTROL-FILE.
073300     CLOSE BALANCE-REPORT.
073310
073320     DISPLAY "--- Balanco de Fim de Execucao ---".
073330     DISPLAY "EQUACOES=" BalanceEqCount
073340             " FORA DE BALANCO=" BalanceFailCount.
073350
073360 8400-WRITE-BALANCING-EXIT.
073370     EXIT.
073380
073390 8405-COUNT-ONE-BATCH-ANALYST.
073400     IF AN-MATCHED-SW(WS-AN-IX) = "Y"
073410         ADD 1 TO AnalystInBatch
073420     END-IF.
073430
073440 8405-COUNT-ONE-BATCH-ANALYST-EXIT.
073450     EXIT.
073460
073470*----------------------------------------------------------
073480* 8410-ADD-EQUATION -- FILE THE EQUATION IN WS-BAL-CODE,
073490* -LEFT, -RIGHT AND -DESC IN THE BALANCE TABLE AND JUDGE IT.
073500* A FAILED ONE IS NAMED ON SYSOUT AT ONCE.
073510*----------------------------------------------------------
073520 8410-ADD-EQUATION.
073530     ADD 1 TO BalanceEqCount.
073540     MOVE WS-BAL-CODE  TO BE-CODE(BalanceEqCount).
073550     MOVE WS-BAL-LEFT  TO BE-LEFT(BalanceEqCount).
073560     MOVE WS-BAL-RIGHT TO BE-RIGHT(BalanceEqCount).
073570     MOVE WS-BAL-DESC  TO BE-DESCRIPTION(BalanceEqCount).
073580     IF WS-BAL-LEFT = WS-BAL-RIGHT
073590         MOVE "B" TO BE-STATUS(BalanceEqCount)
073600     ELSE
073610         MOVE "F" TO BE-STATUS(BalanceEqCount)
073620         ADD 1 TO BalanceFailCount
073630         DISPLAY "BALANCO: " WS-BAL-CODE " FORA DE BALANCO ("
073640                 WS-BAL-LEFT " X " WS-BAL-RIGHT ")."
073650     END-IF.
073660
073670 8410-ADD-EQUATION-EXIT.
073680     EXIT.
073690
073700*----------------------------------------------------------
073710* 8430-PUT-CONTROL-TOTAL -- ONE 'C' RECORD AND ONE PROOF
073720* LINE FOR THE TOTAL IN WS-BAL-CODE, -LEFT AND -DESC.
073730*----------------------------------------------------------
073740 8430-PUT-CONTROL-TOTAL.
073750     MOVE SPACES TO BALANCE-CONTROL-RECORD.
073760     MOVE "C"         TO BL-REC-TYPE.
073770     MOVE WS-BAL-CODE TO BL-CODE.
073780     MOVE WS-BAL-LEFT TO BL-LEFT.
073790     MOVE 0           TO BL-RIGHT.
073800     MOVE WS-BAL-DESC TO BL-DESCRIPTION.
073810     PERFORM 8450-WRITE-BALANCE-RECORD
073820             THRU 8450-WRITE-BALANCE-RECORD-EXIT.
073830     ADD 1 TO BalanceRecCount.
073840     MOVE WS-BAL-LEFT TO WS-BAL-LEFT-D.
073850     MOVE SPACES TO WS-BAL-LINE.
073860     STRING "  " WS-BAL-CODE " " WS-BAL-DESC " " WS-BAL-LEFT-D
073870             DELIMITED BY SIZE INTO WS-BAL-LINE.
073880     PERFORM 8455-WRITE-BALANCE-LINE
073890             THRU 8455-WRITE-BALANCE-LINE-EXIT.
073900
073910 8430-PUT-CONTROL-TOTAL-EXIT.
073920     EXIT.
073930
073940*----------------------------------------------------------
073950* 8440-PUT-ONE-EQUATION -- ONE 'E' RECORD AND ONE PROOF
073960* LINE PER EQUATION, BOTH SIDES AND ITS VERDICT.
073970*----------------------------------------------------------
073980 8440-PUT-ONE-EQUATION.
073990     MOVE SPACES TO BALANCE-CONTROL-RECORD.
074000     MOVE "E"                      TO BL-REC-TYPE.
074010     MOVE BE-CODE(WS-BE-IX)        TO BL-CODE.
074020     MOVE BE-LEFT(WS-BE-IX)        TO BL-LEFT.
074030     MOVE BE-RIGHT(WS-BE-IX)       TO BL-RIGHT.
074040     MOVE BE-STATUS(WS-BE-IX)      TO BL-STATUS.
074050     MOVE BE-DESCRIPTION(WS-BE-IX) TO BL-DESCRIPTION.
074060     PERFORM 8450-WRITE-BALANCE-RECORD
074070             THRU 8450-WRITE-BALANCE-RECORD-EXIT.
074080     ADD 1 TO BalanceRecCount.
074090     MOVE BE-LEFT(WS-BE-IX)  TO WS-BAL-LEFT-D.
074100     MOVE BE-RIGHT(WS-BE-IX) TO WS-BAL-RIGHT-D.
074110     MOVE SPACES TO WS-BAL-LINE.
074120     IF BE-IN-BALANCE(WS-BE-IX)
074130         STRING "  " BE-CODE(WS-BE-IX)
074140                 " " BE-DESCRIPTION(WS-BE-IX)
074150                 " " WS-BAL-LEFT-D " = " WS-BAL-RIGHT-D
074160                 "  OK"
074170                 DELIMITED BY SIZE INTO WS-BAL-LINE
074180     ELSE
074190         STRING "  " BE-CODE(WS-BE-IX)
074200                 " " BE-DESCRIPTION(WS-BE-IX)
074210                 " " WS-BAL-LEFT-D " X " WS-BAL-RIGHT-D
074220                 "  *** FORA DE BALANCO ***"
074230                 DELIMITED BY SIZE INTO WS-BAL-LINE
074240     END-IF.
074250     PERFORM 8455-WRITE-BALANCE-LINE
074260             THRU 8455-WRITE-BALANCE-LINE-EXIT.
074270
074280 8440-PUT-ONE-EQUATION-EXIT.
074290     EXIT.
074300
074310 8450-WRITE-BALANCE-RECORD.
074320     WRITE BALANCE-CONTROL-RECORD.
074330     IF WS-BALCTL-STATUS NOT = "00"
074340         MOVE "BALCTL  " TO WS-IO-FILE
074350         MOVE WS-BALCTL-STATUS TO WS-IO-STATUS
074360         PERFORM 9900-IO-ABORT
074370                 THRU 9900-IO-ABORT-EXIT
074380     END-IF.
074390
074400 8450-WRITE-BALANCE-RECORD-EXIT.
074410     EXIT.
074420
074430 8455-WRITE-BALANCE-LINE.
074440     MOVE WS-BAL-LINE TO BALANCE-REPORT-RECORD.
074450     WRITE BALANCE-REPORT-RECORD.
074460     IF WS-BALRPT-STATUS NOT = "00"
074470         MOVE "BALRPT  " TO WS-IO-FILE
074480         MOVE WS-BALRPT-STATUS TO WS-IO-STATUS
074490         PERFORM 9900-IO-ABORT
074500                 THRU 9900-IO-ABORT-EXIT
074510     END-IF.
074520
074530 8455-WRITE-BALANCE-LINE-EXIT.
074540     EXIT.
