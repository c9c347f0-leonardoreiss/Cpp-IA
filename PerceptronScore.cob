000230*                  PRIOR GENERATION), NEVER WITH MID-TRAINING
000240*                  STATE, SO AN INTRADAY ANSWER ALWAYS COMES
000250*                  FROM THE MODEL THE DESK SIGNED OFF ON.
000251* 10/15/26   RM    POLICY KNOCK-OUT RULES OFF POLICYRL ARE
000252*                  CHECKED BEFORE THE WEIGHTED SUM DECIDES,
000253*                  THE SAME AS THE BATCH: THE REPLY NOW ALSO
000254*                  CARRIES THE FINAL DECISION AND THE CODE OF
000255*                  THE RULE THAT FORCED IT (SPACES IF NONE).
000256* 10/15/26   RM    MODEL GOVERNANCE: THE REGISTRY LOAD REPLAYS
000257*                  GOVMAST LIKE THE BATCH -- NO ANSWER FROM A
000258*                  RETIRED OR ROLLED-BACK GENERATION, AND A
000259*                  FROZEN SEGMENT ANSWERS WITH ITS FROZEN ONE.
000260*----------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000400             ORGANIZATION IS LINE SEQUENTIAL
000410             FILE STATUS IS WS-REASONCD-STATUS.
000420
000421     SELECT OPTIONAL POLICY-RULES-FILE ASSIGN TO POLICYRL
000422             ORGANIZATION IS LINE SEQUENTIAL
000423             FILE STATUS IS WS-POLICY-STATUS.
000424
000425     SELECT OPTIONAL GOVERNANCE-FILE ASSIGN TO GOVMAST
000426             ORGANIZATION IS LINE SEQUENTIAL
000427             FILE STATUS IS WS-GOV-STATUS.
000428
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  WEIGHTS-FILE
000550                 SIGN IS LEADING SEPARATE.
000560     05  WR-WBIAS        PIC S9(3)V9(4)
000570                 SIGN IS LEADING SEPARATE.
000571
000572*----------------------------------------------------------
000573* MODEL GOVERNANCE ACTIONS -- SAME FILE AND LAYOUT THE BATCH
000574* REPLAYS AT STARTUP, MAINTAINED BY PERCEPTRONGOVMAINT.
000575*----------------------------------------------------------
000576 FD  GOVERNANCE-FILE
000577         RECORDING MODE IS F.
000578 01  GOVERNANCE-RECORD.
000579     05  GV-ACTION         PIC X(01).
000580     05  GV-SEGMENT        PIC X(02).
000581     05  GV-VERSION        PIC 9(04).
000582     05  GV-PRIOR-VERSION  PIC 9(04).
000583     05  GV-NEW-VERSION    PIC 9(04).
000584     05  GV-APPROVER       PIC X(10).
000585     05  GV-ACTION-DATE    PIC 9(08).
000586     05  GV-REASON         PIC X(40).
000587
000590 FD  REASON-CODES
000600         RECORDING MODE IS F.
000610 01  REASON-CODE-RECORD.
000620     05  RZ-FEATURE-NUM PIC 9.
000621     05  RZ-TEXT        PIC X(40).
000622
000623*----------------------------------------------------------
000624* CREDIT POLICY'S KNOCK-OUT RULES -- SAME FILE AND LAYOUT THE
000625* OVERNIGHT BATCH CHECKS, SO AN INTRADAY ANSWER IS KNOCKED
000626* OUT BY EXACTLY THE RULES THE NIGHT WILL APPLY.
000627*----------------------------------------------------------
000628 FD  POLICY-RULES-FILE
000629         RECORDING MODE IS F.
000630 01  POLICY-RULE-RECORD.
000631     05  PL-SEGMENT     PIC X(02).
000632     05  PL-FEATURE-NUM PIC 9.
000633     05  PL-COMPARE     PIC X(02).
000634     05  PL-LIMIT       PIC 9(3)V99.
000635     05  PL-DECISION    PIC X(01).
000636     05  PL-RULE-CODE   PIC X(04).
000640
000650 WORKING-STORAGE SECTION.
000660
000980 01  WS-SEG-LOOKUP    PIC X(02).
000990 01  WS-SEG-FOUND-IX  PIC 99 COMP VALUE 0.
001000 01  WS-SEG-IX        PIC 99 COMP VALUE 0.
001001
001002*----------------------------------------------------------
001003* MODEL GOVERNANCE -- RETIRED VERSION RANGES AND FROZEN
001004* VERSIONS PER SEGMENT, REPLAYED FROM GOVMAST WITH EACH
001005* REGISTRY LOAD. AN UNPINNED CALL SKIPS INELIGIBLE
001006* GENERATIONS; A PINNED CALL TAKES ITS VERSION REGARDLESS.
001007*----------------------------------------------------------
001008 01  GovRangeCount    PIC 9(03) COMP VALUE 0.
001009 01  GOV-RANGE-TABLE.
001010     05  GX-ENTRY OCCURS 200 TIMES.
001011         10  GX-SEGMENT  PIC X(02).
001012         10  GX-FROM     PIC 9(04).
001013         10  GX-TO       PIC 9(04).
001014 01  GovFreezeCount   PIC 99 COMP VALUE 0.
001015 01  GOV-FREEZE-TABLE.
001016     05  GF-ENTRY OCCURS 20 TIMES.
001017         10  GF-SEGMENT  PIC X(02).
001018         10  GF-VERSION  PIC 9(04).
001019 01  WS-GX-IX         PIC 9(03) COMP VALUE 0.
001020 01  WS-GF-IX         PIC 99 COMP VALUE 0.
001021 01  WS-GF-FOUND-IX   PIC 99 COMP VALUE 0.
001022 01  WS-GOV-SEGMENT   PIC X(02).
001023 01  WS-GEN-ELIGIBLE-SW PIC X VALUE "Y".
001024     88  GENERATION-ELIGIBLE     VALUE "Y".
001025
001026*----------------------------------------------------------
001030* ACTIVE CASE -- THE CHAMPION WEIGHTS OF THE SEGMENT BEING
001040* SCORED AND THE WEIGHTED-SUM WORK FIELDS.
001050*----------------------------------------------------------
001290 01  WS-RANK-PASS   PIC 9 COMP VALUE 0.
001300 01  WS-FEATURE-LABEL PIC 9.
001310
001311*----------------------------------------------------------
001312* POLICY KNOCK-OUT RULES, IN FILE ORDER, LOADED WITH THE
001313* REGISTRY. THE FIRST RULE TO FIRE FOR THE CASE WINS.
001314*----------------------------------------------------------
001315 01  PolicyRuleCount PIC 99 COMP VALUE 0.
001316 01  POLICY-RULE-TABLE.
001317     05  PT-ENTRY OCCURS 50 TIMES.
001318         10  PT-SEGMENT     PIC X(02).
001319         10  PT-FEATURE-NUM PIC 9.
001320         10  PT-COMPARE     PIC X(02).
001321         10  PT-LIMIT       PIC 9(3)V99 COMP-3.
001322         10  PT-DECISION    PIC X(01).
001323         10  PT-RULE-CODE   PIC X(04).
001324 01  WS-PT-IX          PIC 99 COMP VALUE 0.
001325 01  WS-PT-FOUND-IX    PIC 99 COMP VALUE 0.
001326 01  WS-PT-FEATURE     PIC 9 COMP VALUE 0.
001327
001328*----------------------------------------------------------
001330* SWITCHES
001340*----------------------------------------------------------
001350 01  WS-WEIGHTS-STATUS        PIC XX.
001380 01  WS-REASONCD-STATUS     PIC XX.
001390     88  REASONCD-FILE-OK           VALUE "00".
001400     88  REASONCD-EOF               VALUE "10".
001401 01  WS-POLICY-STATUS       PIC XX.
001402     88  POLICY-FILE-OK             VALUE "00".
001403     88  POLICY-EOF                 VALUE "10".
001404 01  WS-GOV-STATUS          PIC XX.
001405     88  GOV-FILE-OK                VALUE "00".
001406     88  GOV-EOF                    VALUE "10".
001410 01  WS-CASE-VALID-SW PIC X VALUE "Y".
001420     88  INQUIRY-CASE-VALID      VALUE "Y".
001422 01  WS-WEIGHTS-BAD-SW PIC X VALUE "N".
001600* 08 SEGMENT WITHOUT A CHAMPION GENERATION (OR A PINNED
001610* GENERATION NOT ON FILE), 12 WEIGHTS-FILE UNREADABLE. THE
001620* REASONS COME BACK IN RANK ORDER, WORST FACTOR FIRST;
001630* UNUSED SLOTS HAVE FATOR ZERO. SRP-DECISION IS THE FINAL
001631* DECISION ('0', '1' OR 'R'): SAIDA UNLESS A POLICY KNOCK-OUT
001632* RULE FIRED, IN WHICH CASE SRP-POLICY-RULE NAMES THE RULE.
001640*----------------------------------------------------------
001650 01  SCORE-REPLY-AREA.
001660     05  SRP-STATUS         PIC 9(02).
001730         10  SRP-REASON-CONTRIB PIC S9(7)V9(4)
001740                 SIGN IS LEADING SEPARATE.
001750         10  SRP-REASON-TEXT    PIC X(40).
001751     05  SRP-DECISION       PIC X(01).
001752     05  SRP-POLICY-RULE    PIC X(04).
001760
001770 PROCEDURE DIVISION USING SCORE-REQUEST-AREA
001780                          SCORE-REPLY-AREA.
002130
002140     PERFORM 6000-COMPUTE-SAIDA
002150             THRU 6000-COMPUTE-SAIDA-EXIT.
002151     PERFORM 4213-APPLY-POLICY-RULES
002152             THRU 4213-APPLY-POLICY-RULES-EXIT.
002160     PERFORM 4500-RANK-REASONS
002170             THRU 4500-RANK-REASONS-EXIT.
002180
002190     MOVE Saida           TO SRP-SAIDA.
002200     MOVE WS-WEIGHTED-SUM TO SRP-MARGEM.
002201     IF WS-PT-FOUND-IX > 0
002202         MOVE PT-DECISION(WS-PT-FOUND-IX)  TO SRP-DECISION
002203         MOVE PT-RULE-CODE(WS-PT-FOUND-IX) TO SRP-POLICY-RULE
002204     ELSE
002205         MOVE Saida TO SRP-DECISION
002206     END-IF.
002210     MOVE SEG-CHAMPION-VER(ActiveSegmentIx)
002220             TO SRP-WEIGHTS-VERSION.
002230     MOVE 00 TO SRP-STATUS.
002690* 1000-LOAD-REGISTRY -- SCAN THE WEIGHTS-FILE GENERATION
002700* HISTORY AND KEEP EACH SEGMENT'S CHAMPION (HIGHEST VERSION,
002710* OR THE PINNED ONE), THE SAME RULES THE OVERNIGHT BATCH
002711* APPLIES AT STARTUP, GOVMAST ACTIONS INCLUDED. THE REASON
002712* TEXTS ARE LOADED ALONGSIDE.
002730*----------------------------------------------------------
002740 1000-LOAD-REGISTRY.
002750     MOVE 0 TO SegmentCount.
002760     MOVE 0 TO HighestVersion.
002770     MOVE 0 TO MaxChampionVersion.
002780
002781     PERFORM 1090-LOAD-GOVERNANCE
002782             THRU 1090-LOAD-GOVERNANCE-EXIT.
002788     MOVE "N" TO WS-WEIGHTS-BAD-SW.
002790     OPEN INPUT WEIGHTS-FILE.
002800     IF WEIGHTS-FILE-OK
002880
002890     PERFORM 1300-LOAD-REASON-CODES
002900             THRU 1300-LOAD-REASON-CODES-EXIT.
002901     PERFORM 1500-LOAD-POLICY-RULES
002902             THRU 1500-LOAD-POLICY-RULES-EXIT.
002910
002920     IF NOT WEIGHTS-FILE-UNREADABLE
002925         MOVE RequestedVersion TO LoadedVersion
003090         IF WR-VERSION > HighestVersion
003100             MOVE WR-VERSION TO HighestVersion
003110         END-IF
003111         MOVE "Y" TO WS-GEN-ELIGIBLE-SW
003120         IF RequestedVersion = 0
003121             PERFORM 1065-CHECK-GOVERNANCE
003122                     THRU 1065-CHECK-GOVERNANCE-EXIT
003123         END-IF
003124         IF (RequestedVersion = 0 AND GENERATION-ELIGIBLE)
003130                 OR WR-VERSION = RequestedVersion
003140             MOVE WR-SEGMENT TO WS-SEG-LOOKUP
003150             PERFORM 5000-FIND-SEGMENT
005660     MOVE 0  TO SRP-SAIDA.
005670     MOVE 0  TO SRP-MARGEM.
005680     MOVE 0  TO SRP-WEIGHTS-VERSION.
005681     MOVE SPACE  TO SRP-DECISION.
005682     MOVE SPACES TO SRP-POLICY-RULE.
005690     PERFORM 9010-CLEAR-ONE-REASON
005700             THRU 9010-CLEAR-ONE-REASON-EXIT
005710                 VARYING WS-RANK-PASS FROM 1 BY 1
005810
005820 9010-CLEAR-ONE-REASON-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------
005860* 1065-CHECK-GOVERNANCE -- A GENERATION IS INELIGIBLE WHEN
005870* ITS SEGMENT IS FROZEN AT ANOTHER VERSION OR WHEN IT FALLS
005880* IN ONE OF THE SEGMENT'S RETIRED RANGES.
005890*----------------------------------------------------------
005900 1065-CHECK-GOVERNANCE.
005910     MOVE WR-SEGMENT TO WS-GOV-SEGMENT.
005920     PERFORM 1093-FIND-FREEZE
005930             THRU 1093-FIND-FREEZE-EXIT.
005940     IF WS-GF-FOUND-IX > 0
005950         IF GF-VERSION(WS-GF-FOUND-IX) > 0
005960                 AND GF-VERSION(WS-GF-FOUND-IX) NOT = WR-VERSION
005970             MOVE "N" TO WS-GEN-ELIGIBLE-SW
005980             GO TO 1065-CHECK-GOVERNANCE-EXIT
005990         END-IF
006000     END-IF.
006010     PERFORM 1066-TEST-ONE-RETIRED-RANGE
006020             THRU 1066-TEST-ONE-RETIRED-RANGE-EXIT
006030                 VARYING WS-GX-IX FROM 1 BY 1
006040                 UNTIL WS-GX-IX > GovRangeCount.
006050
006060 1065-CHECK-GOVERNANCE-EXIT.
006070     EXIT.
006080
006090 1066-TEST-ONE-RETIRED-RANGE.
006100     IF GX-SEGMENT(WS-GX-IX) = WR-SEGMENT
006110             AND WR-VERSION NOT < GX-FROM(WS-GX-IX)
006120             AND WR-VERSION NOT > GX-TO(WS-GX-IX)
006130         MOVE "N" TO WS-GEN-ELIGIBLE-SW
006140     END-IF.
006150
006160 1066-TEST-ONE-RETIRED-RANGE-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------
006200* 1090-LOAD-GOVERNANCE -- REPLAY GOVMAST IN FILE ORDER. NO
006210* FILE MEANS NO ACTION WAS EVER TAKEN. PERCEPTRONGOVMAINT
006220* KEEPS THE ACTIONS WITHIN THE TABLE SIZES; ANYTHING PAST
006230* THEM IS LEFT OUT RATHER THAN FAILING THE INQUIRY.
006240*----------------------------------------------------------
006250 1090-LOAD-GOVERNANCE.
006260     MOVE 0 TO GovRangeCount.
006270     MOVE 0 TO GovFreezeCount.
006280     OPEN INPUT GOVERNANCE-FILE.
006290     IF GOV-FILE-OK
006300         PERFORM 1091-READ-ONE-GOV-ACTION
006310                 THRU 1091-READ-ONE-GOV-ACTION-EXIT
006320         PERFORM 1092-TAKE-ONE-GOV-ACTION
006330                 THRU 1092-TAKE-ONE-GOV-ACTION-EXIT
006340                     UNTIL GOV-EOF
006350     END-IF.
006360     CLOSE GOVERNANCE-FILE.
006370
006380 1090-LOAD-GOVERNANCE-EXIT.
006390     EXIT.
006400
006410 1091-READ-ONE-GOV-ACTION.
006420     READ GOVERNANCE-FILE
006430         AT END
006440             CONTINUE
006450     END-READ.
006460
006470 1091-READ-ONE-GOV-ACTION-EXIT.
006480     EXIT.
006490
006500 1092-TAKE-ONE-GOV-ACTION.
006510     IF GV-VERSION NOT NUMERIC
006520             OR GV-PRIOR-VERSION NOT NUMERIC
006530         GO TO 1092-TAKE-NEXT
006540     END-IF.
006550     MOVE GV-SEGMENT TO WS-GOV-SEGMENT.
006560     PERFORM 1093-FIND-FREEZE
006570             THRU 1093-FIND-FREEZE-EXIT.
006580     IF GV-ACTION = "C" AND WS-GF-FOUND-IX = 0
006590         IF GovFreezeCount = 20
006600             GO TO 1092-TAKE-NEXT
006610         END-IF
006620         ADD 1 TO GovFreezeCount
006630         MOVE GV-SEGMENT TO GF-SEGMENT(GovFreezeCount)
006640         MOVE GovFreezeCount TO WS-GF-FOUND-IX
006650     END-IF.
006660     IF (GV-ACTION = "R" OR GV-ACTION = "V")
006670             AND GovRangeCount = 200
006680         GO TO 1092-TAKE-NEXT
006690     END-IF.
006700     EVALUATE TRUE
006710         WHEN GV-ACTION = "C"
006720             MOVE GV-VERSION TO GF-VERSION(WS-GF-FOUND-IX)
006730         WHEN GV-ACTION = "L" AND WS-GF-FOUND-IX > 0
006740             MOVE 0 TO GF-VERSION(WS-GF-FOUND-IX)
006750         WHEN GV-ACTION = "R"
006760             ADD 1 TO GovRangeCount
006770             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
006780             MOVE GV-VERSION TO GX-FROM(GovRangeCount)
006790             MOVE GV-VERSION TO GX-TO(GovRangeCount)
006800         WHEN GV-ACTION = "V"
006810             ADD 1 TO GovRangeCount
006820             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
006830             COMPUTE GX-FROM(GovRangeCount) = GV-VERSION + 1
006840             MOVE GV-PRIOR-VERSION TO GX-TO(GovRangeCount)
006850         WHEN OTHER
006860             CONTINUE
006870     END-EVALUATE.
006880
006890 1092-TAKE-NEXT.
006900     PERFORM 1091-READ-ONE-GOV-ACTION
006910             THRU 1091-READ-ONE-GOV-ACTION-EXIT.
006920
006930 1092-TAKE-ONE-GOV-ACTION-EXIT.
006940     EXIT.
006950
006960 1093-FIND-FREEZE.
006970     MOVE 0 TO WS-GF-FOUND-IX.
006980     PERFORM 1094-MATCH-ONE-FREEZE
006990             THRU 1094-MATCH-ONE-FREEZE-EXIT
007000                 VARYING WS-GF-IX FROM 1 BY 1
007010                 UNTIL WS-GF-IX > GovFreezeCount.
007020
007030 1093-FIND-FREEZE-EXIT.
007040     EXIT.
007050
007060 1094-MATCH-ONE-FREEZE.
007070     IF GF-SEGMENT(WS-GF-IX) = WS-GOV-SEGMENT
007080         MOVE WS-GF-IX TO WS-GF-FOUND-IX
007090     END-IF.
007100
007110 1094-MATCH-ONE-FREEZE-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------
007150* 1500-LOAD-POLICY-RULES -- THE KNOCK-OUT RULES, UNDER THE
007160* SAME ROW CHECKS AS THE BATCH LOAD. NO FILE, NO RULES: THE
007170* WEIGHTED SUM DECIDES EVERY INQUIRY, AS BEFORE. A ROW THAT
007171* FAILS, OR ONE PAST THE TABLE, IS REPORTED AND IGNORED.
007180*----------------------------------------------------------
007190 1500-LOAD-POLICY-RULES.
007200     MOVE 0 TO PolicyRuleCount.
007210     OPEN INPUT POLICY-RULES-FILE.
007220     IF POLICY-FILE-OK
007230         PERFORM 1510-READ-ONE-POLICY-RULE
007240                 THRU 1510-READ-ONE-POLICY-RULE-EXIT
007250         PERFORM 1520-TAKE-ONE-POLICY-RULE
007260                 THRU 1520-TAKE-ONE-POLICY-RULE-EXIT
007270                     UNTIL POLICY-EOF
007280     END-IF.
007290     CLOSE POLICY-RULES-FILE.
007300
007310 1500-LOAD-POLICY-RULES-EXIT.
007320     EXIT.
007330
007340 1510-READ-ONE-POLICY-RULE.
007350     READ POLICY-RULES-FILE
007360         AT END
007370             CONTINUE
007380     END-READ.
007390
007400 1510-READ-ONE-POLICY-RULE-EXIT.
007410     EXIT.
007420
007430 1520-TAKE-ONE-POLICY-RULE.
007440     IF PL-SEGMENT NOT = SPACES
007450             AND PL-FEATURE-NUM NUMERIC
007460             AND PL-FEATURE-NUM >= 1 AND PL-FEATURE-NUM <= 5
007470             AND (PL-COMPARE = ">" OR ">=" OR "<" OR "<="
007480                  OR "=" OR "<>")
007490             AND PL-LIMIT NUMERIC
007500             AND (PL-DECISION = "0" OR "1" OR "R")
007510             AND PL-RULE-CODE NOT = SPACES
007520             AND PolicyRuleCount < 50
007530         ADD 1 TO PolicyRuleCount
007540         MOVE PL-SEGMENT     TO PT-SEGMENT(PolicyRuleCount)
007550         MOVE PL-FEATURE-NUM TO PT-FEATURE-NUM(PolicyRuleCount)
007560         MOVE PL-COMPARE     TO PT-COMPARE(PolicyRuleCount)
007570         MOVE PL-LIMIT       TO PT-LIMIT(PolicyRuleCount)
007580         MOVE PL-DECISION    TO PT-DECISION(PolicyRuleCount)
007590         MOVE PL-RULE-CODE   TO PT-RULE-CODE(PolicyRuleCount)
007591     ELSE
007592         DISPLAY "Linha invalida no POLICY-RULES (REGRA="
007593                 PL-RULE-CODE "); ignorada."
007600     END-IF.
007610     PERFORM 1510-READ-ONE-POLICY-RULE
007620             THRU 1510-READ-ONE-POLICY-RULE-EXIT.
007630
007640 1520-TAKE-ONE-POLICY-RULE-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------
007680* 4213-APPLY-POLICY-RULES -- FIRST KNOCK-OUT RULE THAT FIRES
007690* FOR THE CASE'S SEGMENT ("**" = ANY) AND FEATURE VALUES;
007700* WS-PT-FOUND-IX STAYS ZERO WHEN NONE DOES.
007710*----------------------------------------------------------
007720 4213-APPLY-POLICY-RULES.
007730     MOVE 0 TO WS-PT-FOUND-IX.
007740     PERFORM 4215-TEST-ONE-POLICY-RULE
007750             THRU 4215-TEST-ONE-POLICY-RULE-EXIT
007760                 VARYING WS-PT-IX FROM 1 BY 1
007770                 UNTIL WS-PT-IX > PolicyRuleCount
007780                    OR WS-PT-FOUND-IX > 0.
007790
007800 4213-APPLY-POLICY-RULES-EXIT.
007810     EXIT.
007820
007830 4215-TEST-ONE-POLICY-RULE.
007840     IF PT-SEGMENT(WS-PT-IX) NOT = SRQ-SEGMENT
007850             AND PT-SEGMENT(WS-PT-IX) NOT = "**"
007860         GO TO 4215-TEST-ONE-POLICY-RULE-EXIT
007870     END-IF.
007880     IF PT-FEATURE-NUM(WS-PT-IX) > FeatureCount
007890         GO TO 4215-TEST-ONE-POLICY-RULE-EXIT
007900     END-IF.
007910     MOVE PT-FEATURE-NUM(WS-PT-IX) TO WS-PT-FEATURE.
007920     EVALUATE TRUE
007930         WHEN PT-COMPARE(WS-PT-IX) = ">"
007940                 AND WS-CALC-X(WS-PT-FEATURE)
007950                     > PT-LIMIT(WS-PT-IX)
007960             MOVE WS-PT-IX TO WS-PT-FOUND-IX
007970         WHEN PT-COMPARE(WS-PT-IX) = ">="
007980                 AND WS-CALC-X(WS-PT-FEATURE)
007990                     >= PT-LIMIT(WS-PT-IX)
008000             MOVE WS-PT-IX TO WS-PT-FOUND-IX
008010         WHEN PT-COMPARE(WS-PT-IX) = "<"
008020                 AND WS-CALC-X(WS-PT-FEATURE)
008030                     < PT-LIMIT(WS-PT-IX)
008040             MOVE WS-PT-IX TO WS-PT-FOUND-IX
008050         WHEN PT-COMPARE(WS-PT-IX) = "<="
008060                 AND WS-CALC-X(WS-PT-FEATURE)
008070                     <= PT-LIMIT(WS-PT-IX)
008080             MOVE WS-PT-IX TO WS-PT-FOUND-IX
008090         WHEN PT-COMPARE(WS-PT-IX) = "="
008100                 AND WS-CALC-X(WS-PT-FEATURE)
008110                     = PT-LIMIT(WS-PT-IX)
008120             MOVE WS-PT-IX TO WS-PT-FOUND-IX
008130         WHEN PT-COMPARE(WS-PT-IX) = "<>"
008140                 AND WS-CALC-X(WS-PT-FEATURE)
008150                     NOT = PT-LIMIT(WS-PT-IX)
008160             MOVE WS-PT-IX TO WS-PT-FOUND-IX
008170     END-EVALUATE.
008180
008190 4215-TEST-ONE-POLICY-RULE-EXIT.
008200     EXIT.
