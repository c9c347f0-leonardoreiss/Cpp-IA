000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONNOTICE.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. NIGHTLY ADVERSE-ACTION NOTICE
000120*                  EXTRACT: TAKES EVERY FINAL DECLINE ON THE
000130*                  DECISION INTERFACE (DECISOUT -- MODEL,
000140*                  ANALYST OR POLICY RULE), JOINS IT TO THE
000150*                  APPLICANT NAME-AND-ADDRESS FILE FROM
000160*                  ORIGINATION (NAMEADDR) AND WRITES THE
000170*                  FIXED-LAYOUT NOTICE FILE FOR THE PRINT
000180*                  VENDOR (NOTICOUT): LETTER DATE, APPLICANT
000190*                  BLOCK, THE PRINCIPAL REASONS IN RANKED
000200*                  ORDER WITH THEIR REASONCD WORDING, AND THE
000210*                  MODEL VERSION. THE CONTROL REPORT
000220*                  (NOTICRPT) TIES LETTERS TO DECLINES AND
000230*                  LISTS EVERY DECLINE THAT GOT NO LETTER, SO
000240*                  A MISSED LETTER IS SEEN THE NEXT MORNING.
000250*                  RUNS AFTER THE SCORING BATCH, ON THE SAME
000260*                  NIGHT'S DECISOUT AND ANALYSTD.
000270*----------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310     SOURCE-COMPUTER.  IBM.
000320     OBJECT-COMPUTER.  IBM.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DECISION-INTERFACE ASSIGN TO DECISOUT
000370             ORGANIZATION IS LINE SEQUENTIAL
000380             FILE STATUS IS WS-DECIS-STATUS.
000390
000400     SELECT OPTIONAL APPLICANT-ADDRESSES ASSIGN TO NAMEADDR
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS WS-NAMEADDR-STATUS.
000430
000440     SELECT OPTIONAL REASON-CODES ASSIGN TO REASONCD
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS WS-REASONCD-STATUS.
000470
000480     SELECT OPTIONAL POLICY-RULES-FILE ASSIGN TO POLICYRL
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS WS-POLICY-STATUS.
000510
000520     SELECT OPTIONAL ANALYST-DECISIONS ASSIGN TO ANALYSTD
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS WS-ANALYST-STATUS.
000550
000560     SELECT NOTICE-FILE ASSIGN TO NOTICOUT
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS WS-NOTICE-STATUS.
000590
000600     SELECT NOTICE-REPORT ASSIGN TO NOTICRPT
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS WS-NOTICRPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------
000670* THE BATCH'S DECISION EXTRACT: ONE H/D/T GROUP PER SOURCE
000680* SYSTEM, ONE DETAIL PER SCORED CASE WITH THE FINAL DECISION,
000690* ITS SOURCE, THE WEIGHTS GENERATION AND THE TOP THREE
000700* RANKED REASON FACTORS.
000710*----------------------------------------------------------
000720 FD  DECISION-INTERFACE
000730         RECORDING MODE IS F.
000740 01  DECISION-IF-RECORD.
000750     05  DI-REC-TYPE     PIC X(01).
000760     05  DI-ID           PIC X(10).
000770     05  DI-SEGMENT      PIC X(02).
000780     05  DI-SAIDA        PIC 9.
000790     05  DI-DECISION     PIC X(01).
000800     05  DI-DECISION-SRC PIC X(01).
000810     05  DI-GRADE        PIC X(01).
000820     05  DI-MARGEM       PIC S9(7)V9(4)
000830                 SIGN IS LEADING SEPARATE.
000840     05  DI-WEIGHTS-VERSION PIC 9(04).
000850     05  DI-REASON-FATOR OCCURS 3 TIMES PIC 9.
000860     05  DI-POLICY-RULE  PIC X(04).
000870 01  DECISION-IF-HEADER.
000880     05  FILLER          PIC X(01).
000890     05  DIH-BUSINESS-DATE PIC 9(08).
000900     05  DIH-SOURCE-SYSTEM PIC X(08).
000910     05  FILLER          PIC X(16).
000920 01  DECISION-IF-TRAILER.
000930     05  FILLER          PIC X(01).
000940     05  DIT-RECORD-COUNT PIC 9(06).
000950     05  FILLER          PIC X(26).
000960
000970*----------------------------------------------------------
000980* APPLICANT NAME AND MAILING ADDRESS, ONE ROW PER
000990* APPLICATION, SENT BY ORIGINATION. A LATER ROW FOR THE SAME
001000* APPLICATION REPLACES AN EARLIER ONE.
001010*----------------------------------------------------------
001020 FD  APPLICANT-ADDRESSES
001030         RECORDING MODE IS F.
001040 01  APPLICANT-ADDRESS-RECORD.
001050     05  NA-ID             PIC X(10).
001060     05  NA-APPLICANT.
001070         10  NA-NAME       PIC X(40).
001080         10  NA-ADDR-LINE-1 PIC X(40).
001090         10  NA-ADDR-LINE-2 PIC X(40).
001100         10  NA-CITY       PIC X(30).
001110         10  NA-STATE      PIC X(02).
001120         10  NA-POSTAL-CODE PIC X(08).
001130
001140 FD  REASON-CODES
001150         RECORDING MODE IS F.
001160 01  REASON-CODE-RECORD.
001170     05  RZ-FEATURE-NUM PIC 9.
001180     05  RZ-TEXT        PIC X(40).
001190
001200 FD  POLICY-RULES-FILE
001210         RECORDING MODE IS F.
001220 01  POLICY-RULE-RECORD.
001230     05  PL-SEGMENT     PIC X(02).
001240     05  PL-FEATURE-NUM PIC 9.
001250     05  PL-COMPARE     PIC X(02).
001260     05  PL-LIMIT       PIC 9(3)V99.
001270     05  PL-DECISION    PIC X(01).
001280     05  PL-RULE-CODE   PIC X(04).
001290
001300 FD  ANALYST-DECISIONS
001310         RECORDING MODE IS F.
001320 01  ANALYST-DECISION-RECORD.
001330     05  AD-ID           PIC X(10).
001340     05  AD-DECISION     PIC 9.
001350
001360*----------------------------------------------------------
001370* NOTICE FILE FOR THE PRINT VENDOR -- SAME H/D/T CONVENTION
001380* AS DECISOUT. HEADER: LETTER DATE AND BUSINESS DATE.
001390* DETAIL: ONE LETTER. REASONS ARE PACKED TO THE FRONT IN
001400* RANKED ORDER; NT-REASON-COUNT SAYS HOW MANY ARE FILLED.
001410* TRAILER: THE LETTER COUNT.
001420*----------------------------------------------------------
001430 FD  NOTICE-FILE
001440         RECORDING MODE IS F.
001450 01  NOTICE-RECORD.
001460     05  NT-REC-TYPE        PIC X(01).
001470     05  NT-LETTER-DATE     PIC 9(08).
001480     05  NT-DECISION-DATE   PIC 9(08).
001490     05  NT-ID              PIC X(10).
001500     05  NT-SEGMENT         PIC X(02).
001510     05  NT-APPLICANT.
001520         10  NT-NAME        PIC X(40).
001530         10  NT-ADDR-LINE-1 PIC X(40).
001540         10  NT-ADDR-LINE-2 PIC X(40).
001550         10  NT-CITY        PIC X(30).
001560         10  NT-STATE       PIC X(02).
001570         10  NT-POSTAL-CODE PIC X(08).
001580     05  NT-DECISION-SRC    PIC X(01).
001590     05  NT-POLICY-RULE     PIC X(04).
001600     05  NT-WEIGHTS-VERSION PIC 9(04).
001610     05  NT-REASON-COUNT    PIC 9.
001620     05  NT-REASON OCCURS 3 TIMES.
001630         10  NT-REASON-FATOR PIC 9.
001640         10  NT-REASON-TEXT  PIC X(40).
001650 01  NOTICE-HEADER.
001660     05  FILLER             PIC X(01).
001670     05  NTH-LETTER-DATE    PIC 9(08).
001680     05  NTH-BUSINESS-DATE  PIC 9(08).
001690     05  FILLER             PIC X(16).
001700 01  NOTICE-TRAILER.
001710     05  FILLER             PIC X(01).
001720     05  NTT-RECORD-COUNT   PIC 9(06).
001730     05  FILLER             PIC X(26).
001740
001750 FD  NOTICE-REPORT
001760         RECORDING MODE IS F.
001770 01  NOTICE-REPORT-RECORD   PIC X(132).
001780
001790 WORKING-STORAGE SECTION.
001800
001810 01  WS-DECIS-STATUS        PIC XX.
001820     88  DECIS-FILE-OK              VALUE "00".
001830     88  DECIS-EOF                  VALUE "10".
001840 01  WS-NAMEADDR-STATUS     PIC XX.
001850     88  NAMEADDR-FILE-OK           VALUE "00".
001860     88  NAMEADDR-EOF               VALUE "10".
001870 01  WS-REASONCD-STATUS     PIC XX.
001880     88  REASONCD-FILE-OK           VALUE "00".
001890     88  REASONCD-EOF               VALUE "10".
001900 01  WS-POLICY-STATUS       PIC XX.
001910     88  POLICY-FILE-OK             VALUE "00".
001920     88  POLICY-EOF                 VALUE "10".
001930 01  WS-ANALYST-STATUS      PIC XX.
001940     88  ANALYST-FILE-OK            VALUE "00".
001950     88  ANALYST-EOF                VALUE "10".
001960 01  WS-NOTICE-STATUS       PIC XX.
001970 01  WS-NOTICRPT-STATUS     PIC XX.
001980
001990 01  LetterDate       PIC 9(08) VALUE 0.
002000 01  BusinessDate     PIC 9(08) VALUE 0.
002010 01  WS-GROUP-DATE    PIC 9(08) VALUE 0.
002020 01  WS-GROUP-DETAILS PIC 9(06) VALUE 0.
002030
002040 01  REASON-TEXT-TABLE.
002050     05  REASON-TEXT OCCURS 5 TIMES PIC X(40).
002060
002070*----------------------------------------------------------
002080* KNOCK-OUT RULES, FOR THE FEATURE A POLICY DECLINE TURNED
002090* ON -- THAT FEATURE LEADS THE LETTER'S REASONS.
002100*----------------------------------------------------------
002110 01  PolicyRuleCount  PIC 9(03) COMP VALUE 0.
002120 01  POLICY-RULE-TABLE.
002130     05  PR-ENTRY OCCURS 200 TIMES.
002140         10  PR-SEGMENT     PIC X(02).
002150         10  PR-RULE-CODE   PIC X(04).
002160         10  PR-FEATURE-NUM PIC 9.
002170 01  WS-PR-IX         PIC 9(03) COMP VALUE 0.
002180 01  WS-PR-FOUND-IX   PIC 9(03) COMP VALUE 0.
002190
002200*----------------------------------------------------------
002210* TONIGHT'S FINAL DECLINES, WITH THE ADDRESS PICKED UP FOR
002220* EACH ON THE ONE PASS OVER NAMEADDR.
002230*----------------------------------------------------------
002240 01  DeclineCount     PIC 9(04) COMP VALUE 0.
002250 01  DECLINE-TABLE.
002260     05  DL-ENTRY OCCURS 5000 TIMES.
002270         10  DL-ID            PIC X(10).
002280         10  DL-SEGMENT       PIC X(02).
002290         10  DL-BUSINESS-DATE PIC 9(08).
002300         10  DL-DECISION-SRC  PIC X(01).
002310         10  DL-WEIGHTS-VERSION PIC 9(04).
002320         10  DL-REASON-FATOR OCCURS 3 TIMES PIC 9.
002330         10  DL-POLICY-RULE   PIC X(04).
002340         10  DL-ADDRESS-SW    PIC X(01).
002350             88  DL-ADDRESS-FOUND      VALUE "Y".
002360             88  DL-ADDRESS-INCOMPLETE VALUE "I".
002370             88  DL-ADDRESS-MISSING    VALUE "N".
002380         10  DL-APPLICANT.
002390             15  DL-NAME        PIC X(40).
002400             15  DL-ADDR-LINE-1 PIC X(40).
002410             15  DL-ADDR-LINE-2 PIC X(40).
002420             15  DL-CITY        PIC X(30).
002430             15  DL-STATE       PIC X(02).
002440             15  DL-POSTAL-CODE PIC X(08).
002450 01  WS-DL-IX         PIC 9(04) COMP VALUE 0.
002460 01  WS-DL-FOUND-IX   PIC 9(04) COMP VALUE 0.
002470 01  WS-LOOKUP-ID     PIC X(10).
002480
002490*----------------------------------------------------------
002500* DESK DECLINES THAT NEVER REACHED DECISOUT (A CASE REFERRED
002510* ON AN EARLIER NIGHT AND DECIDED TODAY IS FOLDED STRAIGHT
002520* INTO SCORE-HISTORY) -- THEY STILL OWE A LETTER.
002530*----------------------------------------------------------
002540 01  AnalystOutsideCount PIC 9(05) VALUE 0.
002550 01  WS-AO-COUNT      PIC 9(04) COMP VALUE 0.
002560 01  ANALYST-OUTSIDE-TABLE.
002570     05  AO-ID OCCURS 1000 TIMES PIC X(10).
002580 01  WS-AO-IX         PIC 9(04) COMP VALUE 0.
002590
002600 01  WS-FEATURE-IX    PIC 9 COMP VALUE 0.
002610 01  WS-REASON-IX     PIC 9 COMP VALUE 0.
002620 01  WS-REASON-FATOR  PIC 9 VALUE 0.
002630 01  WS-REASON-DUP-SW PIC X VALUE "N".
002640     88  REASON-ALREADY-TAKEN    VALUE "Y".
002650
002660*----------------------------------------------------------
002670* CONTROL TOTALS. EVERY DECLINE ON DECISOUT ENDS AS A
002680* LETTER, A DECLINE WITHOUT (OR WITH AN INCOMPLETE) ADDRESS,
002690* A REPEAT OF A CASE ALREADY TAKEN, OR AN OVERFLOW OF THE
002700* TABLE; THE REPORT PROVES IT OR THE RUN ENDS WITH RC 12.
002710*----------------------------------------------------------
002720 01  GroupCount       PIC 9(03) VALUE 0.
002730 01  TrailerMismatch  PIC 9(03) VALUE 0.
002740 01  DetailCount      PIC 9(06) VALUE 0.
002750 01  UnknownRecCount  PIC 9(06) VALUE 0.
002760 01  ApprovedCount    PIC 9(06) VALUE 0.
002770 01  ReferredCount    PIC 9(06) VALUE 0.
002780 01  OtherDecCount    PIC 9(06) VALUE 0.
002790 01  DeclineReadCount PIC 9(06) VALUE 0.
002800 01  DeclineModel     PIC 9(06) VALUE 0.
002810 01  DeclineAnalyst   PIC 9(06) VALUE 0.
002820 01  DeclinePolicy    PIC 9(06) VALUE 0.
002830 01  DeclineOtherSrc  PIC 9(06) VALUE 0.
002840 01  DeclineRepeat    PIC 9(06) VALUE 0.
002850 01  DeclineOverflow  PIC 9(06) VALUE 0.
002860 01  AddressReadCount PIC 9(07) VALUE 0.
002870 01  LetterCount      PIC 9(06) VALUE 0.
002880 01  NoAddressCount   PIC 9(06) VALUE 0.
002890 01  IncompleteCount  PIC 9(06) VALUE 0.
002900 01  NoReasonCount    PIC 9(06) VALUE 0.
002910 01  WS-CHECK-TOTAL   PIC 9(07) VALUE 0.
002920 01  WS-CHECK-SW      PIC X VALUE "Y".
002930     88  CONTROL-BALANCED        VALUE "Y".
002940
002950 01  WS-RPT-LINE      PIC X(132) VALUE SPACES.
002960 01  WS-MISS-TEXT     PIC X(30).
002970
002980 PROCEDURE DIVISION.
002990
003000 0000-MAINLINE.
003010     ACCEPT LetterDate FROM DATE YYYYMMDD.
003020     PERFORM 1000-LOAD-REASON-CODES
003030             THRU 1000-LOAD-REASON-CODES-EXIT.
003040     PERFORM 1100-LOAD-POLICY-RULES
003050             THRU 1100-LOAD-POLICY-RULES-EXIT.
003060     PERFORM 2000-LOAD-DECLINES
003070             THRU 2000-LOAD-DECLINES-EXIT.
003080     IF GroupCount = 0
003090         DISPLAY "DECISOUT vazio ou ausente; nenhuma carta."
003100         MOVE 8 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     PERFORM 3000-MATCH-ADDRESSES
003140             THRU 3000-MATCH-ADDRESSES-EXIT.
003150     PERFORM 3500-CHECK-ANALYST-DECLINES
003160             THRU 3500-CHECK-ANALYST-DECLINES-EXIT.
003170     PERFORM 4000-WRITE-NOTICES
003180             THRU 4000-WRITE-NOTICES-EXIT.
003190     PERFORM 5000-WRITE-CONTROL-REPORT
003200             THRU 5000-WRITE-CONTROL-REPORT-EXIT.
003210
003220     DISPLAY "--- Cartas de recusa ---".
003230     DISPLAY "RECUSAS NO DECISOUT.: " DeclineReadCount.
003240     DISPLAY "CARTAS GERADAS......: " LetterCount.
003250     DISPLAY "SEM ENDERECO........: " NoAddressCount.
003260     DISPLAY "ENDERECO INCOMPLETO.: " IncompleteCount.
003270     DISPLAY "REPETIDAS...........: " DeclineRepeat.
003280     DISPLAY "EXCEDENTES..........: " DeclineOverflow.
003290     DISPLAY "CARTAS SEM MOTIVO...: " NoReasonCount.
003300     DISPLAY "ANALISTA FORA EXTR..: " AnalystOutsideCount.
003310     IF NOT CONTROL-BALANCED
003320         MOVE 12 TO RETURN-CODE
003330     ELSE
003340         IF TrailerMismatch > 0
003350             MOVE 8 TO RETURN-CODE
003360         ELSE
003370             IF NoAddressCount > 0 OR IncompleteCount > 0
003380                     OR DeclineOverflow > 0 OR NoReasonCount > 0
003390                     OR AnalystOutsideCount > 0
003400                     OR UnknownRecCount > 0
003410                 MOVE 4 TO RETURN-CODE
003420             END-IF
003430         END-IF
003440     END-IF.
003450     STOP RUN.
003460
003470 0000-MAINLINE-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------
003510* 1000-LOAD-REASON-CODES -- THE COMPLIANCE WORDING PER
003520* FEATURE, AS THE BATCH'S REASON REPORT USES IT.
003530*----------------------------------------------------------
003540 1000-LOAD-REASON-CODES.
003550     MOVE SPACES TO REASON-TEXT-TABLE.
003560     OPEN INPUT REASON-CODES.
003570     IF NOT REASONCD-FILE-OK
003580         DISPLAY "Nenhum REASONCD encontrado; motivos em branco."
003590         CLOSE REASON-CODES
003600         GO TO 1000-LOAD-REASON-CODES-EXIT
003610     END-IF.
003620     PERFORM 1010-READ-ONE-REASON
003630             THRU 1010-READ-ONE-REASON-EXIT.
003640     PERFORM 1020-TAKE-ONE-REASON
003650             THRU 1020-TAKE-ONE-REASON-EXIT
003660                 UNTIL REASONCD-EOF.
003670     CLOSE REASON-CODES.
003680
003690 1000-LOAD-REASON-CODES-EXIT.
003700     EXIT.
003710
003720 1010-READ-ONE-REASON.
003730     READ REASON-CODES
003740         AT END
003750             CONTINUE
003760     END-READ.
003770
003780 1010-READ-ONE-REASON-EXIT.
003790     EXIT.
003800
003810 1020-TAKE-ONE-REASON.
003820     IF RZ-FEATURE-NUM NUMERIC
003830             AND RZ-FEATURE-NUM >= 1 AND RZ-FEATURE-NUM <= 5
003840         MOVE RZ-TEXT TO REASON-TEXT(RZ-FEATURE-NUM)
003850     END-IF.
003860     PERFORM 1010-READ-ONE-REASON
003870             THRU 1010-READ-ONE-REASON-EXIT.
003880
003890 1020-TAKE-ONE-REASON-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------
003930* 1100-LOAD-POLICY-RULES -- RULE CODE AND SEGMENT TO THE
003940* FEATURE THE RULE TESTS. THE FIRST CARD FOR A CODE WINS,
003950* AS IN THE BATCH; A CARD WITHOUT A CODE OR FEATURE, OR ONE
003960* PAST THE TABLE, IS REPORTED AND IGNORED.
003970*----------------------------------------------------------
003980 1100-LOAD-POLICY-RULES.
003990     OPEN INPUT POLICY-RULES-FILE.
004000     IF NOT POLICY-FILE-OK
004010         CLOSE POLICY-RULES-FILE
004020         GO TO 1100-LOAD-POLICY-RULES-EXIT
004030     END-IF.
004040     PERFORM 1110-READ-ONE-POLICY-RULE
004050             THRU 1110-READ-ONE-POLICY-RULE-EXIT.
004060     PERFORM 1120-TAKE-ONE-POLICY-RULE
004070             THRU 1120-TAKE-ONE-POLICY-RULE-EXIT
004080                 UNTIL POLICY-EOF.
004090     CLOSE POLICY-RULES-FILE.
004100
004110 1100-LOAD-POLICY-RULES-EXIT.
004120     EXIT.
004130
004140 1110-READ-ONE-POLICY-RULE.
004150     READ POLICY-RULES-FILE
004160         AT END
004170             CONTINUE
004180     END-READ.
004190
004200 1110-READ-ONE-POLICY-RULE-EXIT.
004210     EXIT.
004220
004230 1120-TAKE-ONE-POLICY-RULE.
004240     IF PL-RULE-CODE = SPACES OR PL-FEATURE-NUM NOT NUMERIC
004250         DISPLAY "Linha invalida no POLICY-RULES (REGRA="
004260                 PL-RULE-CODE "); ignorada."
004270         GO TO 1120-TAKE-NEXT
004280     END-IF.
004290     PERFORM 1130-FIND-POLICY-RULE
004300             THRU 1130-FIND-POLICY-RULE-EXIT.
004310     IF WS-PR-FOUND-IX > 0
004320         GO TO 1120-TAKE-NEXT
004330     END-IF.
004340     IF PolicyRuleCount = 200
004350         DISPLAY "Linha invalida no POLICY-RULES (REGRA="
004360                 PL-RULE-CODE "); ignorada."
004370         GO TO 1120-TAKE-NEXT
004380     END-IF.
004390     ADD 1 TO PolicyRuleCount.
004400     MOVE PL-SEGMENT     TO PR-SEGMENT(PolicyRuleCount).
004410     MOVE PL-RULE-CODE   TO PR-RULE-CODE(PolicyRuleCount).
004420     MOVE PL-FEATURE-NUM TO PR-FEATURE-NUM(PolicyRuleCount).
004430
004440 1120-TAKE-NEXT.
004450     PERFORM 1110-READ-ONE-POLICY-RULE
004460             THRU 1110-READ-ONE-POLICY-RULE-EXIT.
004470
004480 1120-TAKE-ONE-POLICY-RULE-EXIT.
004490     EXIT.
004500
004510 1130-FIND-POLICY-RULE.
004520     MOVE 0 TO WS-PR-FOUND-IX.
004530     PERFORM 1135-MATCH-ONE-POLICY-RULE
004540             THRU 1135-MATCH-ONE-POLICY-RULE-EXIT
004550                 VARYING WS-PR-IX FROM 1 BY 1
004560                 UNTIL WS-PR-IX > PolicyRuleCount
004570                    OR WS-PR-FOUND-IX > 0.
004580
004590 1130-FIND-POLICY-RULE-EXIT.
004600     EXIT.
004610
004620 1135-MATCH-ONE-POLICY-RULE.
004630     IF PR-SEGMENT(WS-PR-IX) = PL-SEGMENT
004640             AND PR-RULE-CODE(WS-PR-IX) = PL-RULE-CODE
004650         MOVE WS-PR-IX TO WS-PR-FOUND-IX
004660     END-IF.
004670
004680 1135-MATCH-ONE-POLICY-RULE-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------
004720* 2000-LOAD-DECLINES -- EVERY DETAIL IS COUNTED BY ITS FINAL
004730* DECISION; THE DECLINES ('0') ARE KEPT. EACH GROUP'S DETAIL
004740* COUNT IS CHECKED AGAINST ITS TRAILER.
004750*----------------------------------------------------------
004760 2000-LOAD-DECLINES.
004770     OPEN INPUT DECISION-INTERFACE.
004780     IF NOT DECIS-FILE-OK
004790         DISPLAY "DECISOUT indisponivel; STATUS="
004800                 WS-DECIS-STATUS
004810         GO TO 2000-LOAD-DECLINES-EXIT
004820     END-IF.
004830     PERFORM 2010-READ-ONE-INTERFACE
004840             THRU 2010-READ-ONE-INTERFACE-EXIT.
004850     PERFORM 2020-TAKE-ONE-INTERFACE
004860             THRU 2020-TAKE-ONE-INTERFACE-EXIT
004870                 UNTIL DECIS-EOF.
004880     CLOSE DECISION-INTERFACE.
004890
004900 2000-LOAD-DECLINES-EXIT.
004910     EXIT.
004920
004930 2010-READ-ONE-INTERFACE.
004940     READ DECISION-INTERFACE
004950         AT END
004960             CONTINUE
004970     END-READ.
004980
004990 2010-READ-ONE-INTERFACE-EXIT.
005000     EXIT.
005010
005020 2020-TAKE-ONE-INTERFACE.
005030     EVALUATE DI-REC-TYPE
005040         WHEN "H"
005050             ADD 1 TO GroupCount
005060             MOVE DIH-BUSINESS-DATE TO WS-GROUP-DATE
005070             IF BusinessDate = 0
005080                 MOVE DIH-BUSINESS-DATE TO BusinessDate
005090             END-IF
005100             MOVE 0 TO WS-GROUP-DETAILS
005110         WHEN "D"
005120             ADD 1 TO DetailCount
005130             ADD 1 TO WS-GROUP-DETAILS
005140             PERFORM 2100-TAKE-ONE-DETAIL
005150                     THRU 2100-TAKE-ONE-DETAIL-EXIT
005160         WHEN "T"
005170             IF DIT-RECORD-COUNT NOT = WS-GROUP-DETAILS
005180                 ADD 1 TO TrailerMismatch
005190                 DISPLAY "TRAILER DO DECISOUT NAO CONFERE: "
005200                         "DATA=" WS-GROUP-DATE
005210                         " TRAILER=" DIT-RECORD-COUNT
005220                         " LIDOS=" WS-GROUP-DETAILS
005230             END-IF
005240         WHEN OTHER
005250             ADD 1 TO UnknownRecCount
005260     END-EVALUATE.
005270     PERFORM 2010-READ-ONE-INTERFACE
005280             THRU 2010-READ-ONE-INTERFACE-EXIT.
005290
005300 2020-TAKE-ONE-INTERFACE-EXIT.
005310     EXIT.
005320
005330 2100-TAKE-ONE-DETAIL.
005340     EVALUATE DI-DECISION
005350         WHEN "1"
005360             ADD 1 TO ApprovedCount
005370             GO TO 2100-TAKE-ONE-DETAIL-EXIT
005380         WHEN "R"
005390             ADD 1 TO ReferredCount
005400             GO TO 2100-TAKE-ONE-DETAIL-EXIT
005410         WHEN "0"
005420             ADD 1 TO DeclineReadCount
005430         WHEN OTHER
005440             ADD 1 TO OtherDecCount
005450             GO TO 2100-TAKE-ONE-DETAIL-EXIT
005460     END-EVALUATE.
005470     EVALUATE DI-DECISION-SRC
005480         WHEN "M"
005490             ADD 1 TO DeclineModel
005500         WHEN "A"
005510             ADD 1 TO DeclineAnalyst
005520         WHEN "P"
005530             ADD 1 TO DeclinePolicy
005540         WHEN OTHER
005550             ADD 1 TO DeclineOtherSrc
005560     END-EVALUATE.
005570     MOVE DI-ID TO WS-LOOKUP-ID.
005580     PERFORM 2200-FIND-DECLINE
005590             THRU 2200-FIND-DECLINE-EXIT.
005600     IF WS-DL-FOUND-IX > 0
005610         ADD 1 TO DeclineRepeat
005620         GO TO 2100-TAKE-ONE-DETAIL-EXIT
005630     END-IF.
005640     IF DeclineCount = 5000
005650         ADD 1 TO DeclineOverflow
005660         DISPLAY "TABELA DE RECUSAS CHEIA; SEM CARTA: CASO="
005670                 DI-ID
005680         GO TO 2100-TAKE-ONE-DETAIL-EXIT
005690     END-IF.
005700     ADD 1 TO DeclineCount.
005710     MOVE DI-ID              TO DL-ID(DeclineCount).
005720     MOVE DI-SEGMENT         TO DL-SEGMENT(DeclineCount).
005730     MOVE WS-GROUP-DATE      TO DL-BUSINESS-DATE(DeclineCount).
005740     MOVE DI-DECISION-SRC    TO DL-DECISION-SRC(DeclineCount).
005750     MOVE DI-WEIGHTS-VERSION TO DL-WEIGHTS-VERSION(DeclineCount).
005760     MOVE DI-REASON-FATOR(1) TO DL-REASON-FATOR(DeclineCount, 1).
005770     MOVE DI-REASON-FATOR(2) TO DL-REASON-FATOR(DeclineCount, 2).
005780     MOVE DI-REASON-FATOR(3) TO DL-REASON-FATOR(DeclineCount, 3).
005790     MOVE DI-POLICY-RULE     TO DL-POLICY-RULE(DeclineCount).
005800     MOVE "N"                TO DL-ADDRESS-SW(DeclineCount).
005810     MOVE SPACES             TO DL-APPLICANT(DeclineCount).
005820
005830 2100-TAKE-ONE-DETAIL-EXIT.
005840     EXIT.
005850
005860 2200-FIND-DECLINE.
005870     MOVE 0 TO WS-DL-FOUND-IX.
005880     PERFORM 2210-MATCH-ONE-DECLINE
005890             THRU 2210-MATCH-ONE-DECLINE-EXIT
005900                 VARYING WS-DL-IX FROM 1 BY 1
005910                 UNTIL WS-DL-IX > DeclineCount
005920                    OR WS-DL-FOUND-IX > 0.
005930
005940 2200-FIND-DECLINE-EXIT.
005950     EXIT.
005960
005970 2210-MATCH-ONE-DECLINE.
005980     IF DL-ID(WS-DL-IX) = WS-LOOKUP-ID
005990         MOVE WS-DL-IX TO WS-DL-FOUND-IX
006000     END-IF.
006010
006020 2210-MATCH-ONE-DECLINE-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------
006060* 3000-MATCH-ADDRESSES -- ONE PASS OVER THE ORIGINATION
006070* FILE. A LETTER NEEDS A NAME, A FIRST ADDRESS LINE, A CITY
006080* AND A POSTAL CODE; ANYTHING LESS IS HELD AS INCOMPLETE.
006090* WITHOUT NAMEADDR NO LETTER CAN GO OUT, SO A MISSING FILE
006100* ENDS THE RUN WITH 8 AND AN OPEN FAILURE WITH 12, BEFORE
006110* NOTICOUT IS WRITTEN, AND THE SCHEDULER HOLDS THE CHAIN.
006120*----------------------------------------------------------
006130 3000-MATCH-ADDRESSES.
006140     OPEN INPUT APPLICANT-ADDRESSES.
006150     IF WS-NAMEADDR-STATUS = "05"
006160         DISPLAY "NAMEADDR ausente; nenhuma carta gerada."
006170         CLOSE APPLICANT-ADDRESSES
006180         MOVE 8 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     IF NOT NAMEADDR-FILE-OK
006220         DISPLAY "ERRO DE E/S NO ARQUIVO NAMEADDR STATUS="
006230                 WS-NAMEADDR-STATUS "; EXECUCAO ABORTADA."
006240         MOVE 12 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     PERFORM 3010-READ-ONE-ADDRESS
006280             THRU 3010-READ-ONE-ADDRESS-EXIT.
006290     PERFORM 3020-TAKE-ONE-ADDRESS
006300             THRU 3020-TAKE-ONE-ADDRESS-EXIT
006310                 UNTIL NAMEADDR-EOF.
006320     CLOSE APPLICANT-ADDRESSES.
006330
006340 3000-MATCH-ADDRESSES-EXIT.
006350     EXIT.
006360
006370 3010-READ-ONE-ADDRESS.
006380     READ APPLICANT-ADDRESSES
006390         AT END
006400             CONTINUE
006410     END-READ.
006420
006430 3010-READ-ONE-ADDRESS-EXIT.
006440     EXIT.
006450
006460 3020-TAKE-ONE-ADDRESS.
006470     ADD 1 TO AddressReadCount.
006480     MOVE NA-ID TO WS-LOOKUP-ID.
006490     PERFORM 2200-FIND-DECLINE
006500             THRU 2200-FIND-DECLINE-EXIT.
006510     IF WS-DL-FOUND-IX = 0
006520         GO TO 3020-TAKE-NEXT
006530     END-IF.
006540     MOVE NA-APPLICANT TO DL-APPLICANT(WS-DL-FOUND-IX).
006550     IF NA-NAME = SPACES OR NA-ADDR-LINE-1 = SPACES
006560             OR NA-CITY = SPACES OR NA-POSTAL-CODE = SPACES
006570         MOVE "I" TO DL-ADDRESS-SW(WS-DL-FOUND-IX)
006580     ELSE
006590         MOVE "Y" TO DL-ADDRESS-SW(WS-DL-FOUND-IX)
006600     END-IF.
006610
006620 3020-TAKE-NEXT.
006630     PERFORM 3010-READ-ONE-ADDRESS
006640             THRU 3010-READ-ONE-ADDRESS-EXIT.
006650
006660 3020-TAKE-ONE-ADDRESS-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------
006700* 3500-CHECK-ANALYST-DECLINES -- A DESK DECLINE WHOSE CASE
006710* IS NOT AMONG TONIGHT'S DECLINES ON DECISOUT WAS FOLDED
006720* INTO SCORE-HISTORY ONLY; IT IS LISTED FOR A MANUAL LETTER.
006730*----------------------------------------------------------
006740 3500-CHECK-ANALYST-DECLINES.
006750     OPEN INPUT ANALYST-DECISIONS.
006760     IF NOT ANALYST-FILE-OK
006770         CLOSE ANALYST-DECISIONS
006780         GO TO 3500-CHECK-ANALYST-DECLINES-EXIT
006790     END-IF.
006800     PERFORM 3510-READ-ONE-ANALYST
006810             THRU 3510-READ-ONE-ANALYST-EXIT.
006820     PERFORM 3520-TAKE-ONE-ANALYST
006830             THRU 3520-TAKE-ONE-ANALYST-EXIT
006840                 UNTIL ANALYST-EOF.
006850     CLOSE ANALYST-DECISIONS.
006860
006870 3500-CHECK-ANALYST-DECLINES-EXIT.
006880     EXIT.
006890
006900 3510-READ-ONE-ANALYST.
006910     READ ANALYST-DECISIONS
006920         AT END
006930             CONTINUE
006940     END-READ.
006950
006960 3510-READ-ONE-ANALYST-EXIT.
006970     EXIT.
006980
006990 3520-TAKE-ONE-ANALYST.
007000     IF AD-ID = SPACES OR AD-DECISION NOT NUMERIC
007010             OR AD-DECISION NOT = 0
007020         GO TO 3520-TAKE-NEXT
007030     END-IF.
007040     MOVE AD-ID TO WS-LOOKUP-ID.
007050     PERFORM 2200-FIND-DECLINE
007060             THRU 2200-FIND-DECLINE-EXIT.
007070     IF WS-DL-FOUND-IX > 0
007080         GO TO 3520-TAKE-NEXT
007090     END-IF.
007100     ADD 1 TO AnalystOutsideCount.
007110     IF WS-AO-COUNT < 1000
007120         ADD 1 TO WS-AO-COUNT
007130         MOVE AD-ID TO AO-ID(WS-AO-COUNT)
007140     END-IF.
007150
007160 3520-TAKE-NEXT.
007170     PERFORM 3510-READ-ONE-ANALYST
007180             THRU 3510-READ-ONE-ANALYST-EXIT.
007190
007200 3520-TAKE-ONE-ANALYST-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------
007240* 4000-WRITE-NOTICES -- HEADER, ONE LETTER PER DECLINE WITH
007250* A COMPLETE ADDRESS, TRAILER WITH THE LETTER COUNT.
007260*----------------------------------------------------------
007270 4000-WRITE-NOTICES.
007280     OPEN OUTPUT NOTICE-FILE.
007290     MOVE SPACES TO NOTICE-RECORD.
007300     MOVE "H" TO NT-REC-TYPE.
007310     MOVE LetterDate   TO NTH-LETTER-DATE.
007320     MOVE BusinessDate TO NTH-BUSINESS-DATE.
007330     PERFORM 4900-WRITE-NOTICE-RECORD
007340             THRU 4900-WRITE-NOTICE-RECORD-EXIT.
007350     PERFORM 4100-WRITE-ONE-NOTICE
007360             THRU 4100-WRITE-ONE-NOTICE-EXIT
007370                 VARYING WS-DL-IX FROM 1 BY 1
007380                 UNTIL WS-DL-IX > DeclineCount.
007390     MOVE SPACES TO NOTICE-RECORD.
007400     MOVE "T" TO NT-REC-TYPE.
007410     MOVE LetterCount TO NTT-RECORD-COUNT.
007420     PERFORM 4900-WRITE-NOTICE-RECORD
007430             THRU 4900-WRITE-NOTICE-RECORD-EXIT.
007440     CLOSE NOTICE-FILE.
007450
007460 4000-WRITE-NOTICES-EXIT.
007470     EXIT.
007480
007490 4100-WRITE-ONE-NOTICE.
007500     IF NOT DL-ADDRESS-FOUND(WS-DL-IX)
007510         GO TO 4100-WRITE-ONE-NOTICE-EXIT
007520     END-IF.
007530     MOVE SPACES TO NOTICE-RECORD.
007540     MOVE "D"                   TO NT-REC-TYPE.
007550     MOVE LetterDate            TO NT-LETTER-DATE.
007560     MOVE DL-BUSINESS-DATE(WS-DL-IX) TO NT-DECISION-DATE.
007570     MOVE DL-ID(WS-DL-IX)       TO NT-ID.
007580     MOVE DL-SEGMENT(WS-DL-IX)  TO NT-SEGMENT.
007590     MOVE DL-APPLICANT(WS-DL-IX) TO NT-APPLICANT.
007600     MOVE DL-DECISION-SRC(WS-DL-IX) TO NT-DECISION-SRC.
007610     MOVE DL-POLICY-RULE(WS-DL-IX) TO NT-POLICY-RULE.
007620     MOVE DL-WEIGHTS-VERSION(WS-DL-IX) TO NT-WEIGHTS-VERSION.
007630     PERFORM 4200-BUILD-REASONS
007640             THRU 4200-BUILD-REASONS-EXIT.
007650     IF NT-REASON-COUNT = 0
007660         ADD 1 TO NoReasonCount
007670     END-IF.
007680     PERFORM 4900-WRITE-NOTICE-RECORD
007690             THRU 4900-WRITE-NOTICE-RECORD-EXIT.
007700     ADD 1 TO LetterCount.
007710
007720 4100-WRITE-ONE-NOTICE-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------
007760* 4200-BUILD-REASONS -- A POLICY DECLINE LEADS WITH THE
007770* FEATURE ITS KNOCK-OUT RULE TESTS (THE RULE FILED FOR THE
007780* CASE'S SEGMENT, ELSE THE ONE FILED FOR "**" -- THE BATCH
007790* FIRES BOTH); THEN THE MODEL'S RANKED FACTORS FROM DECISOUT
007800* FOLLOW IN ORDER, SKIPPING EMPTY SLOTS AND A FEATURE
007810* ALREADY GIVEN, UP TO THREE REASONS.
007820*----------------------------------------------------------
007830 4200-BUILD-REASONS.
007840     MOVE 0 TO NT-REASON-COUNT.
007850     IF DL-DECISION-SRC(WS-DL-IX) = "P"
007860         MOVE DL-SEGMENT(WS-DL-IX)     TO PL-SEGMENT
007870         MOVE DL-POLICY-RULE(WS-DL-IX) TO PL-RULE-CODE
007880         PERFORM 1130-FIND-POLICY-RULE
007890                 THRU 1130-FIND-POLICY-RULE-EXIT
007900         IF WS-PR-FOUND-IX = 0
007910             MOVE "**" TO PL-SEGMENT
007920             PERFORM 1130-FIND-POLICY-RULE
007930                     THRU 1130-FIND-POLICY-RULE-EXIT
007940         END-IF
007950         IF WS-PR-FOUND-IX > 0
007960             MOVE PR-FEATURE-NUM(WS-PR-FOUND-IX)
007970                     TO WS-REASON-FATOR
007980             PERFORM 4210-ADD-ONE-REASON
007990                     THRU 4210-ADD-ONE-REASON-EXIT
008000         END-IF
008010     END-IF.
008020     PERFORM 4205-TAKE-ONE-RANKED-FACTOR
008030             THRU 4205-TAKE-ONE-RANKED-FACTOR-EXIT
008040                 VARYING WS-FEATURE-IX FROM 1 BY 1
008050                 UNTIL WS-FEATURE-IX > 3.
008060
008070 4200-BUILD-REASONS-EXIT.
008080     EXIT.
008090
008100 4205-TAKE-ONE-RANKED-FACTOR.
008110     MOVE DL-REASON-FATOR(WS-DL-IX, WS-FEATURE-IX)
008120             TO WS-REASON-FATOR.
008130     PERFORM 4210-ADD-ONE-REASON
008140             THRU 4210-ADD-ONE-REASON-EXIT.
008150
008160 4205-TAKE-ONE-RANKED-FACTOR-EXIT.
008170     EXIT.
008180
008190 4210-ADD-ONE-REASON.
008200     IF WS-REASON-FATOR < 1 OR WS-REASON-FATOR > 5
008210             OR NT-REASON-COUNT = 3
008220         GO TO 4210-ADD-ONE-REASON-EXIT
008230     END-IF.
008240     MOVE "N" TO WS-REASON-DUP-SW.
008250     PERFORM 4215-CHECK-ONE-TAKEN
008260             THRU 4215-CHECK-ONE-TAKEN-EXIT
008270                 VARYING WS-REASON-IX FROM 1 BY 1
008280                 UNTIL WS-REASON-IX > NT-REASON-COUNT.
008290     IF REASON-ALREADY-TAKEN
008300         GO TO 4210-ADD-ONE-REASON-EXIT
008310     END-IF.
008320     ADD 1 TO NT-REASON-COUNT.
008330     MOVE WS-REASON-FATOR TO NT-REASON-FATOR(NT-REASON-COUNT).
008340     MOVE REASON-TEXT(WS-REASON-FATOR)
008350             TO NT-REASON-TEXT(NT-REASON-COUNT).
008360
008370 4210-ADD-ONE-REASON-EXIT.
008380     EXIT.
008390
008400 4215-CHECK-ONE-TAKEN.
008410     IF NT-REASON-FATOR(WS-REASON-IX) = WS-REASON-FATOR
008420         MOVE "Y" TO WS-REASON-DUP-SW
008430     END-IF.
008440
008450 4215-CHECK-ONE-TAKEN-EXIT.
008460     EXIT.
008470
008480 4900-WRITE-NOTICE-RECORD.
008490     WRITE NOTICE-RECORD.
008500     IF WS-NOTICE-STATUS NOT = "00"
008510         DISPLAY "ERRO DE E/S NO ARQUIVO NOTICOUT STATUS="
008520                 WS-NOTICE-STATUS "; EXECUCAO ABORTADA."
008530         MOVE 12 TO RETURN-CODE
008540         STOP RUN
008550     END-IF.
008560
008570 4900-WRITE-NOTICE-RECORD-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------
008610* 5000-WRITE-CONTROL-REPORT -- THE COUNTS, THE PROOF THAT
008620* EVERY DECLINE IS ACCOUNTED FOR, AND THE DECLINES THAT GOT
008630* NO LETTER, EACH LISTED FOR THE BACK OFFICE TO CHASE.
008640*----------------------------------------------------------
008650 5000-WRITE-CONTROL-REPORT.
008660     OPEN OUTPUT NOTICE-REPORT.
008670     MOVE 0 TO NoAddressCount.
008680     MOVE 0 TO IncompleteCount.
008690     PERFORM 5100-COUNT-ONE-UNSENT
008700             THRU 5100-COUNT-ONE-UNSENT-EXIT
008710                 VARYING WS-DL-IX FROM 1 BY 1
008720                 UNTIL WS-DL-IX > DeclineCount.
008730     MOVE "RELATORIO DE CONTROLE DAS CARTAS DE RECUSA"
008740             TO WS-RPT-LINE.
008750     PERFORM 5900-WRITE-RPT-LINE
008760             THRU 5900-WRITE-RPT-LINE-EXIT.
008770     STRING "DATA DA CARTA=" LetterDate
008780             "  DATA DE NEGOCIO=" BusinessDate
008790             "  GRUPOS NO DECISOUT=" GroupCount
008800             "  TRAILERS DIVERGENTES=" TrailerMismatch
008810             DELIMITED BY SIZE INTO WS-RPT-LINE.
008820     PERFORM 5900-WRITE-RPT-LINE
008830             THRU 5900-WRITE-RPT-LINE-EXIT.
008840     STRING "DETALHES=" DetailCount
008850             "  APROVADOS=" ApprovedCount
008860             "  REFERIDOS=" ReferredCount
008870             "  RECUSADOS=" DeclineReadCount
008880             "  OUTRAS DECISOES=" OtherDecCount
008890             "  REGISTROS DESCONHECIDOS=" UnknownRecCount
008900             DELIMITED BY SIZE INTO WS-RPT-LINE.
008910     PERFORM 5900-WRITE-RPT-LINE
008920             THRU 5900-WRITE-RPT-LINE-EXIT.
008930     STRING "RECUSAS POR FONTE: MODELO=" DeclineModel
008940             "  ANALISTA=" DeclineAnalyst
008950             "  POLITICA=" DeclinePolicy
008960             "  OUTRA=" DeclineOtherSrc
008970             DELIMITED BY SIZE INTO WS-RPT-LINE.
008980     PERFORM 5900-WRITE-RPT-LINE
008990             THRU 5900-WRITE-RPT-LINE-EXIT.
009000     STRING "CARTAS GERADAS=" LetterCount
009010             "  SEM ENDERECO=" NoAddressCount
009020             "  ENDERECO INCOMPLETO=" IncompleteCount
009030             "  REPETIDAS=" DeclineRepeat
009040             "  EXCEDENTES=" DeclineOverflow
009050             DELIMITED BY SIZE INTO WS-RPT-LINE.
009060     PERFORM 5900-WRITE-RPT-LINE
009070             THRU 5900-WRITE-RPT-LINE-EXIT.
009080
009090     COMPUTE WS-CHECK-TOTAL = LetterCount + NoAddressCount
009100             + IncompleteCount + DeclineRepeat + DeclineOverflow.
009110     IF WS-CHECK-TOTAL = DeclineReadCount
009120         STRING "CONCILIACAO OK: RECUSADOS = CARTAS + SEM"
009130                 " ENDERECO + INCOMPLETO + REPETIDAS + EXCEDENTES"
009140                 DELIMITED BY SIZE INTO WS-RPT-LINE
009150     ELSE
009160         MOVE "N" TO WS-CHECK-SW
009170         STRING "*** CONCILIACAO FALHOU: RECUSADOS="
009180                 DeclineReadCount " SOMA=" WS-CHECK-TOTAL " ***"
009190                 DELIMITED BY SIZE INTO WS-RPT-LINE
009200     END-IF.
009210     PERFORM 5900-WRITE-RPT-LINE
009220             THRU 5900-WRITE-RPT-LINE-EXIT.
009230     STRING "CARTAS SEM MOTIVO (GERADAS ASSIM MESMO)="
009240             NoReasonCount
009250             "  RECUSAS DO ANALISTA FORA DO DECISOUT="
009260             AnalystOutsideCount
009270             DELIMITED BY SIZE INTO WS-RPT-LINE.
009280     PERFORM 5900-WRITE-RPT-LINE
009290             THRU 5900-WRITE-RPT-LINE-EXIT.
009300
009310     IF NoAddressCount > 0 OR IncompleteCount > 0
009320         PERFORM 5900-WRITE-RPT-LINE
009330                 THRU 5900-WRITE-RPT-LINE-EXIT
009340         STRING "--- RECUSAS SEM CARTA (SEM ENDERECO OU"
009350                 " ENDERECO INCOMPLETO) ---"
009360                 DELIMITED BY SIZE INTO WS-RPT-LINE
009370         PERFORM 5900-WRITE-RPT-LINE
009380                 THRU 5900-WRITE-RPT-LINE-EXIT
009390         PERFORM 5200-LIST-ONE-UNSENT
009400                 THRU 5200-LIST-ONE-UNSENT-EXIT
009410                     VARYING WS-DL-IX FROM 1 BY 1
009420                     UNTIL WS-DL-IX > DeclineCount
009430     END-IF.
009440     IF AnalystOutsideCount > 0
009450         PERFORM 5900-WRITE-RPT-LINE
009460                 THRU 5900-WRITE-RPT-LINE-EXIT
009470         STRING "--- RECUSAS DO ANALISTA FORA DO DECISOUT"
009480                 " (CASO DE NOITE ANTERIOR; CARTA MANUAL) ---"
009490                 DELIMITED BY SIZE INTO WS-RPT-LINE
009500         PERFORM 5900-WRITE-RPT-LINE
009510                 THRU 5900-WRITE-RPT-LINE-EXIT
009520         PERFORM 5300-LIST-ONE-ANALYST-OUTSIDE
009530                 THRU 5300-LIST-ONE-ANALYST-OUTSIDE-EXIT
009540                     VARYING WS-AO-IX FROM 1 BY 1
009550                     UNTIL WS-AO-IX > WS-AO-COUNT
009560         IF AnalystOutsideCount > WS-AO-COUNT
009570             STRING "... E MAIS "
009580                     "(LISTA LIMITADA A 1000 CASOS)"
009590                     DELIMITED BY SIZE INTO WS-RPT-LINE
009600             PERFORM 5900-WRITE-RPT-LINE
009610                     THRU 5900-WRITE-RPT-LINE-EXIT
009620         END-IF
009630     END-IF.
009640     CLOSE NOTICE-REPORT.
009650
009660 5000-WRITE-CONTROL-REPORT-EXIT.
009670     EXIT.
009680
009690 5100-COUNT-ONE-UNSENT.
009700     IF DL-ADDRESS-MISSING(WS-DL-IX)
009710         ADD 1 TO NoAddressCount
009720     END-IF.
009730     IF DL-ADDRESS-INCOMPLETE(WS-DL-IX)
009740         ADD 1 TO IncompleteCount
009750     END-IF.
009760
009770 5100-COUNT-ONE-UNSENT-EXIT.
009780     EXIT.
009790
009800 5200-LIST-ONE-UNSENT.
009810     IF DL-ADDRESS-FOUND(WS-DL-IX)
009820         GO TO 5200-LIST-ONE-UNSENT-EXIT
009830     END-IF.
009840     IF DL-ADDRESS-MISSING(WS-DL-IX)
009850         MOVE "SEM CADASTRO NO NAMEADDR" TO WS-MISS-TEXT
009860     ELSE
009870         MOVE "CADASTRO INCOMPLETO" TO WS-MISS-TEXT
009880     END-IF.
009890     STRING "CASO=" DL-ID(WS-DL-IX)
009900             " SEG=" DL-SEGMENT(WS-DL-IX)
009910             " FONTE=" DL-DECISION-SRC(WS-DL-IX)
009920             " DATA=" DL-BUSINESS-DATE(WS-DL-IX)
009930             " MOTIVO=" WS-MISS-TEXT
009940             " NOME=" DL-NAME(WS-DL-IX)
009950             DELIMITED BY SIZE INTO WS-RPT-LINE.
009960     PERFORM 5900-WRITE-RPT-LINE
009970             THRU 5900-WRITE-RPT-LINE-EXIT.
009980
009990 5200-LIST-ONE-UNSENT-EXIT.
010000     EXIT.
010010
010020 5300-LIST-ONE-ANALYST-OUTSIDE.
010030     STRING "CASO=" AO-ID(WS-AO-IX)
010040             " DECISAO DO ANALISTA=0 SEM DETALHE NO DECISOUT"
010050             DELIMITED BY SIZE INTO WS-RPT-LINE.
010060     PERFORM 5900-WRITE-RPT-LINE
010070             THRU 5900-WRITE-RPT-LINE-EXIT.
010080
010090 5300-LIST-ONE-ANALYST-OUTSIDE-EXIT.
010100     EXIT.
010110
010120 5900-WRITE-RPT-LINE.
010130     MOVE WS-RPT-LINE TO NOTICE-REPORT-RECORD.
010140     WRITE NOTICE-REPORT-RECORD.
010150     IF WS-NOTICRPT-STATUS NOT = "00"
010160         DISPLAY "ERRO DE E/S NO ARQUIVO NOTICRPT STATUS="
010170                 WS-NOTICRPT-STATUS "; EXECUCAO ABORTADA."
010180         MOVE 12 TO RETURN-CODE
010190         STOP RUN
010200     END-IF.
010210     MOVE SPACES TO WS-RPT-LINE.
010220
010230 5900-WRITE-RPT-LINE-EXIT.
010240     EXIT.
