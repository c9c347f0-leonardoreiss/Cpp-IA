000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONPREFLIGHT.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. PRE-FLIGHT CHECK OF THE CONTROL
000120*                  FILES THE SCORING BATCH TRUSTS WITHOUT
000130*                  QUESTION -- PARMFILE, GRADETAB, REASONCD
000140*                  AND POLICYRL -- CROSS-CHECKED AGAINST EACH
000150*                  OTHER AND AGAINST THE SEGMENTS AND
000160*                  GENERATIONS ACTUALLY ON WEIGHTFL. RUNS AS
000170*                  THE STEP AHEAD OF PERCEPTRONTRAINING: IT
000180*                  READS NOTHING BUT CONTROL FILES, SO A BAD
000190*                  TABLE STOPS THE CHAIN BEFORE ANY EXTRACT
000200*                  IS CONSUMED OR ANY BUSINESS DATE IS
000210*                  RECORDED ON RUNCTL. EVERY FINDING GOES TO
000220*                  PREFLRPT AS ERRO (THE BATCH WOULD RUN ON
000230*                  A SILENTLY WRONG TABLE -- RC 8, THE
000240*                  SCHEDULER HOLDS THE CHAIN) OR AVISO (WORTH
000250*                  A LOOK, SAFE TO RUN -- RC 4).
000260* 10/15/26   RM    GOVMAST, SRCROST AND BIZCAL CHECKED TOO: A
000270*                  FROZEN GENERATION THE BATCH COULD NOT LOAD
000280*                  (ABSENT FROM WEIGHTFL OR RETIRED) IS AN
000290*                  ERRO, AS IS A PIN WITH NO WEIGHTFL AT ALL.
000300*                  ROSTER AND CALENDAR ROWS THE BATCH WOULD
000310*                  SKIP OR SHADOW ARE LISTED. AN ABSENT
000320*                  OPTIONAL FILE IS CLOSED BEFORE MOVING ON.
000330*----------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370     SOURCE-COMPUTER.  IBM.
000380     OBJECT-COMPUTER.  IBM.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL WEIGHTS-FILE ASSIGN TO WEIGHTFL
000430             ORGANIZATION IS LINE SEQUENTIAL
000440             FILE STATUS IS WS-WEIGHTS-STATUS.
000450
000460     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS WS-PARM-STATUS.
000490
000500     SELECT OPTIONAL GRADE-TABLE-FILE ASSIGN TO GRADETAB
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS WS-GRADETAB-STATUS.
000530
000540     SELECT OPTIONAL REASON-CODES ASSIGN TO REASONCD
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS WS-REASONCD-STATUS.
000570
000580     SELECT OPTIONAL POLICY-RULES-FILE ASSIGN TO POLICYRL
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS WS-POLICYRL-STATUS.
000610
000620     SELECT OPTIONAL GOVERNANCE-FILE ASSIGN TO GOVMAST
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS WS-GOV-STATUS.
000650
000660     SELECT OPTIONAL SOURCE-ROSTER ASSIGN TO SRCROST
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS WS-ROSTER-STATUS.
000690
000700     SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO BIZCAL
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS WS-CALENDAR-STATUS.
000730
000740     SELECT PREFLIGHT-REPORT ASSIGN TO PREFLRPT
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS WS-PREFLRPT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----------------------------------------------------------
000810* SAME LAYOUTS THE SCORING BATCH READS.
000820*----------------------------------------------------------
000830 FD  WEIGHTS-FILE
000840         RECORDING MODE IS F.
000850 01  WEIGHTS-RECORD.
000860     05  WR-VERSION      PIC 9(04).
000870     05  WR-SEGMENT      PIC X(02).
000880     05  WR-TRAIN-DATE   PIC 9(08).
000890     05  WR-EPOCHS       PIC 9(04).
000900     05  WR-ITERATIONS   PIC 9(07).
000910     05  WR-CONVERGED    PIC X(01).
000920     05  WR-WEIGHT OCCURS 5 TIMES PIC S9(3)V9(4)
000930                 SIGN IS LEADING SEPARATE.
000940     05  WR-WBIAS        PIC S9(3)V9(4)
000950                 SIGN IS LEADING SEPARATE.
000960
000970*----------------------------------------------------------
000980* PARMFILE CARD SEQUENCE: MAIN CARD, OPTIONAL FEATURE-RANGE
000990* CARD, OPTIONAL DRIFT-TOLERANCE CARD, THEN ONE REFERRAL
001000* BAND CARD PER SEGMENT TO END OF FILE.
001010*----------------------------------------------------------
001020 FD  PARM-FILE
001030         RECORDING MODE IS F.
001040 01  PARM-RECORD.
001050     05  PM-USE-BIAS       PIC X(01).
001060     05  PM-TAXA-APREN     PIC S9V99 SIGN IS LEADING SEPARATE.
001070     05  PM-FEATURE-COUNT  PIC 9.
001080     05  PM-TEST-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
001090     05  PM-RUN-TEST       PIC X(01).
001100     05  PM-COMPARE-BIAS   PIC X(01).
001110     05  PM-TEST-ID        PIC X(10).
001120     05  PM-RUN-MODE       PIC X(01).
001130     05  PM-EXC-TOLERANCE  PIC 9(04).
001140     05  PM-WEIGHTS-VERSION PIC 9(04).
001150     05  PM-TEST-SEGMENT   PIC X(02).
001160     05  PM-MIGR-TOL       PIC 9(4)V99.
001170     05  PM-SHADOW-VERSION PIC 9(04).
001180 01  PARM-RANGE-RECORD.
001190     05  PR-FEATURE-RANGE OCCURS 5 TIMES.
001200         10  PR-FEATURE-MIN  PIC 9(3)V99.
001210         10  PR-FEATURE-MAX  PIC 9(3)V99.
001220 01  PARM-DRIFT-RECORD.
001230     05  PD-RATE-TOL    PIC 999V99.
001240     05  PD-MARGEM-TOL  PIC 9(4)V99.
001250     05  PD-FEAT-TOL    PIC 9(3)V99.
001260     05  PD-EXC-TOL     PIC 9(04).
001270 01  PARM-REFER-RECORD.
001280     05  PB-SEGMENT     PIC X(02).
001290     05  PB-REF-MIN     PIC S9(4)V99
001300                 SIGN IS LEADING SEPARATE.
001310     05  PB-REF-MAX     PIC S9(4)V99
001320                 SIGN IS LEADING SEPARATE.
001330
001340 FD  GRADE-TABLE-FILE
001350         RECORDING MODE IS F.
001360 01  GRADE-TABLE-RECORD.
001370     05  GB-SEGMENT     PIC X(02).
001380     05  GB-LIMIT       PIC S9(4)V99
001390                 SIGN IS LEADING SEPARATE.
001400     05  GB-GRADE       PIC X(01).
001410
001420 FD  REASON-CODES
001430         RECORDING MODE IS F.
001440 01  REASON-CODE-RECORD.
001450     05  RZ-FEATURE-NUM PIC 9.
001460     05  RZ-TEXT        PIC X(40).
001470
001480 FD  POLICY-RULES-FILE
001490         RECORDING MODE IS F.
001500 01  POLICY-RULE-RECORD.
001510     05  PL-SEGMENT     PIC X(02).
001520     05  PL-FEATURE-NUM PIC 9.
001530     05  PL-COMPARE     PIC X(02).
001540     05  PL-LIMIT       PIC 9(3)V99.
001550     05  PL-DECISION    PIC X(01).
001560     05  PL-RULE-CODE   PIC X(04).
001570
001580 FD  GOVERNANCE-FILE
001590         RECORDING MODE IS F.
001600 01  GOVERNANCE-RECORD.
001610     05  GV-ACTION         PIC X(01).
001620     05  GV-SEGMENT        PIC X(02).
001630     05  GV-VERSION        PIC 9(04).
001640     05  GV-PRIOR-VERSION  PIC 9(04).
001650     05  GV-NEW-VERSION    PIC 9(04).
001660     05  GV-APPROVER       PIC X(10).
001670     05  GV-ACTION-DATE    PIC 9(08).
001680     05  GV-REASON         PIC X(40).
001690
001700 FD  SOURCE-ROSTER
001710         RECORDING MODE IS F.
001720 01  SOURCE-ROSTER-RECORD.
001730     05  RS-SOURCE-SYSTEM PIC X(08).
001740     05  RS-DAYS.
001750         10  RS-DAY-FLAG  PIC X(01) OCCURS 7 TIMES.
001760
001770 FD  BUSINESS-CALENDAR
001780         RECORDING MODE IS F.
001790 01  BUSINESS-CALENDAR-RECORD.
001800     05  BC-DATE          PIC 9(08).
001810     05  BC-WEEKDAY       PIC 9.
001820     05  BC-DAY-TYPE      PIC X(01).
001830
001840 FD  PREFLIGHT-REPORT
001850         RECORDING MODE IS F.
001860 01  PREFLIGHT-REPORT-RECORD  PIC X(132).
001870
001880 WORKING-STORAGE SECTION.
001890
001900 01  WS-WEIGHTS-STATUS      PIC XX.
001910     88  WEIGHTS-FILE-OK            VALUE "00".
001920     88  WEIGHTS-EOF                VALUE "10".
001930     88  WEIGHTS-NOT-FOUND          VALUE "05" "35".
001940 01  WS-PARM-STATUS         PIC XX.
001950     88  PARM-FILE-OK               VALUE "00".
001960     88  PARM-EOF                   VALUE "10".
001970     88  PARM-FILE-NOT-FOUND        VALUE "05" "35".
001980 01  WS-GRADETAB-STATUS     PIC XX.
001990     88  GRADETAB-FILE-OK           VALUE "00".
002000     88  GRADETAB-EOF               VALUE "10".
002010     88  GRADETAB-NOT-FOUND         VALUE "05" "35".
002020 01  WS-REASONCD-STATUS     PIC XX.
002030     88  REASONCD-FILE-OK           VALUE "00".
002040     88  REASONCD-EOF               VALUE "10".
002050     88  REASONCD-NOT-FOUND         VALUE "05" "35".
002060 01  WS-POLICYRL-STATUS     PIC XX.
002070     88  POLICYRL-FILE-OK           VALUE "00".
002080     88  POLICYRL-EOF               VALUE "10".
002090     88  POLICYRL-NOT-FOUND         VALUE "05" "35".
002100 01  WS-GOV-STATUS          PIC XX.
002110     88  GOV-FILE-OK                VALUE "00".
002120     88  GOV-EOF                    VALUE "10".
002130 01  WS-ROSTER-STATUS       PIC XX.
002140     88  ROSTER-FILE-OK             VALUE "00".
002150     88  ROSTER-EOF                 VALUE "10".
002160 01  WS-CALENDAR-STATUS     PIC XX.
002170     88  CALENDAR-FILE-OK           VALUE "00".
002180     88  CALENDAR-EOF               VALUE "10".
002190 01  WS-PREFLRPT-STATUS     PIC XX.
002200
002210*----------------------------------------------------------
002220* SEGMENTS AND GENERATIONS FOUND ON WEIGHTFL, A GENERATION
002230* BEING ONE VERSION OF ONE SEGMENT. WS-SEG-CHECK IS OFF WHEN
002240* THE FILE IS MISSING OR EMPTY (FIRST TRAINING OF A NEW
002250* PORTFOLIO) -- THEN NO SEGMENT IS CALLED UNKNOWN. A SPACE
002260* WS-SEG-LOOKUP FINDS A VERSION IN ANY SEGMENT.
002270*----------------------------------------------------------
002280 01  WeightSegCount     PIC 9(03) COMP VALUE 0.
002290 01  WEIGHT-SEG-TABLE.
002300     05  WT-ENTRY OCCURS 50 TIMES.
002310         10  WT-SEGMENT       PIC X(02).
002320         10  WT-GRADE-ROWS    PIC 9(03) COMP.
002330 01  WeightVersionCount PIC 9(04) COMP VALUE 0.
002340 01  WEIGHT-VERSION-TABLE.
002350     05  WV-ENTRY OCCURS 500 TIMES.
002360         10  WV-SEGMENT       PIC X(02).
002370         10  WV-VERSION       PIC 9(04).
002380 01  WeightRecordCount  PIC 9(06) COMP VALUE 0.
002390 01  WS-SEG-CHECK-SW    PIC X VALUE "N".
002400     88  SEGMENTS-CHECKABLE      VALUE "Y".
002410 01  WS-SEG-IX          PIC 9(03) COMP VALUE 0.
002420 01  WS-SEG-FOUND-IX    PIC 9(03) COMP VALUE 0.
002430 01  WS-VER-IX          PIC 9(04) COMP VALUE 0.
002440 01  WS-VER-FOUND-IX    PIC 9(04) COMP VALUE 0.
002450 01  WS-SEG-LOOKUP      PIC X(02).
002460 01  WS-VER-LOOKUP      PIC 9(04).
002470
002480*----------------------------------------------------------
002490* PARMFILE STATE. FEATURE COUNT FALLS BACK TO 3 AS THE
002500* BATCH DOES, SO THE REASONCD CHECK COVERS WHAT WILL RUN.
002510*----------------------------------------------------------
002520 01  FeatureCount       PIC 9 VALUE 3.
002530 01  FeatureIndex       PIC 9 VALUE 0.
002540 01  WS-CARD-NUMBER     PIC 9(04) VALUE 0.
002550 01  ReferralBandCount  PIC 9(03) COMP VALUE 0.
002560 01  REFERRAL-BAND-TABLE.
002570     05  RB-ENTRY OCCURS 50 TIMES.
002580         10  RB-SEGMENT   PIC X(02).
002590         10  RB-MIN       PIC S9(4)V99.
002600         10  RB-MAX       PIC S9(4)V99.
002610         10  RB-CARD      PIC 9(04).
002620 01  WS-RB-IX           PIC 9(03) COMP VALUE 0.
002630 01  WS-RB-FOUND-IX     PIC 9(03) COMP VALUE 0.
002640 01  AcceptedBandCount  PIC 9(03) COMP VALUE 0.
002650
002660*----------------------------------------------------------
002670* GRADETAB STATE, ONE ENTRY PER SEGMENT SEEN: THE LAST
002680* LIMIT READ (FOR THE ORDER CHECK) AND THE HIGHEST LIMIT
002690* (FOR THE CATCH-ALL CHECK). +9999.99 IS THE TOP OF THE
002700* LIMIT PICTURE -- THE ONLY ROW NO MARGIN CAN GET ABOVE.
002710*----------------------------------------------------------
002720 01  GradeRowCount      PIC 9(04) COMP VALUE 0.
002730 01  GradeSegCount      PIC 9(03) COMP VALUE 0.
002740 01  GRADE-SEG-TABLE.
002750     05  GS-ENTRY OCCURS 50 TIMES.
002760         10  GS-SEGMENT     PIC X(02).
002770         10  GS-LAST-LIMIT  PIC S9(4)V99.
002780         10  GS-HIGH-LIMIT  PIC S9(4)V99.
002790 01  WS-GS-IX           PIC 9(03) COMP VALUE 0.
002800 01  WS-GS-FOUND-IX     PIC 9(03) COMP VALUE 0.
002810 01  WS-CATCH-ALL-LIMIT PIC S9(4)V99 VALUE +9999.99.
002820
002830*----------------------------------------------------------
002840* GOVMAST STATE, REPLAYED IN FILE ORDER AS THE BATCH DOES:
002850* RETIRED VERSION RANGES AND THE GENERATION EACH FROZEN
002860* SEGMENT IS HELD AT, IN TABLES OF THE BATCH'S SIZE -- AN
002870* ACTION BEYOND THEM ABORTS THE BATCH. PinnedVersion IS THE
002880* PARMFILE PIN; A PINNED RUN SKIPS THE FREEZE, AS THERE.
002890*----------------------------------------------------------
002900 01  PinnedVersion      PIC 9(04) VALUE 0.
002910 01  GovRangeCount      PIC 9(03) COMP VALUE 0.
002920 01  GOV-RANGE-TABLE.
002930     05  GX-ENTRY OCCURS 200 TIMES.
002940         10  GX-SEGMENT       PIC X(02).
002950         10  GX-FROM          PIC 9(04).
002960         10  GX-TO            PIC 9(04).
002970 01  GovFreezeCount     PIC 99 COMP VALUE 0.
002980 01  GOV-FREEZE-TABLE.
002990     05  GF-ENTRY OCCURS 20 TIMES.
003000         10  GF-SEGMENT       PIC X(02).
003010         10  GF-VERSION       PIC 9(04).
003020         10  GF-ROW           PIC 9(04).
003030 01  WS-GX-IX           PIC 9(03) COMP VALUE 0.
003040 01  WS-GF-IX           PIC 99 COMP VALUE 0.
003050 01  WS-GF-FOUND-IX     PIC 99 COMP VALUE 0.
003060 01  WS-GOV-FULL-SW     PIC X VALUE "N".
003070     88  GOVERNANCE-TABLE-FULL   VALUE "Y".
003080 01  WS-RETIRED-SW      PIC X VALUE "N".
003090     88  VERSION-RETIRED         VALUE "Y".
003100
003110*----------------------------------------------------------
003120* SRCROST AND BIZCAL STATE: THE ROWS THE BATCH WOULD LOAD,
003130* FOR THE REPEAT CHECK. THE BATCH HOLDS 20 SYSTEMS AND 800
003140* DATES AND SKIPS WHATEVER COMES AFTER.
003150*----------------------------------------------------------
003160 01  RosterRowCount     PIC 9(03) COMP VALUE 0.
003170 01  ROSTER-SEEN-TABLE.
003180     05  RT-ENTRY OCCURS 50 TIMES.
003190         10  RT-SYSTEM        PIC X(08).
003200         10  RT-ROW           PIC 9(04).
003210 01  WS-RT-IX           PIC 9(03) COMP VALUE 0.
003220 01  WS-RT-FOUND-IX     PIC 9(03) COMP VALUE 0.
003230 01  WS-DAY-FLAG-COUNT  PIC 99 COMP VALUE 0.
003240 01  CalendarRowCount   PIC 9(04) COMP VALUE 0.
003250 01  CALENDAR-SEEN-TABLE.
003260     05  CS-ENTRY OCCURS 1000 TIMES.
003270         10  CS-DATE          PIC 9(08).
003280         10  CS-ROW           PIC 9(04).
003290 01  WS-CS-IX           PIC 9(04) COMP VALUE 0.
003300 01  WS-CS-FOUND-IX     PIC 9(04) COMP VALUE 0.
003310 01  WS-CAL-DATE        PIC 9(08) VALUE 0.
003320 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
003330     05  WS-CAL-YEAR        PIC 9(04).
003340     05  WS-CAL-MONTH       PIC 9(02).
003350     05  WS-CAL-DAY         PIC 9(02).
003360 01  WS-MONTH-DAYS      PIC 9(02) VALUE 0.
003370 01  WS-LEAP-QUOTIENT   PIC 9(04) VALUE 0.
003380 01  WS-LEAP-REMAINDER  PIC 9(04) VALUE 0.
003390 01  WS-CAL-DATE-SW     PIC X VALUE "N".
003400     88  CAL-DATE-VALID          VALUE "Y".
003410
003420*----------------------------------------------------------
003430* REASONCD STATE: WHICH FEATURE NUMBERS CARRY TEXT.
003440*----------------------------------------------------------
003450 01  REASON-SEEN-TABLE.
003460     05  RS-SEEN OCCURS 5 TIMES PIC X(01).
003470 01  WS-ROW-NUMBER      PIC 9(04) VALUE 0.
003480
003490*----------------------------------------------------------
003500* FINDINGS TALLY AND RETURN CODE.
003510*----------------------------------------------------------
003520 01  ErrorCount         PIC 9(04) COMP VALUE 0.
003530 01  WarningCount       PIC 9(04) COMP VALUE 0.
003540 01  WS-RC              PIC 9(02) VALUE 0.
003550 01  WS-SEVERITY        PIC X(05).
003560     88  SEVERITY-ERROR          VALUE "ERRO ".
003570 01  WS-FINDING-TEXT    PIC X(100).
003580 01  WS-EDIT-MIN        PIC -ZZZ9.99.
003590 01  WS-EDIT-MAX        PIC -ZZZ9.99.
003600 01  WS-EDIT-COUNT      PIC ZZZ9.
003610 01  WS-EDIT-VERSION    PIC 9(04).
003620
003630*----------------------------------------------------------
003640* REPORT LINES.
003650*----------------------------------------------------------
003660 01  RPT-TITLE-LINE.
003670     05  FILLER  PIC X(40)
003680             VALUE "VERIFICACAO PRE-EXECUCAO DOS ARQUIVOS DE".
003690     05  FILLER  PIC X(40)
003700             VALUE " CONTROLE DO LOTE DE ESCORE             ".
003710     05  FILLER  PIC X(52) VALUE SPACES.
003720 01  RPT-HEAD-LINE.
003730     05  FILLER  PIC X(40)
003740             VALUE "GRAV  ARQUIVO  LINHA DESCRICAO         ".
003750     05  FILLER  PIC X(92) VALUE SPACES.
003760 01  RPT-FINDING-LINE.
003770     05  FL-SEVERITY    PIC X(05).
003780     05  FILLER         PIC X(01) VALUE SPACE.
003790     05  FL-FILE        PIC X(08).
003800     05  FILLER         PIC X(01) VALUE SPACE.
003810     05  FL-ROW         PIC 9(04).
003820     05  FILLER         PIC X(02) VALUE SPACES.
003830     05  FL-TEXT        PIC X(100).
003840     05  FILLER         PIC X(11) VALUE SPACES.
003850 01  RPT-TOTAL-LINE.
003860     05  FILLER         PIC X(10) VALUE "ERROS=    ".
003870     05  TL-ERRORS      PIC ZZZ9.
003880     05  FILLER         PIC X(10) VALUE "  AVISOS= ".
003890     05  TL-WARNINGS    PIC ZZZ9.
003900     05  FILLER         PIC X(04) VALUE "  RC".
003910     05  FILLER         PIC X(01) VALUE "=".
003920     05  TL-RC          PIC 9(02).
003930     05  FILLER         PIC X(97) VALUE SPACES.
003940 01  RPT-CLEAN-LINE     PIC X(132)
003950         VALUE "NENHUMA DIVERGENCIA ENCONTRADA.".
003960
003970 PROCEDURE DIVISION.
003980
003990*----------------------------------------------------------
004000* 0000-MAINLINE -- WEIGHTFL FIRST (THE SEGMENT LIST EVERY
004010* OTHER CHECK LEANS ON), THEN EACH CONTROL FILE IN THE
004020* ORDER THE BATCH LOADS THEM -- GOVMAST AFTER PARMFILE, WHOSE
004030* PIN DECIDES WHETHER THE FREEZES APPLY -- THEN THE TOTALS.
004040*----------------------------------------------------------
004050 0000-MAINLINE.
004060     OPEN OUTPUT PREFLIGHT-REPORT.
004070     IF WS-PREFLRPT-STATUS NOT = "00"
004080         DISPLAY "ERRO DE E/S NO ARQUIVO PREFLRPT STATUS="
004090                 WS-PREFLRPT-STATUS "; EXECUCAO ABORTADA."
004100         MOVE 12 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     MOVE RPT-TITLE-LINE TO PREFLIGHT-REPORT-RECORD.
004140     PERFORM 8900-WRITE-REPORT-LINE
004150             THRU 8900-WRITE-REPORT-LINE-EXIT.
004160     MOVE SPACES TO PREFLIGHT-REPORT-RECORD.
004170     PERFORM 8900-WRITE-REPORT-LINE
004180             THRU 8900-WRITE-REPORT-LINE-EXIT.
004190     MOVE RPT-HEAD-LINE TO PREFLIGHT-REPORT-RECORD.
004200     PERFORM 8900-WRITE-REPORT-LINE
004210             THRU 8900-WRITE-REPORT-LINE-EXIT.
004220
004230     PERFORM 1000-LOAD-WEIGHT-SEGMENTS
004240             THRU 1000-LOAD-WEIGHT-SEGMENTS-EXIT.
004250     PERFORM 2000-CHECK-PARMFILE
004260             THRU 2000-CHECK-PARMFILE-EXIT.
004270     PERFORM 3000-CHECK-GRADETAB
004280             THRU 3000-CHECK-GRADETAB-EXIT.
004290     PERFORM 4000-CHECK-REASONCD
004300             THRU 4000-CHECK-REASONCD-EXIT.
004310     PERFORM 5000-CHECK-POLICYRL
004320             THRU 5000-CHECK-POLICYRL-EXIT.
004330     PERFORM 6000-CHECK-GOVMAST
004340             THRU 6000-CHECK-GOVMAST-EXIT.
004350     PERFORM 6500-CHECK-SRCROST
004360             THRU 6500-CHECK-SRCROST-EXIT.
004370     PERFORM 7000-CHECK-BIZCAL
004380             THRU 7000-CHECK-BIZCAL-EXIT.
004390     PERFORM 9000-WRITE-TOTALS
004400             THRU 9000-WRITE-TOTALS-EXIT.
004410
004420     CLOSE PREFLIGHT-REPORT.
004430     MOVE WS-RC TO RETURN-CODE.
004440     STOP RUN.
004450
004460 0000-MAINLINE-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------
004500* 1000-LOAD-WEIGHT-SEGMENTS -- EVERY SEGMENT AND GENERATION
004510* NUMBER ON WEIGHTFL, WHATEVER ITS GOVERNANCE STATE.
004520*----------------------------------------------------------
004530 1000-LOAD-WEIGHT-SEGMENTS.
004540     OPEN INPUT WEIGHTS-FILE.
004550     IF WEIGHTS-FILE-OK
004560         PERFORM 1010-READ-ONE-WEIGHT
004570                 THRU 1010-READ-ONE-WEIGHT-EXIT
004580         PERFORM 1020-TAKE-ONE-WEIGHT
004590                 THRU 1020-TAKE-ONE-WEIGHT-EXIT
004600                     UNTIL WEIGHTS-EOF
004610     END-IF.
004620     CLOSE WEIGHTS-FILE.
004630     IF WeightSegCount > 0
004640         MOVE "Y" TO WS-SEG-CHECK-SW
004650     ELSE
004660         MOVE "AVISO" TO WS-SEVERITY
004670         MOVE "WEIGHTFL" TO FL-FILE
004680         MOVE 0 TO FL-ROW
004690         MOVE "SEM GERACOES GRAVADAS; SEGMENTOS NAO CONFERIDOS"
004700                 TO WS-FINDING-TEXT
004710         PERFORM 8000-WRITE-FINDING
004720                 THRU 8000-WRITE-FINDING-EXIT
004730     END-IF.
004740
004750 1000-LOAD-WEIGHT-SEGMENTS-EXIT.
004760     EXIT.
004770
004780 1010-READ-ONE-WEIGHT.
004790     READ WEIGHTS-FILE
004800         AT END
004810             CONTINUE
004820     END-READ.
004830
004840 1010-READ-ONE-WEIGHT-EXIT.
004850     EXIT.
004860
004870 1020-TAKE-ONE-WEIGHT.
004880     ADD 1 TO WeightRecordCount.
004890     MOVE WR-SEGMENT TO WS-SEG-LOOKUP.
004900     PERFORM 1100-FIND-WEIGHT-SEGMENT
004910             THRU 1100-FIND-WEIGHT-SEGMENT-EXIT.
004920     IF WS-SEG-FOUND-IX = 0 AND WeightSegCount < 50
004930         ADD 1 TO WeightSegCount
004940         MOVE WR-SEGMENT TO WT-SEGMENT(WeightSegCount)
004950         MOVE 0 TO WT-GRADE-ROWS(WeightSegCount)
004960     END-IF.
004970     IF WR-VERSION NUMERIC
004980         MOVE WR-VERSION TO WS-VER-LOOKUP
004990         PERFORM 1200-FIND-WEIGHT-VERSION
005000                 THRU 1200-FIND-WEIGHT-VERSION-EXIT
005010         IF WS-VER-FOUND-IX = 0 AND WeightVersionCount < 500
005020             ADD 1 TO WeightVersionCount
005030             MOVE WR-SEGMENT TO WV-SEGMENT(WeightVersionCount)
005040             MOVE WR-VERSION TO WV-VERSION(WeightVersionCount)
005050         END-IF
005060     END-IF.
005070     PERFORM 1010-READ-ONE-WEIGHT
005080             THRU 1010-READ-ONE-WEIGHT-EXIT.
005090
005100 1020-TAKE-ONE-WEIGHT-EXIT.
005110     EXIT.
005120
005130 1100-FIND-WEIGHT-SEGMENT.
005140     MOVE 0 TO WS-SEG-FOUND-IX.
005150     PERFORM 1110-MATCH-ONE-SEGMENT
005160             THRU 1110-MATCH-ONE-SEGMENT-EXIT
005170                 VARYING WS-SEG-IX FROM 1 BY 1
005180                 UNTIL WS-SEG-IX > WeightSegCount
005190                    OR WS-SEG-FOUND-IX > 0.
005200
005210 1100-FIND-WEIGHT-SEGMENT-EXIT.
005220     EXIT.
005230
005240 1110-MATCH-ONE-SEGMENT.
005250     IF WT-SEGMENT(WS-SEG-IX) = WS-SEG-LOOKUP
005260         MOVE WS-SEG-IX TO WS-SEG-FOUND-IX
005270     END-IF.
005280
005290 1110-MATCH-ONE-SEGMENT-EXIT.
005300     EXIT.
005310
005320 1200-FIND-WEIGHT-VERSION.
005330     MOVE 0 TO WS-VER-FOUND-IX.
005340     PERFORM 1210-MATCH-ONE-VERSION
005350             THRU 1210-MATCH-ONE-VERSION-EXIT
005360                 VARYING WS-VER-IX FROM 1 BY 1
005370                 UNTIL WS-VER-IX > WeightVersionCount
005380                    OR WS-VER-FOUND-IX > 0.
005390
005400 1200-FIND-WEIGHT-VERSION-EXIT.
005410     EXIT.
005420
005430 1210-MATCH-ONE-VERSION.
005440     IF WV-VERSION(WS-VER-IX) = WS-VER-LOOKUP
005450             AND (WS-SEG-LOOKUP = SPACES
005460                  OR WV-SEGMENT(WS-VER-IX) = WS-SEG-LOOKUP)
005470         MOVE WS-VER-IX TO WS-VER-FOUND-IX
005480     END-IF.
005490
005500 1210-MATCH-ONE-VERSION-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------
005540* 2000-CHECK-PARMFILE -- THE CARDS IN THE ORDER THE BATCH
005550* READS THEM. A MISSING PARMFILE RUNS ON DEFAULTS, WHICH
005560* IS LEGAL BUT RARELY MEANT.
005570*----------------------------------------------------------
005580 2000-CHECK-PARMFILE.
005590     MOVE "PARMFILE" TO FL-FILE.
005600     MOVE 0 TO WS-CARD-NUMBER.
005610     OPEN INPUT PARM-FILE.
005620     IF PARM-FILE-NOT-FOUND
005630         MOVE "AVISO" TO WS-SEVERITY
005640         MOVE 0 TO FL-ROW
005650         MOVE "ARQUIVO AUSENTE; O LOTE RODARA COM OS DEFAULTS"
005660                 TO WS-FINDING-TEXT
005670         PERFORM 8000-WRITE-FINDING
005680                 THRU 8000-WRITE-FINDING-EXIT
005690         IF WS-PARM-STATUS = "05"
005700             CLOSE PARM-FILE
005710         END-IF
005720         GO TO 2000-CHECK-PARMFILE-EXIT
005730     END-IF.
005740
005750     PERFORM 2050-READ-PARM-CARD
005760             THRU 2050-READ-PARM-CARD-EXIT.
005770     IF PARM-EOF
005780         MOVE "AVISO" TO WS-SEVERITY
005790         MOVE 0 TO FL-ROW
005800         MOVE "ARQUIVO VAZIO; O LOTE RODARA COM OS DEFAULTS"
005810                 TO WS-FINDING-TEXT
005820         PERFORM 8000-WRITE-FINDING
005830                 THRU 8000-WRITE-FINDING-EXIT
005840         CLOSE PARM-FILE
005850         GO TO 2000-CHECK-PARMFILE-EXIT
005860     END-IF.
005870     PERFORM 2100-CHECK-MAIN-CARD
005880             THRU 2100-CHECK-MAIN-CARD-EXIT.
005890
005900     PERFORM 2050-READ-PARM-CARD
005910             THRU 2050-READ-PARM-CARD-EXIT.
005920     IF NOT PARM-EOF
005930         PERFORM 2200-CHECK-ONE-RANGE
005940                 THRU 2200-CHECK-ONE-RANGE-EXIT
005950                     VARYING FeatureIndex FROM 1 BY 1
005960                     UNTIL FeatureIndex > 5
005970         PERFORM 2050-READ-PARM-CARD
005980                 THRU 2050-READ-PARM-CARD-EXIT
005990     END-IF.
006000     IF NOT PARM-EOF
006010         PERFORM 2300-CHECK-DRIFT-CARD
006020                 THRU 2300-CHECK-DRIFT-CARD-EXIT
006030         PERFORM 2050-READ-PARM-CARD
006040                 THRU 2050-READ-PARM-CARD-EXIT
006050     END-IF.
006060     PERFORM 2400-CHECK-REFERRAL-CARD
006070             THRU 2400-CHECK-REFERRAL-CARD-EXIT
006080                 UNTIL PARM-EOF.
006090     CLOSE PARM-FILE.
006100
006110 2000-CHECK-PARMFILE-EXIT.
006120     EXIT.
006130
006140 2050-READ-PARM-CARD.
006150     READ PARM-FILE
006160         AT END
006170             CONTINUE
006180         NOT AT END
006190             ADD 1 TO WS-CARD-NUMBER
006200     END-READ.
006210
006220 2050-READ-PARM-CARD-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------
006260* 2100-CHECK-MAIN-CARD -- THE FIELDS THE BATCH WOULD QUIETLY
006270* REPLACE WITH A DEFAULT, AND THE GENERATION PINS IT WOULD
006280* ABORT OR SKIP ON. A PIN IS CHECKED EVEN WITH NO WEIGHTFL:
006290* THE BATCH ABORTS ON IT ALL THE SAME.
006300*----------------------------------------------------------
006310 2100-CHECK-MAIN-CARD.
006320     MOVE WS-CARD-NUMBER TO FL-ROW.
006330     IF PM-FEATURE-COUNT NOT NUMERIC
006340             OR PM-FEATURE-COUNT < 1 OR PM-FEATURE-COUNT > 5
006350         MOVE "ERRO " TO WS-SEVERITY
006360         MOVE "QTD DE FATORES FORA DE 1-5; O LOTE USARIA 3"
006370                 TO WS-FINDING-TEXT
006380         PERFORM 8000-WRITE-FINDING
006390                 THRU 8000-WRITE-FINDING-EXIT
006400     ELSE
006410         MOVE PM-FEATURE-COUNT TO FeatureCount
006420     END-IF.
006430     IF PM-TAXA-APREN NOT NUMERIC
006440         MOVE "ERRO " TO WS-SEVERITY
006450         MOVE "TAXA DE APRENDIZADO NAO NUMERICA"
006460                 TO WS-FINDING-TEXT
006470         PERFORM 8000-WRITE-FINDING
006480                 THRU 8000-WRITE-FINDING-EXIT
006490     END-IF.
006500     IF PM-USE-BIAS NOT = "S" AND NOT = "N"
006510         MOVE "AVISO" TO WS-SEVERITY
006520         MOVE "INDICADOR DE BIAS DIFERENTE DE S/N"
006530                 TO WS-FINDING-TEXT
006540         PERFORM 8000-WRITE-FINDING
006550                 THRU 8000-WRITE-FINDING-EXIT
006560     END-IF.
006570     IF PM-RUN-MODE NOT = "S" AND NOT = "T"
006580         MOVE "AVISO" TO WS-SEVERITY
006590         MOVE "MODO DE EXECUCAO DIFERENTE DE S/T; O LOTE TREINA"
006600                 TO WS-FINDING-TEXT
006610         PERFORM 8000-WRITE-FINDING
006620                 THRU 8000-WRITE-FINDING-EXIT
006630     END-IF.
006640     IF PM-WEIGHTS-VERSION NUMERIC
006650         MOVE PM-WEIGHTS-VERSION TO PinnedVersion
006660     END-IF.
006670     IF PinnedVersion > 0
006680         MOVE PinnedVersion TO WS-VER-LOOKUP
006690         MOVE SPACES TO WS-SEG-LOOKUP
006700         PERFORM 1200-FIND-WEIGHT-VERSION
006710                 THRU 1200-FIND-WEIGHT-VERSION-EXIT
006720         IF WS-VER-FOUND-IX = 0
006730             MOVE "ERRO " TO WS-SEVERITY
006740             MOVE PM-WEIGHTS-VERSION TO WS-EDIT-VERSION
006750             MOVE SPACES TO WS-FINDING-TEXT
006760             STRING "GERACAO FIXADA " WS-EDIT-VERSION
006770                     " NAO EXISTE NO WEIGHTFL"
006780                     DELIMITED BY SIZE
006790                     INTO WS-FINDING-TEXT
006800             PERFORM 8000-WRITE-FINDING
006810                     THRU 8000-WRITE-FINDING-EXIT
006820         END-IF
006830     END-IF.
006840     IF PM-SHADOW-VERSION NUMERIC
006850             AND PM-SHADOW-VERSION > 0
006860             AND SEGMENTS-CHECKABLE
006870         MOVE PM-SHADOW-VERSION TO WS-VER-LOOKUP
006880         MOVE SPACES TO WS-SEG-LOOKUP
006890         PERFORM 1200-FIND-WEIGHT-VERSION
006900                 THRU 1200-FIND-WEIGHT-VERSION-EXIT
006910         IF WS-VER-FOUND-IX = 0
006920             MOVE "AVISO" TO WS-SEVERITY
006930             MOVE PM-SHADOW-VERSION TO WS-EDIT-VERSION
006940             MOVE SPACES TO WS-FINDING-TEXT
006950             STRING "GERACAO SOMBRA " WS-EDIT-VERSION
006960                     " NAO EXISTE NO WEIGHTFL"
006970                     DELIMITED BY SIZE
006980                     INTO WS-FINDING-TEXT
006990             PERFORM 8000-WRITE-FINDING
007000                     THRU 8000-WRITE-FINDING-EXIT
007010         END-IF
007020     END-IF.
007030
007040 2100-CHECK-MAIN-CARD-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------
007080* 2200-CHECK-ONE-RANGE -- THE BATCH FALLS BACK TO 0.00-1.00
007090* FOR A RANGE IT CANNOT USE, WHICH REJECTS OR PASSES THE
007100* WRONG CASES; SO A BROKEN RANGE IS AN ERROR HERE.
007110*----------------------------------------------------------
007120 2200-CHECK-ONE-RANGE.
007130     MOVE WS-CARD-NUMBER TO FL-ROW.
007140     IF PR-FEATURE-MIN(FeatureIndex) NOT NUMERIC
007150             OR PR-FEATURE-MAX(FeatureIndex) NOT NUMERIC
007160         MOVE "ERRO " TO WS-SEVERITY
007170         MOVE SPACES TO WS-FINDING-TEXT
007180         STRING "FAIXA DE X" FeatureIndex
007190                 " NAO NUMERICA"
007200                 DELIMITED BY SIZE
007210                 INTO WS-FINDING-TEXT
007220         PERFORM 8000-WRITE-FINDING
007230                 THRU 8000-WRITE-FINDING-EXIT
007240         GO TO 2200-CHECK-ONE-RANGE-EXIT
007250     END-IF.
007260     IF PR-FEATURE-MIN(FeatureIndex)
007270             > PR-FEATURE-MAX(FeatureIndex)
007280         MOVE "ERRO " TO WS-SEVERITY
007290         MOVE PR-FEATURE-MIN(FeatureIndex) TO WS-EDIT-MIN
007300         MOVE PR-FEATURE-MAX(FeatureIndex) TO WS-EDIT-MAX
007310         MOVE SPACES TO WS-FINDING-TEXT
007320         STRING "FAIXA DE X" FeatureIndex
007330                 " COM MINIMO " WS-EDIT-MIN
007340                 " ACIMA DO MAXIMO " WS-EDIT-MAX
007350                 DELIMITED BY SIZE
007360                 INTO WS-FINDING-TEXT
007370         PERFORM 8000-WRITE-FINDING
007380                 THRU 8000-WRITE-FINDING-EXIT
007390     END-IF.
007400
007410 2200-CHECK-ONE-RANGE-EXIT.
007420     EXIT.
007430
007440 2300-CHECK-DRIFT-CARD.
007450     MOVE WS-CARD-NUMBER TO FL-ROW.
007460     IF PD-RATE-TOL NOT NUMERIC
007470             OR PD-MARGEM-TOL NOT NUMERIC
007480             OR PD-FEAT-TOL NOT NUMERIC
007490             OR PD-EXC-TOL NOT NUMERIC
007500         MOVE "AVISO" TO WS-SEVERITY
007510         MOVE "TOLERANCIA DE DERIVA NAO NUMERICA; DEFAULT EM USO"
007520                 TO WS-FINDING-TEXT
007530         PERFORM 8000-WRITE-FINDING
007540                 THRU 8000-WRITE-FINDING-EXIT
007550     END-IF.
007560
007570 2300-CHECK-DRIFT-CARD-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------
007610* 2400-CHECK-REFERRAL-CARD -- ONE BAND PER SEGMENT. THE BATCH
007620* KEEPS THE FIRST CARD OF A SEGMENT AND DROPS THE REST, SO
007630* A SECOND CARD (OVERLAPPING OR NOT) NEVER TAKES EFFECT.
007640* A BAND FOR A SEGMENT WITH NO WEIGHTS NEVER FIRES.
007650*----------------------------------------------------------
007660 2400-CHECK-REFERRAL-CARD.
007670     MOVE WS-CARD-NUMBER TO FL-ROW.
007680     MOVE "ERRO " TO WS-SEVERITY.
007690     IF PB-SEGMENT = SPACES
007700         MOVE "FAIXA DE ENCAMINHAMENTO SEM SEGMENTO"
007710                 TO WS-FINDING-TEXT
007720         PERFORM 8000-WRITE-FINDING
007730                 THRU 8000-WRITE-FINDING-EXIT
007740         GO TO 2400-CHECK-REFERRAL-NEXT
007750     END-IF.
007760     IF PB-REF-MIN NOT NUMERIC OR PB-REF-MAX NOT NUMERIC
007770         MOVE SPACES TO WS-FINDING-TEXT
007780         STRING "FAIXA DE ENCAMINHAMENTO DO SEGMENTO "
007790                 PB-SEGMENT " NAO NUMERICA"
007800                 DELIMITED BY SIZE
007810                 INTO WS-FINDING-TEXT
007820         PERFORM 8000-WRITE-FINDING
007830                 THRU 8000-WRITE-FINDING-EXIT
007840         GO TO 2400-CHECK-REFERRAL-NEXT
007850     END-IF.
007860     MOVE PB-REF-MIN TO WS-EDIT-MIN.
007870     MOVE PB-REF-MAX TO WS-EDIT-MAX.
007880     IF PB-REF-MIN > PB-REF-MAX
007890         MOVE SPACES TO WS-FINDING-TEXT
007900         STRING "FAIXA DE ENCAMINHAMENTO DO SEGMENTO "
007910                 PB-SEGMENT " INVERTIDA:" WS-EDIT-MIN
007920                 " A" WS-EDIT-MAX
007930                 DELIMITED BY SIZE
007940                 INTO WS-FINDING-TEXT
007950         PERFORM 8000-WRITE-FINDING
007960                 THRU 8000-WRITE-FINDING-EXIT
007970     END-IF.
007980     IF SEGMENTS-CHECKABLE
007990         MOVE PB-SEGMENT TO WS-SEG-LOOKUP
008000         PERFORM 1100-FIND-WEIGHT-SEGMENT
008010                 THRU 1100-FIND-WEIGHT-SEGMENT-EXIT
008020         IF WS-SEG-FOUND-IX = 0
008030             MOVE SPACES TO WS-FINDING-TEXT
008040             STRING "FAIXA DE ENCAMINHAMENTO PARA SEGMENTO "
008050                     PB-SEGMENT " SEM PESOS NO WEIGHTFL"
008060                     DELIMITED BY SIZE
008070                     INTO WS-FINDING-TEXT
008080             PERFORM 8000-WRITE-FINDING
008090                     THRU 8000-WRITE-FINDING-EXIT
008100         END-IF
008110     END-IF.
008120     MOVE 0 TO WS-RB-FOUND-IX.
008130     PERFORM 2410-MATCH-ONE-BAND
008140             THRU 2410-MATCH-ONE-BAND-EXIT
008150                 VARYING WS-RB-IX FROM 1 BY 1
008160                 UNTIL WS-RB-IX > ReferralBandCount
008170                    OR WS-RB-FOUND-IX > 0.
008180     IF WS-RB-FOUND-IX > 0
008190         MOVE RB-CARD(WS-RB-FOUND-IX) TO WS-EDIT-COUNT
008200         MOVE SPACES TO WS-FINDING-TEXT
008210         IF PB-REF-MIN NOT > RB-MAX(WS-RB-FOUND-IX)
008220                 AND PB-REF-MAX NOT < RB-MIN(WS-RB-FOUND-IX)
008230             STRING "FAIXA DO SEGMENTO " PB-SEGMENT
008240                     " SOBREPOE A DO CARTAO" WS-EDIT-COUNT
008250                     "; SO A PRIMEIRA VALE"
008260                     DELIMITED BY SIZE
008270                     INTO WS-FINDING-TEXT
008280         ELSE
008290             STRING "SEGMENTO " PB-SEGMENT
008300                     " REPETE O CARTAO" WS-EDIT-COUNT
008310                     "; SO A PRIMEIRA FAIXA VALE"
008320                     DELIMITED BY SIZE
008330                     INTO WS-FINDING-TEXT
008340         END-IF
008350         PERFORM 8000-WRITE-FINDING
008360                 THRU 8000-WRITE-FINDING-EXIT
008370         GO TO 2400-CHECK-REFERRAL-NEXT
008380     END-IF.
008390     IF PB-REF-MIN > PB-REF-MAX
008400         GO TO 2400-CHECK-REFERRAL-NEXT
008410     END-IF.
008420     IF AcceptedBandCount = 10
008430         MOVE SPACES TO WS-FINDING-TEXT
008440         STRING "MAIS DE 10 FAIXAS; SEGMENTO " PB-SEGMENT
008450                 " SERIA IGNORADO PELO LOTE"
008460                 DELIMITED BY SIZE
008470                 INTO WS-FINDING-TEXT
008480         PERFORM 8000-WRITE-FINDING
008490                 THRU 8000-WRITE-FINDING-EXIT
008500     ELSE
008510         ADD 1 TO AcceptedBandCount
008520     END-IF.
008530     IF ReferralBandCount < 50
008540         ADD 1 TO ReferralBandCount
008550         MOVE PB-SEGMENT TO RB-SEGMENT(ReferralBandCount)
008560         MOVE PB-REF-MIN TO RB-MIN(ReferralBandCount)
008570         MOVE PB-REF-MAX TO RB-MAX(ReferralBandCount)
008580         MOVE WS-CARD-NUMBER TO RB-CARD(ReferralBandCount)
008590     END-IF.
008600
008610 2400-CHECK-REFERRAL-NEXT.
008620     PERFORM 2050-READ-PARM-CARD
008630             THRU 2050-READ-PARM-CARD-EXIT.
008640
008650 2400-CHECK-REFERRAL-CARD-EXIT.
008660     EXIT.
008670
008680 2410-MATCH-ONE-BAND.
008690     IF RB-SEGMENT(WS-RB-IX) = PB-SEGMENT
008700         MOVE WS-RB-IX TO WS-RB-FOUND-IX
008710     END-IF.
008720
008730 2410-MATCH-ONE-BAND-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------
008770* 3000-CHECK-GRADETAB -- ROW BY ROW FOR VALIDITY AND ORDER
008780* (EACH SEGMENT'S LIMITS MUST CLIMB STRICTLY IN FILE ORDER),
008790* THEN SEGMENT BY SEGMENT FOR THE CATCH-ALL ROW, AND LAST
008800* THE WEIGHTED SEGMENTS THAT WOULD GRADE EVERY CASE '-'.
008810*----------------------------------------------------------
008820 3000-CHECK-GRADETAB.
008830     MOVE "GRADETAB" TO FL-FILE.
008840     MOVE 0 TO WS-ROW-NUMBER.
008850     OPEN INPUT GRADE-TABLE-FILE.
008860     IF GRADETAB-NOT-FOUND
008870         MOVE "AVISO" TO WS-SEVERITY
008880         MOVE 0 TO FL-ROW
008890         MOVE "ARQUIVO AUSENTE; TODO CASO SAIRA SEM GRAU (-)"
008900                 TO WS-FINDING-TEXT
008910         PERFORM 8000-WRITE-FINDING
008920                 THRU 8000-WRITE-FINDING-EXIT
008930         IF WS-GRADETAB-STATUS = "05"
008940             CLOSE GRADE-TABLE-FILE
008950         END-IF
008960         GO TO 3000-CHECK-GRADETAB-EXIT
008970     END-IF.
008980     PERFORM 3010-READ-ONE-GRADE-ROW
008990             THRU 3010-READ-ONE-GRADE-ROW-EXIT.
009000     PERFORM 3020-CHECK-ONE-GRADE-ROW
009010             THRU 3020-CHECK-ONE-GRADE-ROW-EXIT
009020                 UNTIL GRADETAB-EOF.
009030     CLOSE GRADE-TABLE-FILE.
009040     PERFORM 3100-CHECK-ONE-GRADE-SEGMENT
009050             THRU 3100-CHECK-ONE-GRADE-SEGMENT-EXIT
009060                 VARYING WS-GS-IX FROM 1 BY 1
009070                 UNTIL WS-GS-IX > GradeSegCount.
009080     PERFORM 3200-CHECK-UNGRADED-SEGMENT
009090             THRU 3200-CHECK-UNGRADED-SEGMENT-EXIT
009100                 VARYING WS-SEG-IX FROM 1 BY 1
009110                 UNTIL WS-SEG-IX > WeightSegCount.
009120
009130 3000-CHECK-GRADETAB-EXIT.
009140     EXIT.
009150
009160 3010-READ-ONE-GRADE-ROW.
009170     READ GRADE-TABLE-FILE
009180         AT END
009190             CONTINUE
009200         NOT AT END
009210             ADD 1 TO WS-ROW-NUMBER
009220     END-READ.
009230
009240 3010-READ-ONE-GRADE-ROW-EXIT.
009250     EXIT.
009260
009270 3020-CHECK-ONE-GRADE-ROW.
009280     MOVE WS-ROW-NUMBER TO FL-ROW.
009290     MOVE "ERRO " TO WS-SEVERITY.
009300     IF GB-SEGMENT = SPACES
009310             OR GB-LIMIT NOT NUMERIC
009320             OR GB-GRADE = SPACE
009330         MOVE "LINHA INVALIDA (SEGMENTO, LIMITE OU GRAU)"
009340                 TO WS-FINDING-TEXT
009350         PERFORM 8000-WRITE-FINDING
009360                 THRU 8000-WRITE-FINDING-EXIT
009370         GO TO 3020-CHECK-ONE-GRADE-NEXT
009380     END-IF.
009390     ADD 1 TO GradeRowCount.
009400     IF GradeRowCount = 61
009410         MOVE "MAIS DE 60 LINHAS; O LOTE IGNORA AS EXCEDENTES"
009420                 TO WS-FINDING-TEXT
009430         PERFORM 8000-WRITE-FINDING
009440                 THRU 8000-WRITE-FINDING-EXIT
009450     END-IF.
009460     MOVE 0 TO WS-GS-FOUND-IX.
009470     PERFORM 3030-MATCH-ONE-GRADE-SEGMENT
009480             THRU 3030-MATCH-ONE-GRADE-SEGMENT-EXIT
009490                 VARYING WS-GS-IX FROM 1 BY 1
009500                 UNTIL WS-GS-IX > GradeSegCount
009510                    OR WS-GS-FOUND-IX > 0.
009520     IF WS-GS-FOUND-IX = 0
009530         IF GradeSegCount < 50
009540             ADD 1 TO GradeSegCount
009550             MOVE GB-SEGMENT TO GS-SEGMENT(GradeSegCount)
009560             MOVE GB-LIMIT   TO GS-LAST-LIMIT(GradeSegCount)
009570             MOVE GB-LIMIT   TO GS-HIGH-LIMIT(GradeSegCount)
009580         END-IF
009590         GO TO 3020-CHECK-ONE-GRADE-NEXT
009600     END-IF.
009610     IF GB-LIMIT NOT > GS-LAST-LIMIT(WS-GS-FOUND-IX)
009620         MOVE GB-LIMIT TO WS-EDIT-MIN
009630         MOVE GS-LAST-LIMIT(WS-GS-FOUND-IX) TO WS-EDIT-MAX
009640         MOVE SPACES TO WS-FINDING-TEXT
009650         STRING "SEGMENTO " GB-SEGMENT
009660                 " FORA DE ORDEM: LIMITE" WS-EDIT-MIN
009670                 " NAO SUPERA O ANTERIOR" WS-EDIT-MAX
009680                 DELIMITED BY SIZE
009690                 INTO WS-FINDING-TEXT
009700         PERFORM 8000-WRITE-FINDING
009710                 THRU 8000-WRITE-FINDING-EXIT
009720     END-IF.
009730     MOVE GB-LIMIT TO GS-LAST-LIMIT(WS-GS-FOUND-IX).
009740     IF GB-LIMIT > GS-HIGH-LIMIT(WS-GS-FOUND-IX)
009750         MOVE GB-LIMIT TO GS-HIGH-LIMIT(WS-GS-FOUND-IX)
009760     END-IF.
009770
009780 3020-CHECK-ONE-GRADE-NEXT.
009790     PERFORM 3010-READ-ONE-GRADE-ROW
009800             THRU 3010-READ-ONE-GRADE-ROW-EXIT.
009810
009820 3020-CHECK-ONE-GRADE-ROW-EXIT.
009830     EXIT.
009840
009850 3030-MATCH-ONE-GRADE-SEGMENT.
009860     IF GS-SEGMENT(WS-GS-IX) = GB-SEGMENT
009870         MOVE WS-GS-IX TO WS-GS-FOUND-IX
009880     END-IF.
009890
009900 3030-MATCH-ONE-GRADE-SEGMENT-EXIT.
009910     EXIT.
009920
009930 3100-CHECK-ONE-GRADE-SEGMENT.
009940     MOVE 0 TO FL-ROW.
009950     IF GS-HIGH-LIMIT(WS-GS-IX) < WS-CATCH-ALL-LIMIT
009960         MOVE "ERRO " TO WS-SEVERITY
009970         MOVE GS-HIGH-LIMIT(WS-GS-IX) TO WS-EDIT-MAX
009980         MOVE SPACES TO WS-FINDING-TEXT
009990         STRING "SEGMENTO " GS-SEGMENT(WS-GS-IX)
010000                 " SEM LINHA PEGA-TUDO +9999.99; MAIOR LIMITE"
010010                 WS-EDIT-MAX
010020                 DELIMITED BY SIZE
010030                 INTO WS-FINDING-TEXT
010040         PERFORM 8000-WRITE-FINDING
010050                 THRU 8000-WRITE-FINDING-EXIT
010060     END-IF.
010070     MOVE GS-SEGMENT(WS-GS-IX) TO WS-SEG-LOOKUP.
010080     PERFORM 1100-FIND-WEIGHT-SEGMENT
010090             THRU 1100-FIND-WEIGHT-SEGMENT-EXIT.
010100     IF WS-SEG-FOUND-IX > 0
010110         ADD 1 TO WT-GRADE-ROWS(WS-SEG-FOUND-IX)
010120     ELSE
010130         IF SEGMENTS-CHECKABLE
010140             MOVE "AVISO" TO WS-SEVERITY
010150             MOVE SPACES TO WS-FINDING-TEXT
010160             STRING "SEGMENTO " GS-SEGMENT(WS-GS-IX)
010170                     " SEM PESOS NO WEIGHTFL; LINHAS SEM USO"
010180                     DELIMITED BY SIZE
010190                     INTO WS-FINDING-TEXT
010200             PERFORM 8000-WRITE-FINDING
010210                     THRU 8000-WRITE-FINDING-EXIT
010220         END-IF
010230     END-IF.
010240
010250 3100-CHECK-ONE-GRADE-SEGMENT-EXIT.
010260     EXIT.
010270
010280 3200-CHECK-UNGRADED-SEGMENT.
010290     IF WT-GRADE-ROWS(WS-SEG-IX) = 0
010300         MOVE "AVISO" TO WS-SEVERITY
010310         MOVE 0 TO FL-ROW
010320         MOVE SPACES TO WS-FINDING-TEXT
010330         STRING "SEGMENTO " WT-SEGMENT(WS-SEG-IX)
010340                 " DO WEIGHTFL SEM LINHAS; CASOS SAIRAO SEM GRAU"
010350                 DELIMITED BY SIZE
010360                 INTO WS-FINDING-TEXT
010370         PERFORM 8000-WRITE-FINDING
010380                 THRU 8000-WRITE-FINDING-EXIT
010390     END-IF.
010400
010410 3200-CHECK-UNGRADED-SEGMENT-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------
010450* 4000-CHECK-REASONCD -- EVERY FEATURE THE CARD TURNS ON
010460* MUST HAVE WORDING, OR A DECLINE LETTER GOES OUT SAYING
010470* "SEM MOTIVO CADASTRADO".
010480*----------------------------------------------------------
010490 4000-CHECK-REASONCD.
010500     MOVE "REASONCD" TO FL-FILE.
010510     MOVE 0 TO WS-ROW-NUMBER.
010520     MOVE ALL "N" TO REASON-SEEN-TABLE.
010530     OPEN INPUT REASON-CODES.
010540     IF REASONCD-FILE-OK
010550         PERFORM 4010-READ-ONE-REASON
010560                 THRU 4010-READ-ONE-REASON-EXIT
010570         PERFORM 4020-CHECK-ONE-REASON
010580                 THRU 4020-CHECK-ONE-REASON-EXIT
010590                     UNTIL REASONCD-EOF
010600     END-IF.
010610     CLOSE REASON-CODES.
010620     PERFORM 4100-CHECK-ONE-FEATURE-TEXT
010630             THRU 4100-CHECK-ONE-FEATURE-TEXT-EXIT
010640                 VARYING FeatureIndex FROM 1 BY 1
010650                 UNTIL FeatureIndex > FeatureCount.
010660
010670 4000-CHECK-REASONCD-EXIT.
010680     EXIT.
010690
010700 4010-READ-ONE-REASON.
010710     READ REASON-CODES
010720         AT END
010730             CONTINUE
010740         NOT AT END
010750             ADD 1 TO WS-ROW-NUMBER
010760     END-READ.
010770
010780 4010-READ-ONE-REASON-EXIT.
010790     EXIT.
010800
010810 4020-CHECK-ONE-REASON.
010820     MOVE WS-ROW-NUMBER TO FL-ROW.
010830     IF RZ-FEATURE-NUM NOT NUMERIC
010840             OR RZ-FEATURE-NUM < 1 OR RZ-FEATURE-NUM > 5
010850         MOVE "AVISO" TO WS-SEVERITY
010860         MOVE "NUMERO DE FATOR FORA DE 1-5; LINHA IGNORADA"
010870                 TO WS-FINDING-TEXT
010880         PERFORM 8000-WRITE-FINDING
010890                 THRU 8000-WRITE-FINDING-EXIT
010900     ELSE
010910         IF RZ-TEXT NOT = SPACES
010920             MOVE "S" TO RS-SEEN(RZ-FEATURE-NUM)
010930         END-IF
010940     END-IF.
010950     PERFORM 4010-READ-ONE-REASON
010960             THRU 4010-READ-ONE-REASON-EXIT.
010970
010980 4020-CHECK-ONE-REASON-EXIT.
010990     EXIT.
011000
011010 4100-CHECK-ONE-FEATURE-TEXT.
011020     IF RS-SEEN(FeatureIndex) NOT = "S"
011030         MOVE "ERRO " TO WS-SEVERITY
011040         MOVE 0 TO FL-ROW
011050         MOVE SPACES TO WS-FINDING-TEXT
011060         STRING "FATOR X" FeatureIndex
011070                 " ATIVO NO PARMFILE SEM TEXTO DE MOTIVO"
011080                 DELIMITED BY SIZE
011090                 INTO WS-FINDING-TEXT
011100         PERFORM 8000-WRITE-FINDING
011110                 THRU 8000-WRITE-FINDING-EXIT
011120     END-IF.
011130
011140 4100-CHECK-ONE-FEATURE-TEXT-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------
011180* 5000-CHECK-POLICYRL -- A RULE THE BATCH CANNOT LOAD IS
011190* DROPPED WITH A NOTE NOBODY READS; A RULE ON A FEATURE
011200* THE CARD DOES NOT TURN ON, OR ON A SEGMENT WITH NO
011210* WEIGHTS, NEVER FIRES.
011220*----------------------------------------------------------
011230 5000-CHECK-POLICYRL.
011240     MOVE "POLICYRL" TO FL-FILE.
011250     MOVE 0 TO WS-ROW-NUMBER.
011260     OPEN INPUT POLICY-RULES-FILE.
011270     IF POLICYRL-FILE-OK
011280         PERFORM 5010-READ-ONE-POLICY-RULE
011290                 THRU 5010-READ-ONE-POLICY-RULE-EXIT
011300         PERFORM 5020-CHECK-ONE-POLICY-RULE
011310                 THRU 5020-CHECK-ONE-POLICY-RULE-EXIT
011320                     UNTIL POLICYRL-EOF
011330     END-IF.
011340     CLOSE POLICY-RULES-FILE.
011350
011360 5000-CHECK-POLICYRL-EXIT.
011370     EXIT.
011380
011390 5010-READ-ONE-POLICY-RULE.
011400     READ POLICY-RULES-FILE
011410         AT END
011420             CONTINUE
011430         NOT AT END
011440             ADD 1 TO WS-ROW-NUMBER
011450     END-READ.
011460
011470 5010-READ-ONE-POLICY-RULE-EXIT.
011480     EXIT.
011490
011500 5020-CHECK-ONE-POLICY-RULE.
011510     MOVE WS-ROW-NUMBER TO FL-ROW.
011520     MOVE "ERRO " TO WS-SEVERITY.
011530     IF PL-SEGMENT = SPACES
011540             OR PL-FEATURE-NUM NOT NUMERIC
011550             OR PL-FEATURE-NUM < 1
011560             OR PL-FEATURE-NUM > 5
011570             OR (PL-COMPARE NOT = ">" AND NOT = ">="
011580                 AND NOT = "<" AND NOT = "<="
011590                 AND NOT = "=" AND NOT = "<>")
011600             OR PL-LIMIT NOT NUMERIC
011610             OR (PL-DECISION NOT = "0" AND NOT = "1"
011620                 AND NOT = "R")
011630             OR PL-RULE-CODE = SPACES
011640         MOVE SPACES TO WS-FINDING-TEXT
011650         STRING "REGRA " PL-RULE-CODE
011660                 " INVALIDA; O LOTE A IGNORARIA"
011670                 DELIMITED BY SIZE
011680                 INTO WS-FINDING-TEXT
011690         PERFORM 8000-WRITE-FINDING
011700                 THRU 8000-WRITE-FINDING-EXIT
011710         GO TO 5020-CHECK-ONE-POLICY-NEXT
011720     END-IF.
011730     IF PL-FEATURE-NUM > FeatureCount
011740         MOVE SPACES TO WS-FINDING-TEXT
011750         STRING "REGRA " PL-RULE-CODE " TESTA X"
011760                 PL-FEATURE-NUM
011770                 ", FATOR NAO ATIVO NO PARMFILE"
011780                 DELIMITED BY SIZE
011790                 INTO WS-FINDING-TEXT
011800         PERFORM 8000-WRITE-FINDING
011810                 THRU 8000-WRITE-FINDING-EXIT
011820     END-IF.
011830     IF PL-SEGMENT NOT = "**" AND SEGMENTS-CHECKABLE
011840         MOVE PL-SEGMENT TO WS-SEG-LOOKUP
011850         PERFORM 1100-FIND-WEIGHT-SEGMENT
011860                 THRU 1100-FIND-WEIGHT-SEGMENT-EXIT
011870         IF WS-SEG-FOUND-IX = 0
011880             MOVE SPACES TO WS-FINDING-TEXT
011890             STRING "REGRA " PL-RULE-CODE " PARA SEGMENTO "
011900                     PL-SEGMENT " SEM PESOS NO WEIGHTFL"
011910                     DELIMITED BY SIZE
011920                     INTO WS-FINDING-TEXT
011930             PERFORM 8000-WRITE-FINDING
011940                     THRU 8000-WRITE-FINDING-EXIT
011950         END-IF
011960     END-IF.
011970
011980 5020-CHECK-ONE-POLICY-NEXT.
011990     PERFORM 5010-READ-ONE-POLICY-RULE
012000             THRU 5010-READ-ONE-POLICY-RULE-EXIT.
012010
012020 5020-CHECK-ONE-POLICY-RULE-EXIT.
012030     EXIT.
012040
012050*----------------------------------------------------------
012060* 6000-CHECK-GOVMAST -- REPLAY THE GOVERNANCE ACTIONS AS THE
012070* BATCH'S 1090 DOES, THEN HOLD EACH FROZEN SEGMENT'S
012080* GENERATION AGAINST WEIGHTFL. ON AN UNPINNED RUN THE BATCH
012090* ABORTS WHEN A FROZEN SEGMENT DOES NOT COME UP ON EXACTLY
012100* THAT GENERATION -- GONE FROM WEIGHTFL, OR RETIRED BY A
012110* LATER ACTION -- AND WHEN THE ACTIONS OVERFLOW ITS TABLES.
012120*----------------------------------------------------------
012130 6000-CHECK-GOVMAST.
012140     MOVE "GOVMAST" TO FL-FILE.
012150     MOVE 0 TO WS-ROW-NUMBER.
012160     OPEN INPUT GOVERNANCE-FILE.
012170     IF GOV-FILE-OK
012180         PERFORM 6010-READ-ONE-GOV-ACTION
012190                 THRU 6010-READ-ONE-GOV-ACTION-EXIT
012200         PERFORM 6020-TAKE-ONE-GOV-ACTION
012210                 THRU 6020-TAKE-ONE-GOV-ACTION-EXIT
012220                     UNTIL GOV-EOF OR GOVERNANCE-TABLE-FULL
012230     END-IF.
012240     CLOSE GOVERNANCE-FILE.
012250     IF PinnedVersion = 0 AND NOT GOVERNANCE-TABLE-FULL
012260         PERFORM 6100-CHECK-ONE-FROZEN-SEGMENT
012270                 THRU 6100-CHECK-ONE-FROZEN-SEGMENT-EXIT
012280                     VARYING WS-GF-IX FROM 1 BY 1
012290                     UNTIL WS-GF-IX > GovFreezeCount
012300     END-IF.
012310
012320 6000-CHECK-GOVMAST-EXIT.
012330     EXIT.
012340
012350 6010-READ-ONE-GOV-ACTION.
012360     READ GOVERNANCE-FILE
012370         AT END
012380             CONTINUE
012390         NOT AT END
012400             ADD 1 TO WS-ROW-NUMBER
012410     END-READ.
012420
012430 6010-READ-ONE-GOV-ACTION-EXIT.
012440     EXIT.
012450
012460 6020-TAKE-ONE-GOV-ACTION.
012470     MOVE WS-ROW-NUMBER TO FL-ROW.
012480     IF GV-VERSION NOT NUMERIC
012490             OR GV-PRIOR-VERSION NOT NUMERIC
012500         MOVE "AVISO" TO WS-SEVERITY
012510         MOVE "ACAO COM GERACAO NAO NUMERICA; O LOTE A IGNORA"
012520                 TO WS-FINDING-TEXT
012530         PERFORM 8000-WRITE-FINDING
012540                 THRU 8000-WRITE-FINDING-EXIT
012550         GO TO 6020-TAKE-NEXT
012560     END-IF.
012570     PERFORM 6030-FIND-FREEZE
012580             THRU 6030-FIND-FREEZE-EXIT.
012590     IF (GV-ACTION = "C" AND WS-GF-FOUND-IX = 0
012600                 AND GovFreezeCount = 20)
012610             OR ((GV-ACTION = "R" OR GV-ACTION = "V")
012620                 AND GovRangeCount = 200)
012630         MOVE "Y" TO WS-GOV-FULL-SW
012640         MOVE "ERRO " TO WS-SEVERITY
012650         MOVE "GOVMAST ALEM DAS TABELAS DO LOTE; O LOTE ABORTA"
012660                 TO WS-FINDING-TEXT
012670         PERFORM 8000-WRITE-FINDING
012680                 THRU 8000-WRITE-FINDING-EXIT
012690         GO TO 6020-TAKE-ONE-GOV-ACTION-EXIT
012700     END-IF.
012710     IF GV-ACTION = "C" AND WS-GF-FOUND-IX = 0
012720         ADD 1 TO GovFreezeCount
012730         MOVE GV-SEGMENT TO GF-SEGMENT(GovFreezeCount)
012740         MOVE GovFreezeCount TO WS-GF-FOUND-IX
012750     END-IF.
012760     EVALUATE TRUE
012770         WHEN GV-ACTION = "C"
012780             MOVE GV-VERSION TO GF-VERSION(WS-GF-FOUND-IX)
012790             MOVE WS-ROW-NUMBER TO GF-ROW(WS-GF-FOUND-IX)
012800         WHEN GV-ACTION = "L" AND WS-GF-FOUND-IX > 0
012810             MOVE 0 TO GF-VERSION(WS-GF-FOUND-IX)
012820         WHEN GV-ACTION = "R"
012830             ADD 1 TO GovRangeCount
012840             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
012850             MOVE GV-VERSION TO GX-FROM(GovRangeCount)
012860             MOVE GV-VERSION TO GX-TO(GovRangeCount)
012870         WHEN GV-ACTION = "V"
012880             ADD 1 TO GovRangeCount
012890             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
012900             COMPUTE GX-FROM(GovRangeCount) = GV-VERSION + 1
012910             MOVE GV-PRIOR-VERSION TO GX-TO(GovRangeCount)
012920         WHEN OTHER
012930             CONTINUE
012940     END-EVALUATE.
012950
012960 6020-TAKE-NEXT.
012970     PERFORM 6010-READ-ONE-GOV-ACTION
012980             THRU 6010-READ-ONE-GOV-ACTION-EXIT.
012990
013000 6020-TAKE-ONE-GOV-ACTION-EXIT.
013010     EXIT.
013020
013030 6030-FIND-FREEZE.
013040     MOVE 0 TO WS-GF-FOUND-IX.
013050     PERFORM 6035-MATCH-ONE-FREEZE
013060             THRU 6035-MATCH-ONE-FREEZE-EXIT
013070                 VARYING WS-GF-IX FROM 1 BY 1
013080                 UNTIL WS-GF-IX > GovFreezeCount
013090                    OR WS-GF-FOUND-IX > 0.
013100
013110 6030-FIND-FREEZE-EXIT.
013120     EXIT.
013130
013140 6035-MATCH-ONE-FREEZE.
013150     IF GF-SEGMENT(WS-GF-IX) = GV-SEGMENT
013160         MOVE WS-GF-IX TO WS-GF-FOUND-IX
013170     END-IF.
013180
013190 6035-MATCH-ONE-FREEZE-EXIT.
013200     EXIT.
013210
013220 6100-CHECK-ONE-FROZEN-SEGMENT.
013230     IF GF-VERSION(WS-GF-IX) = 0
013240         GO TO 6100-CHECK-ONE-FROZEN-SEGMENT-EXIT
013250     END-IF.
013260     MOVE "ERRO " TO WS-SEVERITY.
013270     MOVE GF-ROW(WS-GF-IX) TO FL-ROW.
013280     MOVE GF-VERSION(WS-GF-IX) TO WS-EDIT-VERSION.
013290     MOVE GF-SEGMENT(WS-GF-IX) TO WS-SEG-LOOKUP.
013300     MOVE GF-VERSION(WS-GF-IX) TO WS-VER-LOOKUP.
013310     PERFORM 1200-FIND-WEIGHT-VERSION
013320             THRU 1200-FIND-WEIGHT-VERSION-EXIT.
013330     IF WS-VER-FOUND-IX = 0
013340         MOVE SPACES TO WS-FINDING-TEXT
013350         STRING "SEGMENTO " GF-SEGMENT(WS-GF-IX)
013360                 " CONGELADO NA GERACAO " WS-EDIT-VERSION
013370                 ", AUSENTE DO WEIGHTFL; O LOTE ABORTA"
013380                 DELIMITED BY SIZE
013390                 INTO WS-FINDING-TEXT
013400         PERFORM 8000-WRITE-FINDING
013410                 THRU 8000-WRITE-FINDING-EXIT
013420         GO TO 6100-CHECK-ONE-FROZEN-SEGMENT-EXIT
013430     END-IF.
013440     MOVE "N" TO WS-RETIRED-SW.
013450     PERFORM 6110-TEST-ONE-RETIRED-RANGE
013460             THRU 6110-TEST-ONE-RETIRED-RANGE-EXIT
013470                 VARYING WS-GX-IX FROM 1 BY 1
013480                 UNTIL WS-GX-IX > GovRangeCount.
013490     IF VERSION-RETIRED
013500         MOVE SPACES TO WS-FINDING-TEXT
013510         STRING "SEGMENTO " GF-SEGMENT(WS-GF-IX)
013520                 " CONGELADO NA GERACAO " WS-EDIT-VERSION
013530                 ", QUE ESTA RETIRADA; O LOTE ABORTA"
013540                 DELIMITED BY SIZE
013550                 INTO WS-FINDING-TEXT
013560         PERFORM 8000-WRITE-FINDING
013570                 THRU 8000-WRITE-FINDING-EXIT
013580     END-IF.
013590
013600 6100-CHECK-ONE-FROZEN-SEGMENT-EXIT.
013610     EXIT.
013620
013630 6110-TEST-ONE-RETIRED-RANGE.
013640     IF GX-SEGMENT(WS-GX-IX) = GF-SEGMENT(WS-GF-IX)
013650             AND GF-VERSION(WS-GF-IX) NOT < GX-FROM(WS-GX-IX)
013660             AND GF-VERSION(WS-GF-IX) NOT > GX-TO(WS-GX-IX)
013670         MOVE "Y" TO WS-RETIRED-SW
013680     END-IF.
013690
013700 6110-TEST-ONE-RETIRED-RANGE-EXIT.
013710     EXIT.
013720
013730*----------------------------------------------------------
013740* 6500-CHECK-SRCROST -- THE BATCH SKIPS A ROW WITH NO SYSTEM
013750* OR WITH A DAY FLAG OTHER THAN 'S'/'N', KEEPS THE FIRST ROW
013760* OF A REPEATED SYSTEM AND HOLDS ONLY 20, SO EACH OF THOSE
013770* LEAVES A CHANNEL CHECKED AGAINST THE WRONG DAYS OR NONE.
013780*----------------------------------------------------------
013790 6500-CHECK-SRCROST.
013800     MOVE "SRCROST" TO FL-FILE.
013810     MOVE 0 TO WS-ROW-NUMBER.
013820     OPEN INPUT SOURCE-ROSTER.
013830     IF ROSTER-FILE-OK
013840         PERFORM 6510-READ-ONE-ROSTER-ROW
013850                 THRU 6510-READ-ONE-ROSTER-ROW-EXIT
013860         PERFORM 6520-CHECK-ONE-ROSTER-ROW
013870                 THRU 6520-CHECK-ONE-ROSTER-ROW-EXIT
013880                     UNTIL ROSTER-EOF
013890     END-IF.
013900     CLOSE SOURCE-ROSTER.
013910
013920 6500-CHECK-SRCROST-EXIT.
013930     EXIT.
013940
013950 6510-READ-ONE-ROSTER-ROW.
013960     READ SOURCE-ROSTER
013970         AT END
013980             CONTINUE
013990         NOT AT END
014000             ADD 1 TO WS-ROW-NUMBER
014010     END-READ.
014020
014030 6510-READ-ONE-ROSTER-ROW-EXIT.
014040     EXIT.
014050
014060 6520-CHECK-ONE-ROSTER-ROW.
014070     MOVE WS-ROW-NUMBER TO FL-ROW.
014080     MOVE "ERRO " TO WS-SEVERITY.
014090     IF RS-SOURCE-SYSTEM = SPACES
014100         MOVE "LINHA SEM SISTEMA DE ORIGEM; O LOTE A IGNORA"
014110                 TO WS-FINDING-TEXT
014120         PERFORM 8000-WRITE-FINDING
014130                 THRU 8000-WRITE-FINDING-EXIT
014140         GO TO 6520-CHECK-ONE-ROSTER-NEXT
014150     END-IF.
014160     MOVE 0 TO WS-DAY-FLAG-COUNT.
014170     INSPECT RS-DAYS TALLYING WS-DAY-FLAG-COUNT
014180             FOR ALL "S" ALL "N".
014190     IF WS-DAY-FLAG-COUNT NOT = 7
014200         MOVE SPACES TO WS-FINDING-TEXT
014210         STRING "ORIGEM " RS-SOURCE-SYSTEM
014220                 " COM DIA DIFERENTE DE S/N (" RS-DAYS
014230                 "); O LOTE A IGNORA"
014240                 DELIMITED BY SIZE
014250                 INTO WS-FINDING-TEXT
014260         PERFORM 8000-WRITE-FINDING
014270                 THRU 8000-WRITE-FINDING-EXIT
014280         GO TO 6520-CHECK-ONE-ROSTER-NEXT
014290     END-IF.
014300     MOVE 0 TO WS-RT-FOUND-IX.
014310     PERFORM 6530-MATCH-ONE-ROSTER-SYSTEM
014320             THRU 6530-MATCH-ONE-ROSTER-SYSTEM-EXIT
014330                 VARYING WS-RT-IX FROM 1 BY 1
014340                 UNTIL WS-RT-IX > RosterRowCount
014350                    OR WS-RT-FOUND-IX > 0.
014360     IF WS-RT-FOUND-IX > 0
014370         MOVE RT-ROW(WS-RT-FOUND-IX) TO WS-EDIT-COUNT
014380         MOVE SPACES TO WS-FINDING-TEXT
014390         STRING "ORIGEM " RS-SOURCE-SYSTEM
014400                 " REPETE A LINHA" WS-EDIT-COUNT
014410                 "; SO A PRIMEIRA VALE"
014420                 DELIMITED BY SIZE
014430                 INTO WS-FINDING-TEXT
014440         PERFORM 8000-WRITE-FINDING
014450                 THRU 8000-WRITE-FINDING-EXIT
014460         GO TO 6520-CHECK-ONE-ROSTER-NEXT
014470     END-IF.
014480     IF RosterRowCount = 20
014490         MOVE SPACES TO WS-FINDING-TEXT
014500         STRING "MAIS DE 20 ORIGENS; " RS-SOURCE-SYSTEM
014510                 " SERIA IGNORADA PELO LOTE"
014520                 DELIMITED BY SIZE
014530                 INTO WS-FINDING-TEXT
014540         PERFORM 8000-WRITE-FINDING
014550                 THRU 8000-WRITE-FINDING-EXIT
014560     END-IF.
014570     IF RosterRowCount < 50
014580         ADD 1 TO RosterRowCount
014590         MOVE RS-SOURCE-SYSTEM TO RT-SYSTEM(RosterRowCount)
014600         MOVE WS-ROW-NUMBER TO RT-ROW(RosterRowCount)
014610     END-IF.
014620
014630 6520-CHECK-ONE-ROSTER-NEXT.
014640     PERFORM 6510-READ-ONE-ROSTER-ROW
014650             THRU 6510-READ-ONE-ROSTER-ROW-EXIT.
014660
014670 6520-CHECK-ONE-ROSTER-ROW-EXIT.
014680     EXIT.
014690
014700 6530-MATCH-ONE-ROSTER-SYSTEM.
014710     IF RT-SYSTEM(WS-RT-IX) = RS-SOURCE-SYSTEM
014720         MOVE WS-RT-IX TO WS-RT-FOUND-IX
014730     END-IF.
014740
014750 6530-MATCH-ONE-ROSTER-SYSTEM-EXIT.
014760     EXIT.
014770
014780*----------------------------------------------------------
014790* 7000-CHECK-BIZCAL -- THE BATCH SKIPS A ROW WHOSE DATE,
014800* WEEKDAY OR DAY TYPE IT CANNOT USE, FINDS ONLY THE FIRST ROW
014810* OF A REPEATED DATE AND HOLDS ONLY 800. A DATE IS CHECKED
014820* AS A REAL CALENDAR DATE, NOT JUST FOR DIGITS: A DATE NO
014830* CASE CAN CARRY LEAVES THE DAY IT WAS MEANT FOR UNLISTED.
014840*----------------------------------------------------------
014850 7000-CHECK-BIZCAL.
014860     MOVE "BIZCAL" TO FL-FILE.
014870     MOVE 0 TO WS-ROW-NUMBER.
014880     OPEN INPUT BUSINESS-CALENDAR.
014890     IF CALENDAR-FILE-OK
014900         PERFORM 7010-READ-ONE-CALENDAR-DAY
014910                 THRU 7010-READ-ONE-CALENDAR-DAY-EXIT
014920         PERFORM 7020-CHECK-ONE-CALENDAR-DAY
014930                 THRU 7020-CHECK-ONE-CALENDAR-DAY-EXIT
014940                     UNTIL CALENDAR-EOF
014950     END-IF.
014960     CLOSE BUSINESS-CALENDAR.
014970
014980 7000-CHECK-BIZCAL-EXIT.
014990     EXIT.
015000
015010 7010-READ-ONE-CALENDAR-DAY.
015020     READ BUSINESS-CALENDAR
015030         AT END
015040             CONTINUE
015050         NOT AT END
015060             ADD 1 TO WS-ROW-NUMBER
015070     END-READ.
015080
015090 7010-READ-ONE-CALENDAR-DAY-EXIT.
015100     EXIT.
015110
015120 7020-CHECK-ONE-CALENDAR-DAY.
015130     MOVE WS-ROW-NUMBER TO FL-ROW.
015140     MOVE "ERRO " TO WS-SEVERITY.
015150     MOVE "N" TO WS-CAL-DATE-SW.
015160     IF BC-DATE NUMERIC
015170         MOVE BC-DATE TO WS-CAL-DATE
015180         PERFORM 7100-VALIDATE-CALENDAR-DATE
015190                 THRU 7100-VALIDATE-CALENDAR-DATE-EXIT
015200     END-IF.
015210     IF NOT CAL-DATE-VALID
015220         MOVE SPACES TO WS-FINDING-TEXT
015230         STRING "DATA " BC-DATE
015240                 " NAO E DATA VALIDA (AAAAMMDD)"
015250                 DELIMITED BY SIZE
015260                 INTO WS-FINDING-TEXT
015270         PERFORM 8000-WRITE-FINDING
015280                 THRU 8000-WRITE-FINDING-EXIT
015290         GO TO 7020-CHECK-ONE-CALENDAR-NEXT
015300     END-IF.
015310     IF BC-WEEKDAY NOT NUMERIC
015320             OR BC-WEEKDAY < 1 OR BC-WEEKDAY > 7
015330         MOVE SPACES TO WS-FINDING-TEXT
015340         STRING "DATA " BC-DATE
015350                 " COM DIA DA SEMANA FORA DE 1-7; O LOTE A IGNORA"
015360                 DELIMITED BY SIZE
015370                 INTO WS-FINDING-TEXT
015380         PERFORM 8000-WRITE-FINDING
015390                 THRU 8000-WRITE-FINDING-EXIT
015400         GO TO 7020-CHECK-ONE-CALENDAR-NEXT
015410     END-IF.
015420     IF BC-DAY-TYPE NOT = "U" AND NOT = "F" AND NOT = "N"
015430         MOVE SPACES TO WS-FINDING-TEXT
015440         STRING "DATA " BC-DATE
015450                 " COM TIPO DIFERENTE DE U/F/N; O LOTE A IGNORA"
015460                 DELIMITED BY SIZE
015470                 INTO WS-FINDING-TEXT
015480         PERFORM 8000-WRITE-FINDING
015490                 THRU 8000-WRITE-FINDING-EXIT
015500         GO TO 7020-CHECK-ONE-CALENDAR-NEXT
015510     END-IF.
015520     MOVE 0 TO WS-CS-FOUND-IX.
015530     PERFORM 7030-MATCH-ONE-CALENDAR-DATE
015540             THRU 7030-MATCH-ONE-CALENDAR-DATE-EXIT
015550                 VARYING WS-CS-IX FROM 1 BY 1
015560                 UNTIL WS-CS-IX > CalendarRowCount
015570                    OR WS-CS-FOUND-IX > 0.
015580     IF WS-CS-FOUND-IX > 0
015590         MOVE CS-ROW(WS-CS-FOUND-IX) TO WS-EDIT-COUNT
015600         MOVE SPACES TO WS-FINDING-TEXT
015610         STRING "DATA " BC-DATE
015620                 " REPETE A LINHA" WS-EDIT-COUNT
015630                 "; SO A PRIMEIRA VALE"
015640                 DELIMITED BY SIZE
015650                 INTO WS-FINDING-TEXT
015660         PERFORM 8000-WRITE-FINDING
015670                 THRU 8000-WRITE-FINDING-EXIT
015680         GO TO 7020-CHECK-ONE-CALENDAR-NEXT
015690     END-IF.
015700     IF CalendarRowCount = 800
015710         MOVE "MAIS DE 800 DATAS; O LOTE IGNORA AS EXCEDENTES"
015720                 TO WS-FINDING-TEXT
015730         PERFORM 8000-WRITE-FINDING
015740                 THRU 8000-WRITE-FINDING-EXIT
015750     END-IF.
015760     IF CalendarRowCount < 1000
015770         ADD 1 TO CalendarRowCount
015780         MOVE BC-DATE TO CS-DATE(CalendarRowCount)
015790         MOVE WS-ROW-NUMBER TO CS-ROW(CalendarRowCount)
015800     END-IF.
015810
015820 7020-CHECK-ONE-CALENDAR-NEXT.
015830     PERFORM 7010-READ-ONE-CALENDAR-DAY
015840             THRU 7010-READ-ONE-CALENDAR-DAY-EXIT.
015850
015860 7020-CHECK-ONE-CALENDAR-DAY-EXIT.
015870     EXIT.
015880
015890 7030-MATCH-ONE-CALENDAR-DATE.
015900     IF CS-DATE(WS-CS-IX) = BC-DATE
015910         MOVE WS-CS-IX TO WS-CS-FOUND-IX
015920     END-IF.
015930
015940 7030-MATCH-ONE-CALENDAR-DATE-EXIT.
015950     EXIT.
015960
015970*----------------------------------------------------------
015980* 7100-VALIDATE-CALENDAR-DATE -- WS-CAL-DATE AS CCYYMMDD: A
015990* MONTH OF 01-12 AND A DAY WITHIN IT, FEBRUARY HAVING 29 IN
016000* A LEAP YEAR (EVERY 4TH, BUT NOT A CENTURY UNLESS BY 400).
016010*----------------------------------------------------------
016020 7100-VALIDATE-CALENDAR-DATE.
016030     MOVE "N" TO WS-CAL-DATE-SW.
016040     IF WS-CAL-YEAR = 0
016050             OR WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
016060             OR WS-CAL-DAY < 1
016070         GO TO 7100-VALIDATE-CALENDAR-DATE-EXIT
016080     END-IF.
016090     EVALUATE WS-CAL-MONTH
016100         WHEN 4
016110         WHEN 6
016120         WHEN 9
016130         WHEN 11
016140             MOVE 30 TO WS-MONTH-DAYS
016150         WHEN 2
016160             MOVE 28 TO WS-MONTH-DAYS
016170             DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
016180                     REMAINDER WS-LEAP-REMAINDER
016190             IF WS-LEAP-REMAINDER = 0
016200                 MOVE 29 TO WS-MONTH-DAYS
016210                 DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
016220                         REMAINDER WS-LEAP-REMAINDER
016230                 IF WS-LEAP-REMAINDER = 0
016240                     DIVIDE WS-CAL-YEAR BY 400
016250                             GIVING WS-LEAP-QUOTIENT
016260                             REMAINDER WS-LEAP-REMAINDER
016270                     IF WS-LEAP-REMAINDER NOT = 0
016280                         MOVE 28 TO WS-MONTH-DAYS
016290                     END-IF
016300                 END-IF
016310             END-IF
016320         WHEN OTHER
016330             MOVE 31 TO WS-MONTH-DAYS
016340     END-EVALUATE.
016350     IF WS-CAL-DAY NOT > WS-MONTH-DAYS
016360         MOVE "Y" TO WS-CAL-DATE-SW
016370     END-IF.
016380
016390 7100-VALIDATE-CALENDAR-DATE-EXIT.
016400     EXIT.
016410
016420*----------------------------------------------------------
016430* 8000-WRITE-FINDING -- CALLER SETS WS-SEVERITY, FL-FILE,
016440* FL-ROW AND WS-FINDING-TEXT. THE WORST SEVERITY SEEN SETS
016450* THE RETURN CODE.
016460*----------------------------------------------------------
016470 8000-WRITE-FINDING.
016480     IF SEVERITY-ERROR
016490         ADD 1 TO ErrorCount
016500         MOVE 8 TO WS-RC
016510     ELSE
016520         ADD 1 TO WarningCount
016530         IF WS-RC < 4
016540             MOVE 4 TO WS-RC
016550         END-IF
016560     END-IF.
016570     MOVE WS-SEVERITY     TO FL-SEVERITY.
016580     MOVE WS-FINDING-TEXT TO FL-TEXT.
016590     MOVE RPT-FINDING-LINE TO PREFLIGHT-REPORT-RECORD.
016600     PERFORM 8900-WRITE-REPORT-LINE
016610             THRU 8900-WRITE-REPORT-LINE-EXIT.
016620
016630 8000-WRITE-FINDING-EXIT.
016640     EXIT.
016650
016660 8900-WRITE-REPORT-LINE.
016670     WRITE PREFLIGHT-REPORT-RECORD.
016680     IF WS-PREFLRPT-STATUS NOT = "00"
016690         DISPLAY "ERRO DE E/S NO ARQUIVO PREFLRPT STATUS="
016700                 WS-PREFLRPT-STATUS "; EXECUCAO ABORTADA."
016710         MOVE 12 TO RETURN-CODE
016720         STOP RUN
016730     END-IF.
016740
016750 8900-WRITE-REPORT-LINE-EXIT.
016760     EXIT.
016770
016780 9000-WRITE-TOTALS.
016790     IF ErrorCount = 0 AND WarningCount = 0
016800         MOVE RPT-CLEAN-LINE TO PREFLIGHT-REPORT-RECORD
016810         PERFORM 8900-WRITE-REPORT-LINE
016820                 THRU 8900-WRITE-REPORT-LINE-EXIT
016830     END-IF.
016840     MOVE SPACES TO PREFLIGHT-REPORT-RECORD.
016850     PERFORM 8900-WRITE-REPORT-LINE
016860             THRU 8900-WRITE-REPORT-LINE-EXIT.
016870     MOVE ErrorCount   TO TL-ERRORS.
016880     MOVE WarningCount TO TL-WARNINGS.
016890     MOVE WS-RC        TO TL-RC.
016900     MOVE RPT-TOTAL-LINE TO PREFLIGHT-REPORT-RECORD.
016910     PERFORM 8900-WRITE-REPORT-LINE
016920             THRU 8900-WRITE-REPORT-LINE-EXIT.
016930
016940     DISPLAY "--- Verificacao pre-execucao ---".
016950     DISPLAY "Geracoes no WEIGHTFL.......: " WeightRecordCount.
016960     DISPLAY "Segmentos no WEIGHTFL......: " WeightSegCount.
016970     DISPLAY "Linhas validas no GRADETAB.: " GradeRowCount.
016980     DISPLAY "Erros......................: " ErrorCount.
016990     DISPLAY "Avisos.....................: " WarningCount.
017000     IF WS-RC = 8
017010         DISPLAY "Arquivos de controle com erro; lote NAO deve"
017020                 " rodar."
017030     END-IF.
017040     DISPLAY "Codigo de retorno da execucao: " WS-RC.
017050
017060 9000-WRITE-TOTALS-EXIT.
017070     EXIT.
