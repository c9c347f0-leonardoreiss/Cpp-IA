000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONSHADOW.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. CHAMPION-VERSUS-SHADOW REPORT:
000120*                  READS THE SHADOW-HISTORY FILE THE SCORING
000130*                  BATCH APPENDS WHILE A SHADOW GENERATION IS
000140*                  PINNED AND REPORTS THE CUMULATIVE
000150*                  DISAGREEMENT BY SEGMENT, BY SOURCE SYSTEM
000160*                  AND BY CHAMPION GRADE, THEN MATCHES THE
000170*                  LOAN-OUTCOMES FEEDBACK FILE TO SHOW HOW THE
000180*                  BOOKED LOANS EACH MODEL WOULD HAVE APPROVED
000190*                  ACTUALLY PERFORMED -- THE EVIDENCE THE
000200*                  CREDIT COMMITTEE WANTS BEFORE A SHADOW IS
000210*                  PROMOTED TO CHAMPION.
000220*----------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260     SOURCE-COMPUTER.  IBM.
000270     OBJECT-COMPUTER.  IBM.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SHADOW-HISTORY ASSIGN TO SHADOWHS
000320             ORGANIZATION IS LINE SEQUENTIAL
000330             FILE STATUS IS WS-SHADOWHS-STATUS.
000340
000350     SELECT LOAN-OUTCOMES ASSIGN TO LOANOUTC
000360             ORGANIZATION IS LINE SEQUENTIAL
000370             FILE STATUS IS WS-OUTCOME-STATUS.
000380
000390     SELECT SHADOW-REPORT ASSIGN TO SHADOWRPT
000400             ORGANIZATION IS LINE SEQUENTIAL
000410             FILE STATUS IS WS-SHADOWRPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------
000460* SAME RECORD THE SCORING BATCH APPENDS FOR EVERY CASE IT
000470* SCORES WHILE PM-SHADOW-VERSION IS SET: THE CHAMPION'S
000480* RESULT AND THE PRODUCTION DECISION BESIDE THE SHADOW'S.
000490*----------------------------------------------------------
000500 FD  SHADOW-HISTORY
000510         RECORDING MODE IS F.
000520 01  SHADOW-HISTORY-RECORD.
000530     05  SD-ID             PIC X(10).
000540     05  SD-SEGMENT        PIC X(02).
000550     05  SD-RUN-DATE       PIC 9(08).
000560     05  SD-SOURCE-SYSTEM  PIC X(08).
000570     05  SD-CHAMP-VERSION  PIC 9(04).
000580     05  SD-CHAMP-SAIDA    PIC 9.
000590     05  SD-CHAMP-MARGEM   PIC S9(7)V9(4)
000600                 SIGN IS LEADING SEPARATE.
000610     05  SD-CHAMP-GRADE    PIC X(01).
000620     05  SD-DECISION       PIC X(01).
000630     05  SD-DECISION-SRC   PIC X(01).
000640     05  SD-SHADOW-VERSION PIC 9(04).
000650     05  SD-SHADOW-SAIDA   PIC 9.
000660     05  SD-SHADOW-MARGEM  PIC S9(7)V9(4)
000670                 SIGN IS LEADING SEPARATE.
000680     05  SD-SHADOW-GRADE   PIC X(01).
000690
000700*----------------------------------------------------------
000710* MONTHLY FEEDBACK FROM THE LOAN SERVICING SYSTEM: ONE ROW
000720* PER BOOKED APPLICATION WITH ITS ACTUAL PERFORMANCE --
000730* 'B' (BOM) PERFORMED, 'M' (MAU) WENT BAD.
000740*----------------------------------------------------------
000750 FD  LOAN-OUTCOMES
000760         RECORDING MODE IS F.
000770 01  LOAN-OUTCOME-RECORD.
000780     05  LO-ID           PIC X(10).
000790     05  LO-BOOKED-DATE  PIC 9(08).
000800     05  LO-PERFORMANCE  PIC X(01).
000810         88  LOAN-PERFORMED       VALUE "B".
000820         88  LOAN-WENT-BAD        VALUE "M".
000830
000840 FD  SHADOW-REPORT
000850         RECORDING MODE IS F.
000860 01  SHADOW-REPORT-RECORD  PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890
000900 01  WS-SHADOWHS-STATUS     PIC XX.
000910     88  SHADOWHS-FILE-OK           VALUE "00".
000920     88  SHADOWHS-EOF               VALUE "10".
000930 01  WS-OUTCOME-STATUS      PIC XX.
000940     88  OUTCOME-FILE-OK            VALUE "00".
000950     88  OUTCOME-EOF                VALUE "10".
000960 01  WS-SHADOWRPT-STATUS    PIC XX.
000970
000980*----------------------------------------------------------
000990* DISAGREEMENT CELLS -- ONE PER SHADOW GENERATION AND
001000* DIMENSION VALUE. SC-KIND SAYS WHICH CUT THE CELL BELONGS
001010* TO: 'S' SEGMENT, 'O' SOURCE SYSTEM, 'G' CHAMPION GRADE.
001020* EVERY SHADOW RECORD COUNTS ONCE IN EACH OF THE THREE CUTS.
001030*----------------------------------------------------------
001040 01  CellCount        PIC 9(03) COMP VALUE 0.
001050 01  SHADOW-CELL-TABLE VALUE ZEROS.
001060     05  SC-ENTRY OCCURS 300 TIMES.
001070         10  SC-KIND        PIC X(01).
001080         10  SC-VERSION     PIC 9(04).
001090         10  SC-VALUE       PIC X(08).
001100         10  SC-CASES       PIC 9(06).
001110         10  SC-DISAGREE    PIC 9(06).
001120         10  SC-CH1-SH0     PIC 9(06).
001130         10  SC-CH0-SH1     PIC 9(06).
001140         10  SC-GRADE-DIFF  PIC 9(06).
001150 01  WS-SC-IX         PIC 9(03) COMP VALUE 0.
001160 01  WS-SC-FOUND-IX   PIC 9(03) COMP VALUE 0.
001170 01  WS-SC-FULL-SW    PIC X VALUE "N".
001180     88  CELL-TABLE-FULL         VALUE "Y".
001190 01  WS-CELL-KIND     PIC X(01).
001200 01  WS-CELL-VALUE    PIC X(08).
001210
001220*----------------------------------------------------------
001230* LATEST SHADOW RECORD PER CASE AND SHADOW GENERATION (FILE
001240* ORDER IS TIME ORDER ON THE APPEND-ONLY FILE, SO LATER
001250* RECORDS OVERRIDE EARLIER ONES) -- WHAT EACH MODEL LAST
001260* SAID ABOUT THE CASE WHEN ITS OUTCOME COMES BACK.
001270*----------------------------------------------------------
001280 01  CaseCount        PIC 9(05) COMP VALUE 0.
001290 01  WS-CASE-FULL-SW  PIC X VALUE "N".
001300     88  CASE-TABLE-FULL         VALUE "Y".
001310 01  SHADOW-CASE-TABLE.
001320     05  CT-ENTRY OCCURS 20000 TIMES.
001330         10  CT-ID           PIC X(10).
001340         10  CT-VERSION      PIC 9(04).
001350         10  CT-CHAMP-SAIDA  PIC 9.
001360         10  CT-SHADOW-SAIDA PIC 9.
001370 01  WS-CT-IX         PIC 9(05) COMP VALUE 0.
001380 01  WS-CT-FOUND-IX   PIC 9(05) COMP VALUE 0.
001390
001400*----------------------------------------------------------
001410* OUTCOME PERFORMANCE PER SHADOW GENERATION -- BOOKED AND
001420* BAD TALLIES IN A 2 X 2 OF CHAMPION SAIDA (FIRST INDEX) BY
001430* SHADOW SAIDA (SECOND INDEX), SUBSCRIPT = SAIDA + 1. THE
001440* MODELS ARE COMPARED ON THEIR OWN SAIDA; AN ANALYST
001450* OVERRIDE IS WHY A CHAMPION-DECLINED CASE CAN BE BOOKED.
001460*----------------------------------------------------------
001470 01  VersionCount     PIC 99 COMP VALUE 0.
001480 01  VERSION-PERF-TABLE VALUE ZEROS.
001490     05  PV-ENTRY OCCURS 20 TIMES.
001500         10  PV-VERSION     PIC 9(04).
001510         10  PV-CHAMP OCCURS 2 TIMES.
001520             15  PV-SHADOW OCCURS 2 TIMES.
001530                 20  PV-BOOKED  PIC 9(06).
001540                 20  PV-BAD     PIC 9(06).
001550 01  WS-PV-IX         PIC 99 COMP VALUE 0.
001560 01  WS-PV-FOUND-IX   PIC 99 COMP VALUE 0.
001570 01  WS-PV-FULL-SW    PIC X VALUE "N".
001580     88  VERSION-TABLE-FULL      VALUE "Y".
001590 01  WS-CH-IX         PIC 9 COMP VALUE 0.
001600 01  WS-SH-IX         PIC 9 COMP VALUE 0.
001610 01  WS-APPROVED-BOOKED PIC 9(06) VALUE 0.
001620 01  WS-APPROVED-BAD  PIC 9(06) VALUE 0.
001630
001640*----------------------------------------------------------
001650* CONTROL COUNTS AND REPORT WORK FIELDS
001660*----------------------------------------------------------
001670 01  ShadowRead       PIC 9(06) VALUE 0.
001680 01  ShadowDisagree   PIC 9(06) VALUE 0.
001690 01  OutcomeCount     PIC 9(06) VALUE 0.
001700 01  OutcomeMatched   PIC 9(06) VALUE 0.
001710 01  OutcomeUnmatched PIC 9(06) VALUE 0.
001720 01  OutcomeInvalid   PIC 9(06) VALUE 0.
001730 01  WS-OUTCOME-HIT-SW PIC X VALUE "N".
001740     88  OUTCOME-HIT             VALUE "Y".
001750 01  WS-OUTCOME-MISSING-SW PIC X VALUE "N".
001760     88  OUTCOME-FILE-MISSING    VALUE "Y".
001770 01  WS-RATE          PIC 999V99 VALUE 0.
001780 01  WS-RATE-D        PIC ZZ9.99.
001790 01  WS-SHAD-LINE     PIC X(132).
001800 01  WS-CH-D          PIC 9.
001810 01  WS-SH-D          PIC 9.
001820 01  WS-SECTION-TITLE PIC X(40).
001830
001840 PROCEDURE DIVISION.
001850
001860 0000-MAINLINE.
001870     PERFORM 1000-LOAD-SHADOW-HISTORY
001880             THRU 1000-LOAD-SHADOW-HISTORY-EXIT.
001890     IF ShadowRead = 0
001900         DISPLAY "SHADOW-HISTORY vazio ou ausente; nada a"
001910                 " comparar."
001920         MOVE 8 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950
001960     PERFORM 2000-MATCH-OUTCOMES
001970             THRU 2000-MATCH-OUTCOMES-EXIT.
001980
001990     PERFORM 3000-WRITE-SHADOW-REPORT
002000             THRU 3000-WRITE-SHADOW-REPORT-EXIT.
002010
002020     DISPLAY "--- Campeao x sombra ---".
002030     DISPLAY "REGISTROS SOMBRA....: " ShadowRead.
002040     DISPLAY "DIVERGENCIAS........: " ShadowDisagree.
002050     DISPLAY "DESFECHOS LIDOS.....: " OutcomeCount.
002060     DISPLAY "CASADOS.............: " OutcomeMatched.
002070     DISPLAY "SEM SOMBRA..........: " OutcomeUnmatched.
002080     DISPLAY "INVALIDOS...........: " OutcomeInvalid.
002090     IF CELL-TABLE-FULL OR CASE-TABLE-FULL
002100             OR VERSION-TABLE-FULL OR OUTCOME-FILE-MISSING
002110             OR OutcomeInvalid > 0
002120         MOVE 4 TO RETURN-CODE
002130     END-IF.
002140     STOP RUN.
002150
002160 0000-MAINLINE-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------
002200* 1000-LOAD-SHADOW-HISTORY -- ONE PASS OVER THE WHOLE FILE:
002210* EVERY RECORD IS TALLIED INTO ITS SEGMENT, SOURCE AND GRADE
002220* CELLS (THE DISAGREEMENT IS CUMULATIVE ACROSS RUNS) AND THE
002230* LATEST RECORD PER CASE IS KEPT FOR THE OUTCOME MATCH.
002240*----------------------------------------------------------
002250 1000-LOAD-SHADOW-HISTORY.
002260     OPEN INPUT SHADOW-HISTORY.
002270     IF NOT SHADOWHS-FILE-OK
002280         DISPLAY "SHADOWHS indisponivel; STATUS="
002290                 WS-SHADOWHS-STATUS
002300         CLOSE SHADOW-HISTORY
002310         GO TO 1000-LOAD-SHADOW-HISTORY-EXIT
002320     END-IF.
002330     PERFORM 1010-READ-ONE-SHADOW
002340             THRU 1010-READ-ONE-SHADOW-EXIT.
002350     PERFORM 1020-TAKE-ONE-SHADOW
002360             THRU 1020-TAKE-ONE-SHADOW-EXIT
002370                 UNTIL SHADOWHS-EOF.
002380     CLOSE SHADOW-HISTORY.
002390     IF CELL-TABLE-FULL
002400         DISPLAY "AVISO: tabela de celulas cheia; relatorio"
002410                 " parcial."
002420     END-IF.
002430     IF CASE-TABLE-FULL
002440         DISPLAY "AVISO: tabela de casos cheia; casamento"
002450                 " parcial."
002460     END-IF.
002470     DISPLAY "Casos carregados da sombra: " CaseCount.
002480
002490 1000-LOAD-SHADOW-HISTORY-EXIT.
002500     EXIT.
002510
002520 1010-READ-ONE-SHADOW.
002530     READ SHADOW-HISTORY
002540         AT END
002550             CONTINUE
002560     END-READ.
002570
002580 1010-READ-ONE-SHADOW-EXIT.
002590     EXIT.
002600
002610 1020-TAKE-ONE-SHADOW.
002620     ADD 1 TO ShadowRead.
002630     IF SD-CHAMP-SAIDA NOT = SD-SHADOW-SAIDA
002640         ADD 1 TO ShadowDisagree
002650     END-IF.
002660     MOVE "S" TO WS-CELL-KIND.
002670     MOVE SD-SEGMENT TO WS-CELL-VALUE.
002680     PERFORM 1030-TALLY-ONE-CELL
002690             THRU 1030-TALLY-ONE-CELL-EXIT.
002700     MOVE "O" TO WS-CELL-KIND.
002710     MOVE SD-SOURCE-SYSTEM TO WS-CELL-VALUE.
002720     PERFORM 1030-TALLY-ONE-CELL
002730             THRU 1030-TALLY-ONE-CELL-EXIT.
002740     MOVE "G" TO WS-CELL-KIND.
002750     MOVE SD-CHAMP-GRADE TO WS-CELL-VALUE.
002760     PERFORM 1030-TALLY-ONE-CELL
002770             THRU 1030-TALLY-ONE-CELL-EXIT.
002780     PERFORM 1050-KEEP-LATEST-CASE
002790             THRU 1050-KEEP-LATEST-CASE-EXIT.
002800     PERFORM 1010-READ-ONE-SHADOW
002810             THRU 1010-READ-ONE-SHADOW-EXIT.
002820
002830 1020-TAKE-ONE-SHADOW-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------
002870* 1030-TALLY-ONE-CELL -- FIND (OR OPEN) THE CELL FOR THIS
002880* CUT, SHADOW GENERATION AND VALUE AND COUNT THE RECORD.
002890*----------------------------------------------------------
002900 1030-TALLY-ONE-CELL.
002910     MOVE 0 TO WS-SC-FOUND-IX.
002920     PERFORM 1040-MATCH-ONE-CELL
002930             THRU 1040-MATCH-ONE-CELL-EXIT
002940                 VARYING WS-SC-IX FROM 1 BY 1
002950                 UNTIL WS-SC-IX > CellCount.
002960     IF WS-SC-FOUND-IX = 0
002970         IF CellCount = 300
002980             MOVE "Y" TO WS-SC-FULL-SW
002990             GO TO 1030-TALLY-ONE-CELL-EXIT
003000         END-IF
003010         ADD 1 TO CellCount
003020         MOVE WS-CELL-KIND      TO SC-KIND(CellCount)
003030         MOVE SD-SHADOW-VERSION TO SC-VERSION(CellCount)
003040         MOVE WS-CELL-VALUE     TO SC-VALUE(CellCount)
003050         MOVE CellCount TO WS-SC-FOUND-IX
003060     END-IF.
003070     ADD 1 TO SC-CASES(WS-SC-FOUND-IX).
003080     IF SD-CHAMP-SAIDA = 1 AND SD-SHADOW-SAIDA = 0
003090         ADD 1 TO SC-DISAGREE(WS-SC-FOUND-IX)
003100         ADD 1 TO SC-CH1-SH0(WS-SC-FOUND-IX)
003110     END-IF.
003120     IF SD-CHAMP-SAIDA = 0 AND SD-SHADOW-SAIDA = 1
003130         ADD 1 TO SC-DISAGREE(WS-SC-FOUND-IX)
003140         ADD 1 TO SC-CH0-SH1(WS-SC-FOUND-IX)
003150     END-IF.
003160     IF SD-CHAMP-GRADE NOT = SD-SHADOW-GRADE
003170         ADD 1 TO SC-GRADE-DIFF(WS-SC-FOUND-IX)
003180     END-IF.
003190
003200 1030-TALLY-ONE-CELL-EXIT.
003210     EXIT.
003220
003230 1040-MATCH-ONE-CELL.
003240     IF SC-KIND(WS-SC-IX) = WS-CELL-KIND
003250             AND SC-VERSION(WS-SC-IX) = SD-SHADOW-VERSION
003260             AND SC-VALUE(WS-SC-IX) = WS-CELL-VALUE
003270         MOVE WS-SC-IX TO WS-SC-FOUND-IX
003280     END-IF.
003290
003300 1040-MATCH-ONE-CELL-EXIT.
003310     EXIT.
003320
003330 1050-KEEP-LATEST-CASE.
003340     MOVE 0 TO WS-CT-FOUND-IX.
003350     PERFORM 1060-MATCH-ONE-CASE
003360             THRU 1060-MATCH-ONE-CASE-EXIT
003370                 VARYING WS-CT-IX FROM 1 BY 1
003380                 UNTIL WS-CT-IX > CaseCount.
003390     IF WS-CT-FOUND-IX = 0
003400         IF CaseCount = 20000
003410             MOVE "Y" TO WS-CASE-FULL-SW
003420             GO TO 1050-KEEP-LATEST-CASE-EXIT
003430         END-IF
003440         ADD 1 TO CaseCount
003450         MOVE SD-ID             TO CT-ID(CaseCount)
003460         MOVE SD-SHADOW-VERSION TO CT-VERSION(CaseCount)
003470         MOVE CaseCount TO WS-CT-FOUND-IX
003480     END-IF.
003490     MOVE SD-CHAMP-SAIDA  TO CT-CHAMP-SAIDA(WS-CT-FOUND-IX).
003500     MOVE SD-SHADOW-SAIDA TO CT-SHADOW-SAIDA(WS-CT-FOUND-IX).
003510
003520 1050-KEEP-LATEST-CASE-EXIT.
003530     EXIT.
003540
003550 1060-MATCH-ONE-CASE.
003560     IF CT-ID(WS-CT-IX) = SD-ID
003570             AND CT-VERSION(WS-CT-IX) = SD-SHADOW-VERSION
003580         MOVE WS-CT-IX TO WS-CT-FOUND-IX
003590     END-IF.
003600
003610 1060-MATCH-ONE-CASE-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------
003650* 2000-MATCH-OUTCOMES -- STREAM THE FEEDBACK FILE AND FOLD
003660* EACH BOOKED APPLICATION INTO THE PERFORMANCE TABLE OF
003670* EVERY SHADOW GENERATION THAT SCORED IT. OUTCOMES FOR
003680* CASES NEVER SHADOW-SCORED ARE ONLY COUNTED.
003690*----------------------------------------------------------
003700 2000-MATCH-OUTCOMES.
003710     OPEN INPUT LOAN-OUTCOMES.
003720     IF NOT OUTCOME-FILE-OK
003730         DISPLAY "LOANOUTC indisponivel; STATUS="
003740                 WS-OUTCOME-STATUS
003750         MOVE "Y" TO WS-OUTCOME-MISSING-SW
003760         CLOSE LOAN-OUTCOMES
003770         GO TO 2000-MATCH-OUTCOMES-EXIT
003780     END-IF.
003790     PERFORM 2010-READ-ONE-OUTCOME
003800             THRU 2010-READ-ONE-OUTCOME-EXIT.
003810     PERFORM 2020-TAKE-ONE-OUTCOME
003820             THRU 2020-TAKE-ONE-OUTCOME-EXIT
003830                 UNTIL OUTCOME-EOF.
003840     CLOSE LOAN-OUTCOMES.
003850
003860 2000-MATCH-OUTCOMES-EXIT.
003870     EXIT.
003880
003890 2010-READ-ONE-OUTCOME.
003900     READ LOAN-OUTCOMES
003910         AT END
003920             CONTINUE
003930     END-READ.
003940
003950 2010-READ-ONE-OUTCOME-EXIT.
003960     EXIT.
003970
003980 2020-TAKE-ONE-OUTCOME.
003990     ADD 1 TO OutcomeCount.
004000     IF NOT LOAN-PERFORMED AND NOT LOAN-WENT-BAD
004010         ADD 1 TO OutcomeInvalid
004020         GO TO 2020-TAKE-NEXT
004030     END-IF.
004040     MOVE "N" TO WS-OUTCOME-HIT-SW.
004050     PERFORM 2030-TALLY-ONE-CASE-OUTCOME
004060             THRU 2030-TALLY-ONE-CASE-OUTCOME-EXIT
004070                 VARYING WS-CT-IX FROM 1 BY 1
004080                 UNTIL WS-CT-IX > CaseCount.
004090     IF OUTCOME-HIT
004100         ADD 1 TO OutcomeMatched
004110     ELSE
004120         ADD 1 TO OutcomeUnmatched
004130     END-IF.
004140
004150 2020-TAKE-NEXT.
004160     PERFORM 2010-READ-ONE-OUTCOME
004170             THRU 2010-READ-ONE-OUTCOME-EXIT.
004180
004190 2020-TAKE-ONE-OUTCOME-EXIT.
004200     EXIT.
004210
004220 2030-TALLY-ONE-CASE-OUTCOME.
004230     IF CT-ID(WS-CT-IX) NOT = LO-ID
004240         GO TO 2030-TALLY-ONE-CASE-OUTCOME-EXIT
004250     END-IF.
004260     MOVE "Y" TO WS-OUTCOME-HIT-SW.
004270     MOVE 0 TO WS-PV-FOUND-IX.
004280     PERFORM 2040-MATCH-ONE-VERSION
004290             THRU 2040-MATCH-ONE-VERSION-EXIT
004300                 VARYING WS-PV-IX FROM 1 BY 1
004310                 UNTIL WS-PV-IX > VersionCount.
004320     IF WS-PV-FOUND-IX = 0
004330         IF VersionCount = 20
004340             MOVE "Y" TO WS-PV-FULL-SW
004350             GO TO 2030-TALLY-ONE-CASE-OUTCOME-EXIT
004360         END-IF
004370         ADD 1 TO VersionCount
004380         MOVE CT-VERSION(WS-CT-IX) TO PV-VERSION(VersionCount)
004390         MOVE VersionCount TO WS-PV-FOUND-IX
004400     END-IF.
004410     COMPUTE WS-CH-IX = CT-CHAMP-SAIDA(WS-CT-IX) + 1.
004420     COMPUTE WS-SH-IX = CT-SHADOW-SAIDA(WS-CT-IX) + 1.
004430     ADD 1 TO PV-BOOKED(WS-PV-FOUND-IX, WS-CH-IX, WS-SH-IX).
004440     IF LOAN-WENT-BAD
004450         ADD 1 TO PV-BAD(WS-PV-FOUND-IX, WS-CH-IX, WS-SH-IX)
004460     END-IF.
004470
004480 2030-TALLY-ONE-CASE-OUTCOME-EXIT.
004490     EXIT.
004500
004510 2040-MATCH-ONE-VERSION.
004520     IF PV-VERSION(WS-PV-IX) = CT-VERSION(WS-CT-IX)
004530         MOVE WS-PV-IX TO WS-PV-FOUND-IX
004540     END-IF.
004550
004560 2040-MATCH-ONE-VERSION-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------
004600* 3000-WRITE-SHADOW-REPORT -- THE THREE DISAGREEMENT CUTS,
004610* EACH IN THE ORDER ITS CELLS WERE FIRST SEEN, THEN THE
004620* OUTCOME PERFORMANCE PER SHADOW GENERATION. DIVERGE(PCT) IS
004630* SAIDA DISAGREEMENTS OVER CASES; TAXA-MAU IS REALIZED BADS
004640* OVER BOOKED, IN PCT.
004650*----------------------------------------------------------
004660 3000-WRITE-SHADOW-REPORT.
004670     OPEN OUTPUT SHADOW-REPORT.
004680     MOVE "RELATORIO CAMPEAO X SOMBRA (DIVERGENCIA E DESFECHO)"
004690             TO WS-SHAD-LINE.
004700     PERFORM 3900-WRITE-SHAD-LINE
004710             THRU 3900-WRITE-SHAD-LINE-EXIT.
004720
004730     MOVE "S" TO WS-CELL-KIND.
004740     MOVE "DIVERGENCIA POR SEGMENTO" TO WS-SECTION-TITLE.
004750     PERFORM 3100-WRITE-ONE-CUT
004760             THRU 3100-WRITE-ONE-CUT-EXIT.
004770     MOVE "O" TO WS-CELL-KIND.
004780     MOVE "DIVERGENCIA POR SISTEMA DE ORIGEM"
004790             TO WS-SECTION-TITLE.
004800     PERFORM 3100-WRITE-ONE-CUT
004810             THRU 3100-WRITE-ONE-CUT-EXIT.
004820     MOVE "G" TO WS-CELL-KIND.
004830     MOVE "DIVERGENCIA POR GRAU DO CAMPEAO"
004840             TO WS-SECTION-TITLE.
004850     PERFORM 3100-WRITE-ONE-CUT
004860             THRU 3100-WRITE-ONE-CUT-EXIT.
004870     IF CELL-TABLE-FULL
004880         MOVE "AVISO: MAIS CELULAS DO QUE A TABELA COMPORTA;"
004890                 TO WS-SHAD-LINE
004900         PERFORM 3900-WRITE-SHAD-LINE
004910                 THRU 3900-WRITE-SHAD-LINE-EXIT
004920         MOVE "RELATORIO PARCIAL." TO WS-SHAD-LINE
004930         PERFORM 3900-WRITE-SHAD-LINE
004940                 THRU 3900-WRITE-SHAD-LINE-EXIT
004950     END-IF.
004960
004970     MOVE SPACES TO WS-SHAD-LINE.
004980     PERFORM 3900-WRITE-SHAD-LINE
004990             THRU 3900-WRITE-SHAD-LINE-EXIT.
005000     MOVE "DESFECHO DOS CONTRATADOS POR GERACAO SOMBRA"
005010             TO WS-SHAD-LINE.
005020     PERFORM 3900-WRITE-SHAD-LINE
005030             THRU 3900-WRITE-SHAD-LINE-EXIT.
005040     IF OUTCOME-FILE-MISSING
005050         MOVE "LOANOUTC INDISPONIVEL; SEM DESFECHOS."
005060                 TO WS-SHAD-LINE
005070         PERFORM 3900-WRITE-SHAD-LINE
005080                 THRU 3900-WRITE-SHAD-LINE-EXIT
005090     END-IF.
005100     PERFORM 3200-WRITE-ONE-VERSION
005110             THRU 3200-WRITE-ONE-VERSION-EXIT
005120                 VARYING WS-PV-IX FROM 1 BY 1
005130                 UNTIL WS-PV-IX > VersionCount.
005140     CLOSE SHADOW-REPORT.
005150
005160 3000-WRITE-SHADOW-REPORT-EXIT.
005170     EXIT.
005180
005190 3100-WRITE-ONE-CUT.
005200     MOVE SPACES TO WS-SHAD-LINE.
005210     PERFORM 3900-WRITE-SHAD-LINE
005220             THRU 3900-WRITE-SHAD-LINE-EXIT.
005230     MOVE WS-SECTION-TITLE TO WS-SHAD-LINE.
005240     PERFORM 3900-WRITE-SHAD-LINE
005250             THRU 3900-WRITE-SHAD-LINE-EXIT.
005260     PERFORM 3110-WRITE-ONE-CELL-LINE
005270             THRU 3110-WRITE-ONE-CELL-LINE-EXIT
005280                 VARYING WS-SC-IX FROM 1 BY 1
005290                 UNTIL WS-SC-IX > CellCount.
005300
005310 3100-WRITE-ONE-CUT-EXIT.
005320     EXIT.
005330
005340 3110-WRITE-ONE-CELL-LINE.
005350     IF SC-KIND(WS-SC-IX) NOT = WS-CELL-KIND
005360         GO TO 3110-WRITE-ONE-CELL-LINE-EXIT
005370     END-IF.
005380     COMPUTE WS-RATE ROUNDED
005390             = (SC-DISAGREE(WS-SC-IX) / SC-CASES(WS-SC-IX))
005400                 * 100.
005410     MOVE WS-RATE TO WS-RATE-D.
005420     MOVE SPACES TO WS-SHAD-LINE.
005430     STRING "SOMBRA=" SC-VERSION(WS-SC-IX)
005440             " VALOR=" SC-VALUE(WS-SC-IX)
005450             " CASOS=" SC-CASES(WS-SC-IX)
005460             " DIVERGEM=" SC-DISAGREE(WS-SC-IX)
005470             " CAMP1-SOMB0=" SC-CH1-SH0(WS-SC-IX)
005480             " CAMP0-SOMB1=" SC-CH0-SH1(WS-SC-IX)
005490             " GRAU-DIFERE=" SC-GRADE-DIFF(WS-SC-IX)
005500             " DIVERGE(PCT)=" WS-RATE-D
005510             DELIMITED BY SIZE INTO WS-SHAD-LINE.
005520     PERFORM 3900-WRITE-SHAD-LINE
005530             THRU 3900-WRITE-SHAD-LINE-EXIT.
005540
005550 3110-WRITE-ONE-CELL-LINE-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------
005590* 3200-WRITE-ONE-VERSION -- THE FOUR SAIDA QUADRANTS, THEN
005600* THE BOOKED LOANS EACH MODEL WOULD HAVE APPROVED AND THEIR
005610* BAD RATE. THE CAMP1-SOMB0 QUADRANT IS THE SHADOW'S CASE:
005620* LOANS IT WOULD HAVE TURNED DOWN, AND HOW THEY WENT.
005630*----------------------------------------------------------
005640 3200-WRITE-ONE-VERSION.
005650     PERFORM 3210-WRITE-ONE-QUADRANT
005660             THRU 3210-WRITE-ONE-QUADRANT-EXIT
005670                 VARYING WS-CH-IX FROM 1 BY 1
005680                 UNTIL WS-CH-IX > 2
005690             AFTER WS-SH-IX FROM 1 BY 1
005700                 UNTIL WS-SH-IX > 2.
005710
005720     COMPUTE WS-APPROVED-BOOKED
005730             = PV-BOOKED(WS-PV-IX, 2, 1)
005740             + PV-BOOKED(WS-PV-IX, 2, 2).
005750     COMPUTE WS-APPROVED-BAD
005760             = PV-BAD(WS-PV-IX, 2, 1)
005770             + PV-BAD(WS-PV-IX, 2, 2).
005780     PERFORM 3220-COMPUTE-APPROVED-RATE
005790             THRU 3220-COMPUTE-APPROVED-RATE-EXIT.
005800     MOVE SPACES TO WS-SHAD-LINE.
005810     STRING "SOMBRA=" PV-VERSION(WS-PV-IX)
005820             " CAMPEAO APROVA: CONTRATADOS=" WS-APPROVED-BOOKED
005830             " MAUS=" WS-APPROVED-BAD
005840             " TAXA-MAU(PCT)=" WS-RATE-D
005850             DELIMITED BY SIZE INTO WS-SHAD-LINE.
005860     PERFORM 3900-WRITE-SHAD-LINE
005870             THRU 3900-WRITE-SHAD-LINE-EXIT.
005880
005890     COMPUTE WS-APPROVED-BOOKED
005900             = PV-BOOKED(WS-PV-IX, 1, 2)
005910             + PV-BOOKED(WS-PV-IX, 2, 2).
005920     COMPUTE WS-APPROVED-BAD
005930             = PV-BAD(WS-PV-IX, 1, 2)
005940             + PV-BAD(WS-PV-IX, 2, 2).
005950     PERFORM 3220-COMPUTE-APPROVED-RATE
005960             THRU 3220-COMPUTE-APPROVED-RATE-EXIT.
005970     MOVE SPACES TO WS-SHAD-LINE.
005980     STRING "SOMBRA=" PV-VERSION(WS-PV-IX)
005990             " SOMBRA APROVA:  CONTRATADOS=" WS-APPROVED-BOOKED
006000             " MAUS=" WS-APPROVED-BAD
006010             " TAXA-MAU(PCT)=" WS-RATE-D
006020             DELIMITED BY SIZE INTO WS-SHAD-LINE.
006030     PERFORM 3900-WRITE-SHAD-LINE
006040             THRU 3900-WRITE-SHAD-LINE-EXIT.
006050
006060 3200-WRITE-ONE-VERSION-EXIT.
006070     EXIT.
006080
006090 3210-WRITE-ONE-QUADRANT.
006100     IF PV-BOOKED(WS-PV-IX, WS-CH-IX, WS-SH-IX) = 0
006110         GO TO 3210-WRITE-ONE-QUADRANT-EXIT
006120     END-IF.
006130     COMPUTE WS-RATE ROUNDED
006140             = (PV-BAD(WS-PV-IX, WS-CH-IX, WS-SH-IX)
006150                 / PV-BOOKED(WS-PV-IX, WS-CH-IX, WS-SH-IX))
006160                 * 100.
006170     MOVE WS-RATE TO WS-RATE-D.
006180     COMPUTE WS-CH-D = WS-CH-IX - 1.
006190     COMPUTE WS-SH-D = WS-SH-IX - 1.
006200     MOVE SPACES TO WS-SHAD-LINE.
006210     STRING "SOMBRA=" PV-VERSION(WS-PV-IX)
006220             " CAMPEAO=" WS-CH-D
006230             " SOMBRA=" WS-SH-D
006240             " CONTRATADOS="
006250             PV-BOOKED(WS-PV-IX, WS-CH-IX, WS-SH-IX)
006260             " MAUS=" PV-BAD(WS-PV-IX, WS-CH-IX, WS-SH-IX)
006270             " TAXA-MAU(PCT)=" WS-RATE-D
006280             DELIMITED BY SIZE INTO WS-SHAD-LINE.
006290     PERFORM 3900-WRITE-SHAD-LINE
006300             THRU 3900-WRITE-SHAD-LINE-EXIT.
006310
006320 3210-WRITE-ONE-QUADRANT-EXIT.
006330     EXIT.
006340
006350 3220-COMPUTE-APPROVED-RATE.
006360     IF WS-APPROVED-BOOKED = 0
006370         MOVE 0 TO WS-RATE
006380     ELSE
006390         COMPUTE WS-RATE ROUNDED
006400                 = (WS-APPROVED-BAD / WS-APPROVED-BOOKED) * 100
006410     END-IF.
006420     MOVE WS-RATE TO WS-RATE-D.
006430
006440 3220-COMPUTE-APPROVED-RATE-EXIT.
006450     EXIT.
006460
006470 3900-WRITE-SHAD-LINE.
006480     MOVE WS-SHAD-LINE TO SHADOW-REPORT-RECORD.
006490     WRITE SHADOW-REPORT-RECORD.
006500     IF WS-SHADOWRPT-STATUS NOT = "00"
006510         DISPLAY "ERRO DE E/S NO ARQUIVO SHADOWRPT STATUS="
006520                 WS-SHADOWRPT-STATUS "; EXECUCAO ABORTADA."
006530         MOVE 12 TO RETURN-CODE
006540         STOP RUN
006550     END-IF.
006560
006570 3900-WRITE-SHAD-LINE-EXIT.
006580     EXIT.
