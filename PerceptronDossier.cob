000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONDOSSIER.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. DECISION DOSSIER FOR COMPLAINTS
000120*                  AND REGULATOR REQUESTS: ONE DOSSIER PER
000130*                  APPLICATION ID ON THE DOSSREQ CARDS, WITH
000140*                  EVERY SCORING APPEARANCE IN DATE ORDER --
000150*                  FROM THE LIVE SCORE-HISTORY MASTER AND
000160*                  FROM THE HISTMAINT ARCHIVE DATASETS
000170*                  (HISTARC, CONCATENATED IN THE JOB DECK,
000180*                  SINCE COMPLIANCE KEEPS SEVEN YEARS THERE)
000190*                  -- SHOWING FEATURES, MARGIN, SAIDA, FINAL
000200*                  DECISION AND SOURCE, GRADE, POLICY RULE,
000210*                  THE WEIGHTS GENERATION IN FORCE WITH ITS
000220*                  TRAINING DATE AND WEIGHTS, EACH FEATURE'S
000230*                  CONTRIBUTION RECOMPUTED AND RANKED WITH
000240*                  ITS REASONCD TEXT, AND THE LOAN'S ACTUAL
000250*                  PERFORMANCE FROM LOANOUTC IF IT WAS BOOKED.
000260*----------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300     SOURCE-COMPUTER.  IBM.
000310     OBJECT-COMPUTER.  IBM.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DOSSIER-REQUEST ASSIGN TO DOSSREQ
000360             ORGANIZATION IS LINE SEQUENTIAL
000370             FILE STATUS IS WS-DOSSREQ-STATUS.
000380
000390     SELECT SCORE-HISTORY ASSIGN TO SCOREHIS
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS SH-KEY
000430             FILE STATUS IS WS-SCOREHIS-STATUS.
000440
000450     SELECT OPTIONAL HISTORY-ARCHIVE ASSIGN TO HISTARC
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS WS-HISTARC-STATUS.
000480
000490     SELECT OPTIONAL WEIGHTS-FILE ASSIGN TO WEIGHTFL
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS WS-WEIGHTS-STATUS.
000520
000530     SELECT OPTIONAL REASON-CODES ASSIGN TO REASONCD
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-REASONCD-STATUS.
000560
000570     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS WS-PARM-STATUS.
000600
000610     SELECT OPTIONAL LOAN-OUTCOMES ASSIGN TO LOANOUTC
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS WS-OUTCOME-STATUS.
000640
000650     SELECT DOSSIER-REPORT ASSIGN TO DOSSRPT
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS WS-DOSSRPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*----------------------------------------------------------
000720* ONE APPLICATION ID PER CARD, COLUMNS 1-10. BLANK CARDS
000730* AND REPEATS OF AN ID ALREADY ASKED FOR ARE SKIPPED.
000740*----------------------------------------------------------
000750 FD  DOSSIER-REQUEST
000760         RECORDING MODE IS F.
000770 01  DOSSIER-REQUEST-RECORD.
000780     05  DQ-ID           PIC X(10).
000790
000800*----------------------------------------------------------
000810* SAME RECORD THE SCORING BATCH FILES, KEYED ON CASE ID PLUS
000820* RUN DATE. THE DECISION, SOURCE, GRADE, RULE AND WEIGHTS
000830* GENERATION BYTES WERE ADDED OVER TIME; OLDER RECORDS
000840* CARRY SPACES THERE AND ARE SHOWN AS NOT RECORDED.
000850*----------------------------------------------------------
000860 FD  SCORE-HISTORY
000870         RECORDING MODE IS F.
000880 01  SCORE-HISTORY-RECORD.
000890     05  SH-KEY.
000900         10  SH-ID     PIC X(10).
000910         10  SH-RUN-DATE PIC 9(08).
000920     05  SH-SEGMENT    PIC X(02).
000930     05  SH-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
000940     05  SH-MARGEM     PIC S9(7)V9(4)
000950                 SIGN IS LEADING SEPARATE.
000960     05  SH-SAIDA      PIC 9.
000970     05  SH-DECISION   PIC X(01).
000980     05  SH-DECISION-SRC PIC X(01).
000990     05  SH-GRADE      PIC X(01).
001000     05  SH-POLICY-RULE PIC X(04).
001010     05  SH-WEIGHTS-VERSION PIC X(04).
001020
001030*----------------------------------------------------------
001040* HISTMAINT ARCHIVE GENERATIONS, IN THE FLAT LAYOUT THE
001050* SEQUENTIAL MASTER USED (ID, SEGMENT, RUN DATE, THEN THE
001060* REST AS FILED).
001070*----------------------------------------------------------
001080 FD  HISTORY-ARCHIVE
001090         RECORDING MODE IS F.
001100 01  HISTORY-ARCHIVE-RECORD PIC X(69).
001110
001120 FD  WEIGHTS-FILE
001130         RECORDING MODE IS F.
001140 01  WEIGHTS-RECORD.
001150     05  WR-VERSION      PIC 9(04).
001160     05  WR-SEGMENT      PIC X(02).
001170     05  WR-TRAIN-DATE   PIC 9(08).
001180     05  WR-EPOCHS       PIC 9(04).
001190     05  WR-ITERATIONS   PIC 9(07).
001200     05  WR-CONVERGED    PIC X(01).
001210     05  WR-WEIGHT OCCURS 5 TIMES PIC S9(3)V9(4)
001220                 SIGN IS LEADING SEPARATE.
001230     05  WR-WBIAS        PIC S9(3)V9(4)
001240                 SIGN IS LEADING SEPARATE.
001250
001260 FD  REASON-CODES
001270         RECORDING MODE IS F.
001280 01  REASON-CODE-RECORD.
001290     05  RZ-FEATURE-NUM PIC 9.
001300     05  RZ-TEXT        PIC X(40).
001310
001320*----------------------------------------------------------
001330* ONLY THE MAIN CARD'S BIAS SWITCH IS WANTED HERE, TO
001340* RECOMPUTE THE MARGIN THE WAY THE BATCH DOES.
001350*----------------------------------------------------------
001360 FD  PARM-FILE
001370         RECORDING MODE IS F.
001380 01  PARM-RECORD.
001390     05  PM-USE-BIAS       PIC X(01).
001400     05  FILLER            PIC X(79).
001410
001420 FD  LOAN-OUTCOMES
001430         RECORDING MODE IS F.
001440 01  LOAN-OUTCOME-RECORD.
001450     05  LO-ID           PIC X(10).
001460     05  LO-BOOKED-DATE  PIC 9(08).
001470     05  LO-PERFORMANCE  PIC X(01).
001480
001490 FD  DOSSIER-REPORT
001500         RECORDING MODE IS F.
001510 01  DOSSIER-REPORT-RECORD  PIC X(132).
001520
001530 WORKING-STORAGE SECTION.
001540
001550 01  WS-DOSSREQ-STATUS      PIC XX.
001560     88  DOSSREQ-FILE-OK            VALUE "00".
001570     88  DOSSREQ-EOF                VALUE "10".
001580 01  WS-SCOREHIS-STATUS     PIC XX.
001590     88  SCOREHIS-FILE-OK           VALUE "00".
001600 01  WS-HISTARC-STATUS      PIC XX.
001610     88  HISTARC-FILE-OK            VALUE "00".
001620     88  HISTARC-FILE-NOT-FOUND     VALUE "05".
001630     88  HISTARC-EOF                VALUE "10".
001640 01  WS-WEIGHTS-STATUS      PIC XX.
001650     88  WEIGHTS-FILE-OK            VALUE "00".
001660     88  WEIGHTS-EOF                VALUE "10".
001670 01  WS-REASONCD-STATUS     PIC XX.
001680     88  REASONCD-FILE-OK           VALUE "00".
001690     88  REASONCD-EOF               VALUE "10".
001700 01  WS-PARM-STATUS         PIC XX.
001710     88  PARM-FILE-OK               VALUE "00".
001720 01  WS-OUTCOME-STATUS      PIC XX.
001730     88  OUTCOME-FILE-OK            VALUE "00".
001740     88  OUTCOME-EOF                VALUE "10".
001750 01  WS-DOSSRPT-STATUS      PIC XX.
001760
001770 01  UseBias          PIC X VALUE "N".
001780
001790*----------------------------------------------------------
001800* THE IDS ASKED FOR, WITH THE LOAN OUTCOME PICKED UP FOR
001810* EACH ON THE ONE PASS OVER LOANOUTC (A LATER ROW FOR THE
001820* SAME ID REPLACES AN EARLIER ONE).
001830*----------------------------------------------------------
001840 01  RequestCount     PIC 9(03) COMP VALUE 0.
001850 01  WS-REQ-FULL-SW   PIC X VALUE "N".
001860     88  REQUEST-TABLE-FULL      VALUE "Y".
001870 01  REQUEST-TABLE.
001880     05  RQ-ENTRY OCCURS 100 TIMES.
001890         10  RQ-ID            PIC X(10).
001900         10  RQ-OUTCOME-SW    PIC X(01).
001910             88  RQ-OUTCOME-FOUND    VALUE "Y".
001920         10  RQ-BOOKED-DATE   PIC 9(08).
001930         10  RQ-PERFORMANCE   PIC X(01).
001940 01  WS-RQ-IX         PIC 9(03) COMP VALUE 0.
001950 01  WS-RQ-FOUND-IX   PIC 9(03) COMP VALUE 0.
001960 01  WS-LOOKUP-ID     PIC X(10).
001970
001980*----------------------------------------------------------
001990* ARCHIVE RECORDS FOR THE IDS ASKED FOR, TAKEN ON THE ONE
002000* PASS OVER HISTARC AND TAGGED WITH THEIR REQUEST ENTRY.
002010*----------------------------------------------------------
002020 01  ArchiveHitCount  PIC 9(04) COMP VALUE 0.
002030 01  WS-ARC-FULL-SW   PIC X VALUE "N".
002040     88  ARCHIVE-TABLE-FULL      VALUE "Y".
002050 01  ARCHIVE-HIT-TABLE.
002060     05  AH-ENTRY OCCURS 2000 TIMES.
002070         10  AH-RQ-IX         PIC 9(03) COMP.
002080         10  AH-RECORD        PIC X(69).
002090 01  WS-AH-IX         PIC 9(04) COMP VALUE 0.
002100 01  WS-ARCHIVE-RECORD.
002110     05  WA-ID            PIC X(10).
002120     05  WA-SEGMENT       PIC X(02).
002130     05  WA-RUN-DATE      PIC X(08).
002140     05  WA-RUN-DATE-N REDEFINES WA-RUN-DATE PIC 9(08).
002150     05  WA-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
002160     05  WA-MARGEM        PIC S9(7)V9(4)
002170                 SIGN IS LEADING SEPARATE.
002180     05  WA-SAIDA         PIC X(01).
002190     05  WA-DECISION      PIC X(01).
002200     05  WA-DECISION-SRC  PIC X(01).
002210     05  WA-GRADE         PIC X(01).
002220     05  WA-POLICY-RULE   PIC X(04).
002230     05  WA-WEIGHTS-VERSION PIC X(04).
002240
002250*----------------------------------------------------------
002260* EVERY GENERATION ON WEIGHTS-FILE. A REPEATED VERSION AND
002270* SEGMENT KEEPS THE LATER ROW, AS THE BATCH DOES.
002280*----------------------------------------------------------
002290 01  GenCount         PIC 9(03) COMP VALUE 0.
002300 01  WS-GEN-FULL-SW   PIC X VALUE "N".
002310     88  GENERATION-TABLE-FULL   VALUE "Y".
002320 01  GENERATION-TABLE.
002330     05  GT-ENTRY OCCURS 500 TIMES.
002340         10  GT-VERSION     PIC 9(04).
002350         10  GT-SEGMENT     PIC X(02).
002360         10  GT-TRAIN-DATE  PIC 9(08).
002370         10  GT-WEIGHT OCCURS 5 TIMES PIC S9(3)V9(4) COMP-3.
002380         10  GT-WBIAS       PIC S9(3)V9(4) COMP-3.
002390 01  WS-GT-IX         PIC 9(03) COMP VALUE 0.
002400 01  WS-GT-FOUND-IX   PIC 9(03) COMP VALUE 0.
002410 01  WS-GEN-BASIS-SW  PIC X VALUE SPACE.
002420     88  GENERATION-RECORDED     VALUE "G".
002430     88  GENERATION-INFERRED     VALUE "I".
002440
002450 01  REASON-TEXT-TABLE.
002460     05  REASON-TEXT OCCURS 5 TIMES PIC X(40).
002470
002480*----------------------------------------------------------
002490* ONE CASE'S APPEARANCES, IN RUN-DATE ORDER. THE CANDIDATE
002500* IS BUILT FROM AN ARCHIVE OR MASTER RECORD AND THEN
002510* INSERTED IN PLACE; A SECOND COPY FOR THE SAME RUN DATE
002520* REPLACES THE FIRST. ARCHIVES GO IN BEFORE THE MASTER, SO
002530* THE LIVE RECORD IS THE ONE KEPT.
002540*----------------------------------------------------------
002550 01  CANDIDATE-APPEARANCE.
002560     05  CD-RUN-DATE      PIC 9(08).
002570     05  CD-ORIGIN        PIC X(01).
002580     05  CD-SEGMENT       PIC X(02).
002590     05  CD-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
002600     05  CD-MARGEM        PIC S9(7)V9(4) COMP-3.
002610     05  CD-SAIDA         PIC X(01).
002620     05  CD-DECISION      PIC X(01).
002630     05  CD-DECISION-SRC  PIC X(01).
002640     05  CD-GRADE         PIC X(01).
002650     05  CD-POLICY-RULE   PIC X(04).
002660     05  CD-WEIGHTS-VERSION PIC X(04).
002670 01  AppearanceCount  PIC 9(03) COMP VALUE 0.
002680 01  WS-AP-FULL-SW    PIC X VALUE "N".
002690     88  APPEARANCE-TABLE-FULL   VALUE "Y".
002700 01  APPEARANCE-TABLE.
002710     05  AP-ENTRY OCCURS 200 TIMES.
002720         10  AP-RUN-DATE      PIC 9(08).
002730         10  AP-ORIGIN        PIC X(01).
002740             88  AP-FROM-MASTER      VALUE "M".
002750         10  AP-SEGMENT       PIC X(02).
002760         10  AP-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
002770         10  AP-MARGEM        PIC S9(7)V9(4) COMP-3.
002780         10  AP-SAIDA         PIC X(01).
002790         10  AP-DECISION      PIC X(01).
002800         10  AP-DECISION-SRC  PIC X(01).
002810         10  AP-GRADE         PIC X(01).
002820         10  AP-POLICY-RULE   PIC X(04).
002830         10  AP-WEIGHTS-VERSION PIC X(04).
002840         10  AP-WEIGHTS-VERSION-N
002850                 REDEFINES AP-WEIGHTS-VERSION PIC 9(04).
002860 01  WS-AP-IX         PIC 9(03) COMP VALUE 0.
002870 01  WS-AP-POS        PIC 9(03) COMP VALUE 0.
002880 01  WS-AP-SAME-IX    PIC 9(03) COMP VALUE 0.
002890 01  WS-HIST-SCAN-SW  PIC X VALUE "N".
002900     88  HISTORY-SCAN-DONE       VALUE "Y".
002910 01  WS-CASE-MASTER   PIC 9(03) VALUE 0.
002920 01  WS-CASE-ARCHIVE  PIC 9(03) VALUE 0.
002930 01  WS-FEATURE-IX    PIC 9 COMP VALUE 0.
002940 01  WS-ACTIVE-COUNT  PIC 9 COMP VALUE 0.
002950
002960*----------------------------------------------------------
002970* CONTRIBUTIONS OF THE APPEARANCE IN HAND, RANKED THE WAY
002980* THE BATCH'S REASON REPORT RANKS THEM -- MOST NEGATIVE
002990* FIRST, INACTIVE (ZERO-VALUED) FEATURES LEFT OUT.
003000*----------------------------------------------------------
003010 01  CONTRIB-TABLE.
003020     05  CT-ENTRY OCCURS 5 TIMES.
003030         10  CT-CONTRIB PIC S9(7)V9(4) COMP-3.
003040         10  CT-USED-SW PIC X.
003050 01  WS-RANK          PIC 9 VALUE 0.
003060 01  WS-MIN-IX        PIC 9 COMP VALUE 0.
003070 01  WS-RANK-PASS     PIC 9 COMP VALUE 0.
003080 01  WS-CONTRIB-SUM   PIC S9(7)V9(4) COMP-3 VALUE 0.
003090 01  WS-RECALC-MARGEM PIC S9(7)V9(4) COMP-3 VALUE 0.
003100
003110 01  DossierCount     PIC 9(05) VALUE 0.
003120 01  NotFoundCount    PIC 9(05) VALUE 0.
003130 01  AppearanceTotal  PIC 9(07) VALUE 0.
003140 01  GenMissingCount  PIC 9(07) VALUE 0.
003150 01  MismatchCount    PIC 9(07) VALUE 0.
003160 01  OutcomeFoundCount PIC 9(05) VALUE 0.
003170 01  RequestDupCount  PIC 9(05) VALUE 0.
003180
003190 01  WS-DOSS-LINE     PIC X(132) VALUE SPACES.
003200 01  WS-SEQ-D         PIC ZZ9.
003210 01  WS-COUNT-D       PIC ZZ9.
003220 01  WS-FEATURE-LABEL PIC 9.
003230 01  WS-FEAT-D        PIC ZZ9.99.
003240 01  WS-FEAT-LIST-D.
003250     05  WS-FEAT-ITEM-D OCCURS 5 TIMES.
003260         10  FILLER       PIC X(02) VALUE " X".
003270         10  WS-FEAT-NUM-D PIC 9.
003280         10  FILLER       PIC X(01) VALUE "=".
003290         10  WS-FEAT-VAL-D PIC ZZ9.99.
003300 01  WS-WEIGHT-LIST-D.
003310     05  WS-WEIGHT-ITEM-D OCCURS 5 TIMES.
003320         10  FILLER       PIC X(02) VALUE " W".
003330         10  WS-WEIGHT-NUM-D PIC 9.
003340         10  FILLER       PIC X(01) VALUE "=".
003350         10  WS-WEIGHT-VAL-D PIC ---9.9999.
003360 01  WS-WEIGHT-D      PIC ---9.9999.
003370 01  WS-CONTRIB-D     PIC -------9.9999.
003380 01  WS-MARGEM-D      PIC -------9.9999.
003390 01  WS-RECALC-D      PIC -------9.9999.
003400 01  WS-ORIGIN-TEXT   PIC X(07).
003410 01  WS-SOURCE-TEXT   PIC X(19).
003420 01  WS-BIAS-TEXT     PIC X(14).
003430 01  WS-PERF-TEXT     PIC X(05).
003440
003450 PROCEDURE DIVISION.
003460
003470 0000-MAINLINE.
003480     PERFORM 1000-LOAD-REQUESTS
003490             THRU 1000-LOAD-REQUESTS-EXIT.
003500     IF RequestCount = 0
003510         DISPLAY "Nenhum caso pedido no DOSSREQ; nada a fazer."
003520         MOVE 8 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     OPEN INPUT SCORE-HISTORY.
003560     IF NOT SCOREHIS-FILE-OK
003570         DISPLAY "SCOREHIS indisponivel; STATUS="
003580                 WS-SCOREHIS-STATUS
003590         MOVE 8 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620
003630     PERFORM 1100-LOAD-PARM-CARD
003640             THRU 1100-LOAD-PARM-CARD-EXIT.
003650     PERFORM 1200-LOAD-REASON-CODES
003660             THRU 1200-LOAD-REASON-CODES-EXIT.
003670     PERFORM 1300-LOAD-GENERATIONS
003680             THRU 1300-LOAD-GENERATIONS-EXIT.
003690     PERFORM 1400-SCAN-ARCHIVES
003700             THRU 1400-SCAN-ARCHIVES-EXIT.
003710     PERFORM 1500-SCAN-OUTCOMES
003720             THRU 1500-SCAN-OUTCOMES-EXIT.
003730
003740     OPEN OUTPUT DOSSIER-REPORT.
003750     STRING "DOSSIE DE DECISAO POR PROPOSTA (HISTORICO"
003760             " COMPLETO DE ESCORE, GERACAO DE PESOS E DESFECHO)"
003770             DELIMITED BY SIZE INTO WS-DOSS-LINE.
003780     PERFORM 8900-WRITE-DOSS-LINE
003790             THRU 8900-WRITE-DOSS-LINE-EXIT.
003800     PERFORM 2000-BUILD-ONE-DOSSIER
003810             THRU 2000-BUILD-ONE-DOSSIER-EXIT
003820                 VARYING WS-RQ-IX FROM 1 BY 1
003830                 UNTIL WS-RQ-IX > RequestCount.
003840     PERFORM 4000-WRITE-TRAILER
003850             THRU 4000-WRITE-TRAILER-EXIT.
003860     CLOSE DOSSIER-REPORT.
003870     CLOSE SCORE-HISTORY.
003880
003890     DISPLAY "--- Dossies de decisao ---".
003900     DISPLAY "CASOS PEDIDOS.......: " RequestCount.
003910     DISPLAY "PEDIDOS REPETIDOS...: " RequestDupCount.
003920     DISPLAY "DOSSIES EMITIDOS....: " DossierCount.
003930     DISPLAY "CASOS NAO ACHADOS...: " NotFoundCount.
003940     DISPLAY "APARICOES...........: " AppearanceTotal.
003950     DISPLAY "SEM GERACAO.........: " GenMissingCount.
003960     DISPLAY "MARGEM DIVERGENTE...: " MismatchCount.
003970     DISPLAY "COM DESFECHO........: " OutcomeFoundCount.
003980     IF NotFoundCount > 0 OR GenMissingCount > 0
003990             OR REQUEST-TABLE-FULL OR ARCHIVE-TABLE-FULL
004000             OR GENERATION-TABLE-FULL OR APPEARANCE-TABLE-FULL
004010         MOVE 4 TO RETURN-CODE
004020     END-IF.
004030     STOP RUN.
004040
004050 0000-MAINLINE-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------
004090* 1000-LOAD-REQUESTS -- THE IDS TO BUILD DOSSIERS FOR, IN
004100* CARD ORDER.
004110*----------------------------------------------------------
004120 1000-LOAD-REQUESTS.
004130     OPEN INPUT DOSSIER-REQUEST.
004140     IF NOT DOSSREQ-FILE-OK
004150         DISPLAY "DOSSREQ indisponivel; STATUS="
004160                 WS-DOSSREQ-STATUS
004170         GO TO 1000-LOAD-REQUESTS-EXIT
004180     END-IF.
004190     PERFORM 1010-READ-ONE-REQUEST
004200             THRU 1010-READ-ONE-REQUEST-EXIT.
004210     PERFORM 1020-TAKE-ONE-REQUEST
004220             THRU 1020-TAKE-ONE-REQUEST-EXIT
004230                 UNTIL DOSSREQ-EOF.
004240     CLOSE DOSSIER-REQUEST.
004250
004260 1000-LOAD-REQUESTS-EXIT.
004270     EXIT.
004280
004290 1010-READ-ONE-REQUEST.
004300     READ DOSSIER-REQUEST
004310         AT END
004320             CONTINUE
004330     END-READ.
004340
004350 1010-READ-ONE-REQUEST-EXIT.
004360     EXIT.
004370
004380 1020-TAKE-ONE-REQUEST.
004390     IF DQ-ID = SPACES
004400         GO TO 1020-TAKE-NEXT
004410     END-IF.
004420     MOVE DQ-ID TO WS-LOOKUP-ID.
004430     PERFORM 1050-FIND-REQUEST
004440             THRU 1050-FIND-REQUEST-EXIT.
004450     IF WS-RQ-FOUND-IX > 0
004460         ADD 1 TO RequestDupCount
004470         GO TO 1020-TAKE-NEXT
004480     END-IF.
004490     IF RequestCount = 100
004500         MOVE "Y" TO WS-REQ-FULL-SW
004510         DISPLAY "MAIS DE 100 CASOS NO DOSSREQ; IGNORADO: "
004520                 DQ-ID
004530         GO TO 1020-TAKE-NEXT
004540     END-IF.
004550     ADD 1 TO RequestCount.
004560     MOVE DQ-ID TO RQ-ID(RequestCount).
004570     MOVE "N" TO RQ-OUTCOME-SW(RequestCount).
004580     MOVE 0 TO RQ-BOOKED-DATE(RequestCount).
004590     MOVE SPACE TO RQ-PERFORMANCE(RequestCount).
004600
004610 1020-TAKE-NEXT.
004620     PERFORM 1010-READ-ONE-REQUEST
004630             THRU 1010-READ-ONE-REQUEST-EXIT.
004640
004650 1020-TAKE-ONE-REQUEST-EXIT.
004660     EXIT.
004670
004680 1050-FIND-REQUEST.
004690     MOVE 0 TO WS-RQ-FOUND-IX.
004700     PERFORM 1055-MATCH-ONE-REQUEST
004710             THRU 1055-MATCH-ONE-REQUEST-EXIT
004720                 VARYING WS-RQ-IX FROM 1 BY 1
004730                 UNTIL WS-RQ-IX > RequestCount
004740                    OR WS-RQ-FOUND-IX > 0.
004750
004760 1050-FIND-REQUEST-EXIT.
004770     EXIT.
004780
004790 1055-MATCH-ONE-REQUEST.
004800     IF RQ-ID(WS-RQ-IX) = WS-LOOKUP-ID
004810         MOVE WS-RQ-IX TO WS-RQ-FOUND-IX
004820     END-IF.
004830
004840 1055-MATCH-ONE-REQUEST-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------
004880* 1100-LOAD-PARM-CARD -- THE BIAS SWITCH OFF THE MAIN CARD.
004890* NO CARD MEANS NO BIAS, AS IN THE BATCH.
004900*----------------------------------------------------------
004910 1100-LOAD-PARM-CARD.
004920     OPEN INPUT PARM-FILE.
004930     IF NOT PARM-FILE-OK
004940         CLOSE PARM-FILE
004950         GO TO 1100-LOAD-PARM-CARD-EXIT
004960     END-IF.
004970     READ PARM-FILE
004980         AT END
004990             CONTINUE
005000         NOT AT END
005010             MOVE PM-USE-BIAS TO UseBias
005020     END-READ.
005030     CLOSE PARM-FILE.
005040
005050 1100-LOAD-PARM-CARD-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------
005090* 1200-LOAD-REASON-CODES -- ADVERSE-ACTION TEXT PER FEATURE.
005100* A FEATURE WITHOUT A ROW PRINTS WITH A BLANK REASON.
005110*----------------------------------------------------------
005120 1200-LOAD-REASON-CODES.
005130     MOVE SPACES TO REASON-TEXT-TABLE.
005140     OPEN INPUT REASON-CODES.
005150     IF NOT REASONCD-FILE-OK
005160         DISPLAY "Nenhum REASONCD encontrado; motivos em branco."
005170         CLOSE REASON-CODES
005180         GO TO 1200-LOAD-REASON-CODES-EXIT
005190     END-IF.
005200     PERFORM 1210-READ-ONE-REASON
005210             THRU 1210-READ-ONE-REASON-EXIT.
005220     PERFORM 1220-TAKE-ONE-REASON
005230             THRU 1220-TAKE-ONE-REASON-EXIT
005240                 UNTIL REASONCD-EOF.
005250     CLOSE REASON-CODES.
005260
005270 1200-LOAD-REASON-CODES-EXIT.
005280     EXIT.
005290
005300 1210-READ-ONE-REASON.
005310     READ REASON-CODES
005320         AT END
005330             CONTINUE
005340     END-READ.
005350
005360 1210-READ-ONE-REASON-EXIT.
005370     EXIT.
005380
005390 1220-TAKE-ONE-REASON.
005400     IF RZ-FEATURE-NUM NUMERIC
005410             AND RZ-FEATURE-NUM >= 1 AND RZ-FEATURE-NUM <= 5
005420         MOVE RZ-TEXT TO REASON-TEXT(RZ-FEATURE-NUM)
005430     END-IF.
005440     PERFORM 1210-READ-ONE-REASON
005450             THRU 1210-READ-ONE-REASON-EXIT.
005460
005470 1220-TAKE-ONE-REASON-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------
005510* 1300-LOAD-GENERATIONS -- EVERY WEIGHTS GENERATION, SO ANY
005520* APPEARANCE CAN BE TIED TO THE WEIGHTS IT WAS SCORED WITH.
005530*----------------------------------------------------------
005540 1300-LOAD-GENERATIONS.
005550     OPEN INPUT WEIGHTS-FILE.
005560     IF NOT WEIGHTS-FILE-OK
005570         DISPLAY "Nenhum WEIGHTFL encontrado; sem geracoes."
005580         CLOSE WEIGHTS-FILE
005590         GO TO 1300-LOAD-GENERATIONS-EXIT
005600     END-IF.
005610     PERFORM 1310-READ-ONE-GENERATION
005620             THRU 1310-READ-ONE-GENERATION-EXIT.
005630     PERFORM 1320-TAKE-ONE-GENERATION
005640             THRU 1320-TAKE-ONE-GENERATION-EXIT
005650                 UNTIL WEIGHTS-EOF.
005660     CLOSE WEIGHTS-FILE.
005670
005680 1300-LOAD-GENERATIONS-EXIT.
005690     EXIT.
005700
005710 1310-READ-ONE-GENERATION.
005720     READ WEIGHTS-FILE
005730         AT END
005740             CONTINUE
005750     END-READ.
005760
005770 1310-READ-ONE-GENERATION-EXIT.
005780     EXIT.
005790
005800 1320-TAKE-ONE-GENERATION.
005810     MOVE 0 TO WS-GT-FOUND-IX.
005820     PERFORM 1330-MATCH-ONE-GENERATION
005830             THRU 1330-MATCH-ONE-GENERATION-EXIT
005840                 VARYING WS-GT-IX FROM 1 BY 1
005850                 UNTIL WS-GT-IX > GenCount.
005860     IF WS-GT-FOUND-IX = 0
005870         IF GenCount = 500
005880             MOVE "Y" TO WS-GEN-FULL-SW
005890             GO TO 1320-TAKE-NEXT
005900         END-IF
005910         ADD 1 TO GenCount
005920         MOVE GenCount TO WS-GT-FOUND-IX
005930     END-IF.
005940     MOVE WR-VERSION    TO GT-VERSION(WS-GT-FOUND-IX).
005950     MOVE WR-SEGMENT    TO GT-SEGMENT(WS-GT-FOUND-IX).
005960     MOVE WR-TRAIN-DATE TO GT-TRAIN-DATE(WS-GT-FOUND-IX).
005970     MOVE WR-WBIAS      TO GT-WBIAS(WS-GT-FOUND-IX).
005980     PERFORM 1340-TAKE-ONE-WEIGHT
005990             THRU 1340-TAKE-ONE-WEIGHT-EXIT
006000                 VARYING WS-FEATURE-IX FROM 1 BY 1
006010                 UNTIL WS-FEATURE-IX > 5.
006020
006030 1320-TAKE-NEXT.
006040     PERFORM 1310-READ-ONE-GENERATION
006050             THRU 1310-READ-ONE-GENERATION-EXIT.
006060
006070 1320-TAKE-ONE-GENERATION-EXIT.
006080     EXIT.
006090
006100 1330-MATCH-ONE-GENERATION.
006110     IF GT-VERSION(WS-GT-IX) = WR-VERSION
006120             AND GT-SEGMENT(WS-GT-IX) = WR-SEGMENT
006130         MOVE WS-GT-IX TO WS-GT-FOUND-IX
006140     END-IF.
006150
006160 1330-MATCH-ONE-GENERATION-EXIT.
006170     EXIT.
006180
006190 1340-TAKE-ONE-WEIGHT.
006200     MOVE WR-WEIGHT(WS-FEATURE-IX)
006210             TO GT-WEIGHT(WS-GT-FOUND-IX, WS-FEATURE-IX).
006220
006230 1340-TAKE-ONE-WEIGHT-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------
006270* 1400-SCAN-ARCHIVES -- ONE PASS OVER EVERY ARCHIVE
006280* GENERATION, KEEPING ONLY RECORDS OF THE IDS ASKED FOR.
006290* OPTIONAL; WITHOUT IT THE DOSSIERS COVER THE LIVE MASTER
006300* ONLY, AND THE REPORT SAYS SO.
006310*----------------------------------------------------------
006320 1400-SCAN-ARCHIVES.
006330     OPEN INPUT HISTORY-ARCHIVE.
006340     IF HISTARC-FILE-NOT-FOUND
006350         DISPLAY "Nenhum HISTARC encontrado; so o mestre"
006360                 " sera lido."
006370         CLOSE HISTORY-ARCHIVE
006380         GO TO 1400-SCAN-ARCHIVES-EXIT
006390     END-IF.
006400     IF NOT HISTARC-FILE-OK
006410         DISPLAY "ERRO DE E/S NO ARQUIVO HISTARC STATUS="
006420                 WS-HISTARC-STATUS "; EXECUCAO ABORTADA."
006430         MOVE 12 TO RETURN-CODE
006440         STOP RUN
006450     END-IF.
006460     PERFORM 1410-READ-ONE-ARCHIVE
006470             THRU 1410-READ-ONE-ARCHIVE-EXIT.
006480     PERFORM 1420-TAKE-ONE-ARCHIVE
006490             THRU 1420-TAKE-ONE-ARCHIVE-EXIT
006500                 UNTIL HISTARC-EOF.
006510     CLOSE HISTORY-ARCHIVE.
006520
006530 1400-SCAN-ARCHIVES-EXIT.
006540     EXIT.
006550
006560 1410-READ-ONE-ARCHIVE.
006570     READ HISTORY-ARCHIVE
006580         AT END
006590             CONTINUE
006600     END-READ.
006610
006620 1410-READ-ONE-ARCHIVE-EXIT.
006630     EXIT.
006640
006650 1420-TAKE-ONE-ARCHIVE.
006660     MOVE HISTORY-ARCHIVE-RECORD TO WS-ARCHIVE-RECORD.
006670     MOVE WA-ID TO WS-LOOKUP-ID.
006680     PERFORM 1050-FIND-REQUEST
006690             THRU 1050-FIND-REQUEST-EXIT.
006700     IF WS-RQ-FOUND-IX = 0 OR WA-RUN-DATE NOT NUMERIC
006710         GO TO 1420-TAKE-NEXT
006720     END-IF.
006730     IF ArchiveHitCount = 2000
006740         MOVE "Y" TO WS-ARC-FULL-SW
006750         GO TO 1420-TAKE-NEXT
006760     END-IF.
006770     ADD 1 TO ArchiveHitCount.
006780     MOVE WS-RQ-FOUND-IX TO AH-RQ-IX(ArchiveHitCount).
006790     MOVE HISTORY-ARCHIVE-RECORD TO AH-RECORD(ArchiveHitCount).
006800
006810 1420-TAKE-NEXT.
006820     PERFORM 1410-READ-ONE-ARCHIVE
006830             THRU 1410-READ-ONE-ARCHIVE-EXIT.
006840
006850 1420-TAKE-ONE-ARCHIVE-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------
006890* 1500-SCAN-OUTCOMES -- THE SERVICING FEEDBACK, FOR THE
006900* PERFORMANCE OF ANY REQUESTED CASE THAT WAS BOOKED.
006910*----------------------------------------------------------
006920 1500-SCAN-OUTCOMES.
006930     OPEN INPUT LOAN-OUTCOMES.
006940     IF NOT OUTCOME-FILE-OK
006950         DISPLAY "Nenhum LOANOUTC encontrado; sem desfechos."
006960         CLOSE LOAN-OUTCOMES
006970         GO TO 1500-SCAN-OUTCOMES-EXIT
006980     END-IF.
006990     PERFORM 1510-READ-ONE-OUTCOME
007000             THRU 1510-READ-ONE-OUTCOME-EXIT.
007010     PERFORM 1520-TAKE-ONE-OUTCOME
007020             THRU 1520-TAKE-ONE-OUTCOME-EXIT
007030                 UNTIL OUTCOME-EOF.
007040     CLOSE LOAN-OUTCOMES.
007050
007060 1500-SCAN-OUTCOMES-EXIT.
007070     EXIT.
007080
007090 1510-READ-ONE-OUTCOME.
007100     READ LOAN-OUTCOMES
007110         AT END
007120             CONTINUE
007130     END-READ.
007140
007150 1510-READ-ONE-OUTCOME-EXIT.
007160     EXIT.
007170
007180 1520-TAKE-ONE-OUTCOME.
007190     MOVE LO-ID TO WS-LOOKUP-ID.
007200     PERFORM 1050-FIND-REQUEST
007210             THRU 1050-FIND-REQUEST-EXIT.
007220     IF WS-RQ-FOUND-IX > 0
007230         MOVE "Y" TO RQ-OUTCOME-SW(WS-RQ-FOUND-IX)
007240         MOVE LO-BOOKED-DATE TO RQ-BOOKED-DATE(WS-RQ-FOUND-IX)
007250         MOVE LO-PERFORMANCE TO RQ-PERFORMANCE(WS-RQ-FOUND-IX)
007260     END-IF.
007270     PERFORM 1510-READ-ONE-OUTCOME
007280             THRU 1510-READ-ONE-OUTCOME-EXIT.
007290
007300 1520-TAKE-ONE-OUTCOME-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------
007340* 2000-BUILD-ONE-DOSSIER -- GATHER THE CASE'S APPEARANCES
007350* (ARCHIVE HITS FIRST, THEN THE LIVE MASTER BY KEY) AND
007360* PRINT THE DOSSIER.
007370*----------------------------------------------------------
007380 2000-BUILD-ONE-DOSSIER.
007390     MOVE 0 TO AppearanceCount.
007400     MOVE 0 TO WS-CASE-MASTER.
007410     MOVE 0 TO WS-CASE-ARCHIVE.
007420     PERFORM 2100-TAKE-ONE-ARCHIVE-HIT
007430             THRU 2100-TAKE-ONE-ARCHIVE-HIT-EXIT
007440                 VARYING WS-AH-IX FROM 1 BY 1
007450                 UNTIL WS-AH-IX > ArchiveHitCount.
007460     PERFORM 2200-BROWSE-MASTER
007470             THRU 2200-BROWSE-MASTER-EXIT.
007480     PERFORM 3000-WRITE-ONE-DOSSIER
007490             THRU 3000-WRITE-ONE-DOSSIER-EXIT.
007500
007510 2000-BUILD-ONE-DOSSIER-EXIT.
007520     EXIT.
007530
007540 2100-TAKE-ONE-ARCHIVE-HIT.
007550     IF AH-RQ-IX(WS-AH-IX) NOT = WS-RQ-IX
007560         GO TO 2100-TAKE-ONE-ARCHIVE-HIT-EXIT
007570     END-IF.
007580     MOVE AH-RECORD(WS-AH-IX) TO WS-ARCHIVE-RECORD.
007590     MOVE WA-RUN-DATE-N      TO CD-RUN-DATE.
007600     MOVE "A"                TO CD-ORIGIN.
007610     MOVE WA-SEGMENT         TO CD-SEGMENT.
007620     PERFORM 2110-TAKE-ONE-ARCHIVE-FEATURE
007630             THRU 2110-TAKE-ONE-ARCHIVE-FEATURE-EXIT
007640                 VARYING WS-FEATURE-IX FROM 1 BY 1
007650                 UNTIL WS-FEATURE-IX > 5.
007660     MOVE WA-MARGEM          TO CD-MARGEM.
007670     MOVE WA-SAIDA           TO CD-SAIDA.
007680     MOVE WA-DECISION        TO CD-DECISION.
007690     MOVE WA-DECISION-SRC    TO CD-DECISION-SRC.
007700     MOVE WA-GRADE           TO CD-GRADE.
007710     MOVE WA-POLICY-RULE     TO CD-POLICY-RULE.
007720     MOVE WA-WEIGHTS-VERSION TO CD-WEIGHTS-VERSION.
007730     ADD 1 TO WS-CASE-ARCHIVE.
007740     PERFORM 2400-INSERT-APPEARANCE
007750             THRU 2400-INSERT-APPEARANCE-EXIT.
007760
007770 2100-TAKE-ONE-ARCHIVE-HIT-EXIT.
007780     EXIT.
007790
007800 2110-TAKE-ONE-ARCHIVE-FEATURE.
007810     MOVE WA-FEATURE(WS-FEATURE-IX)
007820             TO CD-FEATURE(WS-FEATURE-IX).
007830
007840 2110-TAKE-ONE-ARCHIVE-FEATURE-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------
007880* 2200-BROWSE-MASTER -- EVERY LIVE APPEARANCE OF THE CASE:
007890* START AT ID + 00000000 AND READ NEXT WHILE THE ID HOLDS.
007900*----------------------------------------------------------
007910 2200-BROWSE-MASTER.
007920     MOVE "N" TO WS-HIST-SCAN-SW.
007930     MOVE RQ-ID(WS-RQ-IX) TO SH-ID.
007940     MOVE 0 TO SH-RUN-DATE.
007950     START SCORE-HISTORY KEY IS NOT LESS THAN SH-KEY
007960         INVALID KEY
007970             GO TO 2200-BROWSE-MASTER-EXIT
007980     END-START.
007990     PERFORM 2210-READ-NEXT-HISTORY
008000             THRU 2210-READ-NEXT-HISTORY-EXIT
008010                 UNTIL HISTORY-SCAN-DONE.
008020
008030 2200-BROWSE-MASTER-EXIT.
008040     EXIT.
008050
008060 2210-READ-NEXT-HISTORY.
008070     READ SCORE-HISTORY NEXT RECORD
008080         AT END
008090             MOVE "Y" TO WS-HIST-SCAN-SW
008100     END-READ.
008110     IF HISTORY-SCAN-DONE
008120         GO TO 2210-READ-NEXT-HISTORY-EXIT
008130     END-IF.
008140     IF NOT SCOREHIS-FILE-OK
008150         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
008160                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
008170         MOVE 12 TO RETURN-CODE
008180         STOP RUN
008190     END-IF.
008200     IF SH-ID NOT = RQ-ID(WS-RQ-IX)
008210         MOVE "Y" TO WS-HIST-SCAN-SW
008220         GO TO 2210-READ-NEXT-HISTORY-EXIT
008230     END-IF.
008240     MOVE SH-RUN-DATE        TO CD-RUN-DATE.
008250     MOVE "M"                TO CD-ORIGIN.
008260     MOVE SH-SEGMENT         TO CD-SEGMENT.
008270     PERFORM 2220-TAKE-ONE-MASTER-FEATURE
008280             THRU 2220-TAKE-ONE-MASTER-FEATURE-EXIT
008290                 VARYING WS-FEATURE-IX FROM 1 BY 1
008300                 UNTIL WS-FEATURE-IX > 5.
008310     MOVE SH-MARGEM          TO CD-MARGEM.
008320     MOVE SH-SAIDA           TO CD-SAIDA.
008330     MOVE SH-DECISION        TO CD-DECISION.
008340     MOVE SH-DECISION-SRC    TO CD-DECISION-SRC.
008350     MOVE SH-GRADE           TO CD-GRADE.
008360     MOVE SH-POLICY-RULE     TO CD-POLICY-RULE.
008370     MOVE SH-WEIGHTS-VERSION TO CD-WEIGHTS-VERSION.
008380     ADD 1 TO WS-CASE-MASTER.
008390     PERFORM 2400-INSERT-APPEARANCE
008400             THRU 2400-INSERT-APPEARANCE-EXIT.
008410
008420 2210-READ-NEXT-HISTORY-EXIT.
008430     EXIT.
008440
008450 2220-TAKE-ONE-MASTER-FEATURE.
008460     MOVE SH-FEATURE(WS-FEATURE-IX)
008470             TO CD-FEATURE(WS-FEATURE-IX).
008480
008490 2220-TAKE-ONE-MASTER-FEATURE-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------
008530* 2400-INSERT-APPEARANCE -- PUT THE CANDIDATE IN RUN-DATE
008540* ORDER. THE SAME RUN DATE ALREADY IN THE TABLE IS REPLACED
008550* (ARCHIVE THEN MASTER, SO THE LIVE COPY WINS); OTHERWISE
008560* THE LATER ENTRIES MOVE DOWN ONE TO MAKE ROOM.
008570*----------------------------------------------------------
008580 2400-INSERT-APPEARANCE.
008590     MOVE 0 TO WS-AP-POS.
008600     MOVE 0 TO WS-AP-SAME-IX.
008610     PERFORM 2410-PLACE-ONE-APPEARANCE
008620             THRU 2410-PLACE-ONE-APPEARANCE-EXIT
008630                 VARYING WS-AP-IX FROM 1 BY 1
008640                 UNTIL WS-AP-IX > AppearanceCount
008650                    OR WS-AP-POS > 0 OR WS-AP-SAME-IX > 0.
008660     IF WS-AP-SAME-IX > 0
008670         MOVE CANDIDATE-APPEARANCE TO AP-ENTRY(WS-AP-SAME-IX)
008680         GO TO 2400-INSERT-APPEARANCE-EXIT
008690     END-IF.
008700     IF AppearanceCount = 200
008710         MOVE "Y" TO WS-AP-FULL-SW
008720         GO TO 2400-INSERT-APPEARANCE-EXIT
008730     END-IF.
008740     IF WS-AP-POS = 0
008750         COMPUTE WS-AP-POS = AppearanceCount + 1
008760     ELSE
008770         PERFORM 2420-SHIFT-ONE-APPEARANCE
008780                 THRU 2420-SHIFT-ONE-APPEARANCE-EXIT
008790                     VARYING WS-AP-IX FROM AppearanceCount BY -1
008800                     UNTIL WS-AP-IX < WS-AP-POS
008810     END-IF.
008820     ADD 1 TO AppearanceCount.
008830     MOVE CANDIDATE-APPEARANCE TO AP-ENTRY(WS-AP-POS).
008840
008850 2400-INSERT-APPEARANCE-EXIT.
008860     EXIT.
008870
008880 2410-PLACE-ONE-APPEARANCE.
008890     IF AP-RUN-DATE(WS-AP-IX) = CD-RUN-DATE
008900         MOVE WS-AP-IX TO WS-AP-SAME-IX
008910     ELSE
008920         IF AP-RUN-DATE(WS-AP-IX) > CD-RUN-DATE
008930             MOVE WS-AP-IX TO WS-AP-POS
008940         END-IF
008950     END-IF.
008960
008970 2410-PLACE-ONE-APPEARANCE-EXIT.
008980     EXIT.
008990
009000 2420-SHIFT-ONE-APPEARANCE.
009010     MOVE AP-ENTRY(WS-AP-IX) TO AP-ENTRY(WS-AP-IX + 1).
009020
009030 2420-SHIFT-ONE-APPEARANCE-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------
009070* 3000-WRITE-ONE-DOSSIER -- HEADER, EACH APPEARANCE IN DATE
009080* ORDER, THEN WHAT THE LOAN DID.
009090*----------------------------------------------------------
009100 3000-WRITE-ONE-DOSSIER.
009110     MOVE SPACES TO WS-DOSS-LINE.
009120     PERFORM 8900-WRITE-DOSS-LINE
009130             THRU 8900-WRITE-DOSS-LINE-EXIT.
009140     MOVE SPACES TO WS-DOSS-LINE.
009150     STRING "==== DOSSIE DO CASO " RQ-ID(WS-RQ-IX) " ===="
009160             DELIMITED BY SIZE INTO WS-DOSS-LINE.
009170     PERFORM 8900-WRITE-DOSS-LINE
009180             THRU 8900-WRITE-DOSS-LINE-EXIT.
009190     IF AppearanceCount = 0
009200         ADD 1 TO NotFoundCount
009210         STRING "NENHUMA APARICAO NO SCORE-HISTORY NEM NOS"
009220                 " ARQUIVOS LIDOS."
009230                 DELIMITED BY SIZE INTO WS-DOSS-LINE
009240         PERFORM 8900-WRITE-DOSS-LINE
009250                 THRU 8900-WRITE-DOSS-LINE-EXIT
009260         GO TO 3000-WRITE-OUTCOME
009270     END-IF.
009280     ADD 1 TO DossierCount.
009290     ADD AppearanceCount TO AppearanceTotal.
009300     MOVE AppearanceCount TO WS-COUNT-D.
009310     MOVE SPACES TO WS-DOSS-LINE.
009320     STRING "APARICOES=" WS-COUNT-D
009330             "  LIDAS NO MESTRE=" WS-CASE-MASTER
009340             "  LIDAS NOS ARQUIVOS=" WS-CASE-ARCHIVE
009350             "  (MESMA DATA NOS DOIS: VALE O MESTRE)"
009360             DELIMITED BY SIZE INTO WS-DOSS-LINE.
009370     PERFORM 8900-WRITE-DOSS-LINE
009380             THRU 8900-WRITE-DOSS-LINE-EXIT.
009390     PERFORM 3100-WRITE-ONE-APPEARANCE
009400             THRU 3100-WRITE-ONE-APPEARANCE-EXIT
009410                 VARYING WS-AP-IX FROM 1 BY 1
009420                 UNTIL WS-AP-IX > AppearanceCount.
009430
009440 3000-WRITE-OUTCOME.
009450     MOVE SPACES TO WS-DOSS-LINE.
009460     IF RQ-OUTCOME-FOUND(WS-RQ-IX)
009470         ADD 1 TO OutcomeFoundCount
009480         EVALUATE RQ-PERFORMANCE(WS-RQ-IX)
009490             WHEN "B"
009500                 MOVE "(BOM)" TO WS-PERF-TEXT
009510             WHEN "M"
009520                 MOVE "(MAU)" TO WS-PERF-TEXT
009530             WHEN OTHER
009540                 MOVE "(?)" TO WS-PERF-TEXT
009550         END-EVALUATE
009560         STRING "DESFECHO: CONTRATADO EM "
009570                 RQ-BOOKED-DATE(WS-RQ-IX)
009580                 "  DESEMPENHO=" RQ-PERFORMANCE(WS-RQ-IX)
009590                 " " WS-PERF-TEXT
009600                 DELIMITED BY SIZE INTO WS-DOSS-LINE
009610     ELSE
009620         STRING "DESFECHO: SEM REGISTRO NO LOANOUTC (NAO"
009630                 " CONTRATADO OU AINDA SEM RETORNO DA COBRANCA)"
009640                 DELIMITED BY SIZE INTO WS-DOSS-LINE
009650     END-IF.
009660     PERFORM 8900-WRITE-DOSS-LINE
009670             THRU 8900-WRITE-DOSS-LINE-EXIT.
009680
009690 3000-WRITE-ONE-DOSSIER-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------
009730* 3100-WRITE-ONE-APPEARANCE -- WHAT WAS FILED THAT NIGHT,
009740* THE GENERATION IT WAS SCORED WITH, AND THE CONTRIBUTIONS
009750* RECOMPUTED FROM THAT GENERATION'S WEIGHTS.
009760*----------------------------------------------------------
009770 3100-WRITE-ONE-APPEARANCE.
009780     MOVE WS-AP-IX TO WS-SEQ-D.
009790     IF AP-FROM-MASTER(WS-AP-IX)
009800         MOVE "MESTRE" TO WS-ORIGIN-TEXT
009810     ELSE
009820         MOVE "ARQUIVO" TO WS-ORIGIN-TEXT
009830     END-IF.
009840     MOVE SPACES TO WS-DOSS-LINE.
009850     STRING "--- APARICAO " WS-SEQ-D
009860             "  DATA=" AP-RUN-DATE(WS-AP-IX)
009870             "  ORIGEM=" WS-ORIGIN-TEXT
009880             "  SEG=" AP-SEGMENT(WS-AP-IX) " ---"
009890             DELIMITED BY SIZE INTO WS-DOSS-LINE.
009900     PERFORM 8900-WRITE-DOSS-LINE
009910             THRU 8900-WRITE-DOSS-LINE-EXIT.
009920
009930     EVALUATE AP-DECISION-SRC(WS-AP-IX)
009940         WHEN "M"
009950             MOVE "(MODELO)" TO WS-SOURCE-TEXT
009960         WHEN "A"
009970             MOVE "(ANALISTA)" TO WS-SOURCE-TEXT
009980         WHEN "R"
009990             MOVE "(FAIXA DE REVISAO)" TO WS-SOURCE-TEXT
010000         WHEN "P"
010010             MOVE "(REGRA DE POLITICA)" TO WS-SOURCE-TEXT
010020         WHEN OTHER
010030             MOVE "(NAO GRAVADA)" TO WS-SOURCE-TEXT
010040     END-EVALUATE.
010050     MOVE AP-MARGEM(WS-AP-IX) TO WS-MARGEM-D.
010060     MOVE SPACES TO WS-DOSS-LINE.
010070     STRING "SAIDA=" AP-SAIDA(WS-AP-IX)
010080             "  DECISAO FINAL=" AP-DECISION(WS-AP-IX)
010090             "  FONTE=" AP-DECISION-SRC(WS-AP-IX)
010100             " " WS-SOURCE-TEXT
010110             "  GRAU=" AP-GRADE(WS-AP-IX)
010120             "  REGRA=" AP-POLICY-RULE(WS-AP-IX)
010130             "  MARGEM=" WS-MARGEM-D
010140             DELIMITED BY SIZE INTO WS-DOSS-LINE.
010150     PERFORM 8900-WRITE-DOSS-LINE
010160             THRU 8900-WRITE-DOSS-LINE-EXIT.
010170
010180     MOVE 0 TO WS-ACTIVE-COUNT.
010190     PERFORM 3110-FORMAT-ONE-FEATURE
010200             THRU 3110-FORMAT-ONE-FEATURE-EXIT
010210                 VARYING WS-FEATURE-IX FROM 1 BY 1
010220                 UNTIL WS-FEATURE-IX > 5.
010230     MOVE SPACES TO WS-DOSS-LINE.
010240     STRING "FEATURES:" WS-FEAT-LIST-D
010250             DELIMITED BY SIZE INTO WS-DOSS-LINE.
010260     PERFORM 8900-WRITE-DOSS-LINE
010270             THRU 8900-WRITE-DOSS-LINE-EXIT.
010280
010290     PERFORM 3200-FIND-GENERATION
010300             THRU 3200-FIND-GENERATION-EXIT.
010310     IF WS-GT-FOUND-IX = 0
010320         ADD 1 TO GenMissingCount
010330         GO TO 3100-WRITE-ONE-APPEARANCE-EXIT
010340     END-IF.
010350
010360*----------------------------------------------------------
010370* AN ANALYST DECISION FOLDED IN ON A LATER NIGHT CARRIES THE
010380* PRIOR MARGIN AND ZEROED FEATURES; THERE IS NOTHING TO
010390* RECOMPUTE FOR IT.
010400*----------------------------------------------------------
010410     IF AP-DECISION-SRC(WS-AP-IX) = "A" AND WS-ACTIVE-COUNT = 0
010420         MOVE SPACES TO WS-DOSS-LINE
010430         STRING "DECISAO DO ANALISTA SOBRE O ESCORE ANTERIOR;"
010440                 " FEATURES NAO REGRAVADAS, MARGEM REPETIDA --"
010450                 " SEM RECALCULO."
010460                 DELIMITED BY SIZE INTO WS-DOSS-LINE
010470         PERFORM 8900-WRITE-DOSS-LINE
010480                 THRU 8900-WRITE-DOSS-LINE-EXIT
010490         GO TO 3100-WRITE-ONE-APPEARANCE-EXIT
010500     END-IF.
010510     PERFORM 3300-WRITE-CONTRIBUTIONS
010520             THRU 3300-WRITE-CONTRIBUTIONS-EXIT.
010530
010540 3100-WRITE-ONE-APPEARANCE-EXIT.
010550     EXIT.
010560
010570 3110-FORMAT-ONE-FEATURE.
010580     MOVE WS-FEATURE-IX TO WS-FEAT-NUM-D(WS-FEATURE-IX).
010590     MOVE AP-FEATURE(WS-AP-IX, WS-FEATURE-IX)
010600             TO WS-FEAT-VAL-D(WS-FEATURE-IX).
010610     IF AP-FEATURE(WS-AP-IX, WS-FEATURE-IX) NOT = 0
010620         ADD 1 TO WS-ACTIVE-COUNT
010630     END-IF.
010640
010650 3110-FORMAT-ONE-FEATURE-EXIT.
010660     EXIT.
010670
010680*----------------------------------------------------------
010690* 3200-FIND-GENERATION -- THE GENERATION FILED WITH THE
010700* APPEARANCE WHEN THERE IS ONE. RECORDS FROM BEFORE THE
010710* FIELD EXISTED TAKE THE SEGMENT'S LATEST GENERATION
010720* TRAINED ON OR BEFORE THE RUN DATE, AND ARE MARKED
010730* INFERIDA: A FREEZE OR ROLLBACK IN FORCE THAT NIGHT IS NOT
010740* VISIBLE FROM HERE.
010750*----------------------------------------------------------
010760 3200-FIND-GENERATION.
010770     MOVE 0 TO WS-GT-FOUND-IX.
010780     IF AP-WEIGHTS-VERSION(WS-AP-IX) NUMERIC
010790             AND AP-WEIGHTS-VERSION-N(WS-AP-IX) > 0
010800         MOVE "G" TO WS-GEN-BASIS-SW
010810         PERFORM 3210-MATCH-RECORDED-GENERATION
010820                 THRU 3210-MATCH-RECORDED-GENERATION-EXIT
010830                     VARYING WS-GT-IX FROM 1 BY 1
010840                     UNTIL WS-GT-IX > GenCount
010850     ELSE
010860         MOVE "I" TO WS-GEN-BASIS-SW
010870         PERFORM 3220-MATCH-INFERRED-GENERATION
010880                 THRU 3220-MATCH-INFERRED-GENERATION-EXIT
010890                     VARYING WS-GT-IX FROM 1 BY 1
010900                     UNTIL WS-GT-IX > GenCount
010910     END-IF.
010920
010930     MOVE SPACES TO WS-DOSS-LINE.
010940     IF WS-GT-FOUND-IX = 0
010950         IF GENERATION-RECORDED
010960             STRING "GERACAO=" AP-WEIGHTS-VERSION(WS-AP-IX)
010970                     " (GRAVADA) NAO ENCONTRADA NO WEIGHTFL"
010980                     " PARA O SEGMENTO -- SEM RECALCULO."
010990                     DELIMITED BY SIZE INTO WS-DOSS-LINE
011000         ELSE
011010             STRING "GERACAO NAO GRAVADA E NENHUMA GERACAO DO"
011020                     " SEGMENTO TREINADA ATE A DATA NO WEIGHTFL"
011030                     " -- SEM RECALCULO."
011040                     DELIMITED BY SIZE INTO WS-DOSS-LINE
011050         END-IF
011060         PERFORM 8900-WRITE-DOSS-LINE
011070                 THRU 8900-WRITE-DOSS-LINE-EXIT
011080         GO TO 3200-FIND-GENERATION-EXIT
011090     END-IF.
011100     MOVE GT-WBIAS(WS-GT-FOUND-IX) TO WS-WEIGHT-D.
011110     IF GENERATION-RECORDED
011120         STRING "GERACAO=" GT-VERSION(WS-GT-FOUND-IX)
011130                 " (GRAVADA)"
011140                 "  TREINO=" GT-TRAIN-DATE(WS-GT-FOUND-IX)
011150                 "  VIES=" WS-WEIGHT-D
011160                 DELIMITED BY SIZE INTO WS-DOSS-LINE
011170     ELSE
011180         STRING "GERACAO=" GT-VERSION(WS-GT-FOUND-IX)
011190                 " (INFERIDA: ULTIMA DO SEGMENTO TREINADA ATE"
011200                 " A DATA)"
011210                 "  TREINO=" GT-TRAIN-DATE(WS-GT-FOUND-IX)
011220                 "  VIES=" WS-WEIGHT-D
011230                 DELIMITED BY SIZE INTO WS-DOSS-LINE
011240     END-IF.
011250     PERFORM 8900-WRITE-DOSS-LINE
011260             THRU 8900-WRITE-DOSS-LINE-EXIT.
011270     PERFORM 3230-FORMAT-ONE-WEIGHT
011280             THRU 3230-FORMAT-ONE-WEIGHT-EXIT
011290                 VARYING WS-FEATURE-IX FROM 1 BY 1
011300                 UNTIL WS-FEATURE-IX > 5.
011310     MOVE SPACES TO WS-DOSS-LINE.
011320     STRING "PESOS:" WS-WEIGHT-LIST-D
011330             DELIMITED BY SIZE INTO WS-DOSS-LINE.
011340     PERFORM 8900-WRITE-DOSS-LINE
011350             THRU 8900-WRITE-DOSS-LINE-EXIT.
011360
011370 3200-FIND-GENERATION-EXIT.
011380     EXIT.
011390
011400 3210-MATCH-RECORDED-GENERATION.
011410     IF GT-VERSION(WS-GT-IX) = AP-WEIGHTS-VERSION-N(WS-AP-IX)
011420             AND GT-SEGMENT(WS-GT-IX) = AP-SEGMENT(WS-AP-IX)
011430         MOVE WS-GT-IX TO WS-GT-FOUND-IX
011440     END-IF.
011450
011460 3210-MATCH-RECORDED-GENERATION-EXIT.
011470     EXIT.
011480
011490 3220-MATCH-INFERRED-GENERATION.
011500     IF GT-SEGMENT(WS-GT-IX) NOT = AP-SEGMENT(WS-AP-IX)
011510             OR GT-TRAIN-DATE(WS-GT-IX) > AP-RUN-DATE(WS-AP-IX)
011520         GO TO 3220-MATCH-INFERRED-GENERATION-EXIT
011530     END-IF.
011540     IF WS-GT-FOUND-IX = 0
011550         MOVE WS-GT-IX TO WS-GT-FOUND-IX
011560     ELSE
011570         IF GT-VERSION(WS-GT-IX) > GT-VERSION(WS-GT-FOUND-IX)
011580             MOVE WS-GT-IX TO WS-GT-FOUND-IX
011590         END-IF
011600     END-IF.
011610
011620 3220-MATCH-INFERRED-GENERATION-EXIT.
011630     EXIT.
011640
011650 3230-FORMAT-ONE-WEIGHT.
011660     MOVE WS-FEATURE-IX TO WS-WEIGHT-NUM-D(WS-FEATURE-IX).
011670     MOVE GT-WEIGHT(WS-GT-FOUND-IX, WS-FEATURE-IX)
011680             TO WS-WEIGHT-VAL-D(WS-FEATURE-IX).
011690
011700 3230-FORMAT-ONE-WEIGHT-EXIT.
011710     EXIT.
011720
011730*----------------------------------------------------------
011740* 3300-WRITE-CONTRIBUTIONS -- W TIMES X PER ACTIVE FEATURE,
011750* RANKED MOST NEGATIVE FIRST WITH THE REASON TEXT, THEN THE
011760* SUM REBUILT THE WAY 6000-COMPUTE-SAIDA BUILDS IT (BIAS
011770* ONLY WHEN THE CURRENT PARM CARD SAYS SO) AGAINST THE
011780* MARGIN AS FILED. FEATURES PAST THE RUN'S FEATURE COUNT
011790* WERE FILED AS ZERO, SO ALL FIVE CAN BE SUMMED.
011800*----------------------------------------------------------
011810 3300-WRITE-CONTRIBUTIONS.
011820     MOVE 0 TO WS-CONTRIB-SUM.
011830     PERFORM 3310-COMPUTE-ONE-CONTRIB
011840             THRU 3310-COMPUTE-ONE-CONTRIB-EXIT
011850                 VARYING WS-FEATURE-IX FROM 1 BY 1
011860                 UNTIL WS-FEATURE-IX > 5.
011870     MOVE 0 TO WS-RANK.
011880     PERFORM 3320-RANK-ONE-CONTRIB
011890             THRU 3320-RANK-ONE-CONTRIB-EXIT
011900                 VARYING WS-RANK-PASS FROM 1 BY 1
011910                 UNTIL WS-RANK-PASS > 5.
011920
011930     MOVE WS-CONTRIB-SUM TO WS-RECALC-MARGEM.
011940     IF UseBias = "S"
011950         ADD GT-WBIAS(WS-GT-FOUND-IX) TO WS-RECALC-MARGEM
011960         MOVE "VIES SOMADO" TO WS-BIAS-TEXT
011970     ELSE
011980         MOVE "VIES NAO USADO" TO WS-BIAS-TEXT
011990     END-IF.
012000     MOVE WS-CONTRIB-SUM TO WS-CONTRIB-D.
012010     MOVE WS-RECALC-MARGEM TO WS-RECALC-D.
012020     MOVE AP-MARGEM(WS-AP-IX) TO WS-MARGEM-D.
012030     MOVE SPACES TO WS-DOSS-LINE.
012040     STRING "  SOMA DAS CONTRIBUICOES=" WS-CONTRIB-D
012050             "  " WS-BIAS-TEXT
012060             "  MARGEM RECALCULADA=" WS-RECALC-D
012070             "  MARGEM GRAVADA=" WS-MARGEM-D
012080             DELIMITED BY SIZE INTO WS-DOSS-LINE.
012090     PERFORM 8900-WRITE-DOSS-LINE
012100             THRU 8900-WRITE-DOSS-LINE-EXIT.
012110     MOVE SPACES TO WS-DOSS-LINE.
012120     IF WS-RECALC-MARGEM = AP-MARGEM(WS-AP-IX)
012130         MOVE "  RECALCULO CONFERE COM A MARGEM GRAVADA."
012140                 TO WS-DOSS-LINE
012150     ELSE
012160         ADD 1 TO MismatchCount
012170         STRING "  RECALCULO DIFERE DA MARGEM GRAVADA (GERACAO"
012180                 " INFERIDA, PESOS OU USO DO VIES DIFERENTES"
012190                 " DOS DAQUELA NOITE)."
012200                 DELIMITED BY SIZE INTO WS-DOSS-LINE
012210     END-IF.
012220     PERFORM 8900-WRITE-DOSS-LINE
012230             THRU 8900-WRITE-DOSS-LINE-EXIT.
012240
012250 3300-WRITE-CONTRIBUTIONS-EXIT.
012260     EXIT.
012270
012280 3310-COMPUTE-ONE-CONTRIB.
012290     COMPUTE CT-CONTRIB(WS-FEATURE-IX)
012300             = GT-WEIGHT(WS-GT-FOUND-IX, WS-FEATURE-IX)
012310             * AP-FEATURE(WS-AP-IX, WS-FEATURE-IX).
012320     COMPUTE WS-CONTRIB-SUM = WS-CONTRIB-SUM
012330             + (GT-WEIGHT(WS-GT-FOUND-IX, WS-FEATURE-IX)
012340             * AP-FEATURE(WS-AP-IX, WS-FEATURE-IX)).
012350     IF AP-FEATURE(WS-AP-IX, WS-FEATURE-IX) = 0
012360         MOVE "X" TO CT-USED-SW(WS-FEATURE-IX)
012370     ELSE
012380         MOVE " " TO CT-USED-SW(WS-FEATURE-IX)
012390     END-IF.
012400
012410 3310-COMPUTE-ONE-CONTRIB-EXIT.
012420     EXIT.
012430
012440 3320-RANK-ONE-CONTRIB.
012450     MOVE 0 TO WS-MIN-IX.
012460     PERFORM 3325-FIND-SMALLEST-CONTRIB
012470             THRU 3325-FIND-SMALLEST-CONTRIB-EXIT
012480                 VARYING WS-FEATURE-IX FROM 1 BY 1
012490                 UNTIL WS-FEATURE-IX > 5.
012500     IF WS-MIN-IX > 0
012510         ADD 1 TO WS-RANK
012520         PERFORM 3330-WRITE-ONE-CONTRIB-LINE
012530                 THRU 3330-WRITE-ONE-CONTRIB-LINE-EXIT
012540         MOVE "X" TO CT-USED-SW(WS-MIN-IX)
012550     END-IF.
012560
012570 3320-RANK-ONE-CONTRIB-EXIT.
012580     EXIT.
012590
012600 3325-FIND-SMALLEST-CONTRIB.
012610     IF CT-USED-SW(WS-FEATURE-IX) = " "
012620         IF WS-MIN-IX = 0
012630                 OR CT-CONTRIB(WS-FEATURE-IX)
012640                     < CT-CONTRIB(WS-MIN-IX)
012650             MOVE WS-FEATURE-IX TO WS-MIN-IX
012660         END-IF
012670     END-IF.
012680
012690 3325-FIND-SMALLEST-CONTRIB-EXIT.
012700     EXIT.
012710
012720 3330-WRITE-ONE-CONTRIB-LINE.
012730     MOVE WS-MIN-IX TO WS-FEATURE-LABEL.
012740     MOVE AP-FEATURE(WS-AP-IX, WS-MIN-IX) TO WS-FEAT-D.
012750     MOVE GT-WEIGHT(WS-GT-FOUND-IX, WS-MIN-IX) TO WS-WEIGHT-D.
012760     MOVE CT-CONTRIB(WS-MIN-IX) TO WS-CONTRIB-D.
012770     MOVE SPACES TO WS-DOSS-LINE.
012780     STRING "  RANK=" WS-RANK
012790             " FATOR=X" WS-FEATURE-LABEL
012800             " VALOR=" WS-FEAT-D
012810             " PESO=" WS-WEIGHT-D
012820             " CONTRIB=" WS-CONTRIB-D
012830             " MOTIVO=" REASON-TEXT(WS-MIN-IX)
012840             DELIMITED BY SIZE INTO WS-DOSS-LINE.
012850     PERFORM 8900-WRITE-DOSS-LINE
012860             THRU 8900-WRITE-DOSS-LINE-EXIT.
012870
012880 3330-WRITE-ONE-CONTRIB-LINE-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------
012920* 4000-WRITE-TRAILER -- RUN TOTALS AND ANY WARNING THAT A
012930* DOSSIER MAY BE INCOMPLETE.
012940*----------------------------------------------------------
012950 4000-WRITE-TRAILER.
012960     MOVE SPACES TO WS-DOSS-LINE.
012970     PERFORM 8900-WRITE-DOSS-LINE
012980             THRU 8900-WRITE-DOSS-LINE-EXIT.
012990     MOVE SPACES TO WS-DOSS-LINE.
013000     MOVE RequestCount TO WS-COUNT-D.
013010     STRING "TOTAIS: PEDIDOS=" WS-COUNT-D
013020             " DOSSIES=" DossierCount
013030             " NAO ACHADOS=" NotFoundCount
013040             " APARICOES=" AppearanceTotal
013050             " SEM GERACAO=" GenMissingCount
013060             " MARGEM DIVERGENTE=" MismatchCount
013070             DELIMITED BY SIZE INTO WS-DOSS-LINE.
013080     PERFORM 8900-WRITE-DOSS-LINE
013090             THRU 8900-WRITE-DOSS-LINE-EXIT.
013100     IF REQUEST-TABLE-FULL
013110         STRING "AVISO: MAIS DE 100 CASOS PEDIDOS; OS"
013120                 " EXCEDENTES NAO TEM DOSSIE."
013130                 DELIMITED BY SIZE INTO WS-DOSS-LINE
013140         PERFORM 8900-WRITE-DOSS-LINE
013150                 THRU 8900-WRITE-DOSS-LINE-EXIT
013160     END-IF.
013170     IF ARCHIVE-TABLE-FULL OR APPEARANCE-TABLE-FULL
013180         STRING "AVISO: MAIS APARICOES DO QUE AS TABELAS"
013190                 " COMPORTAM; DOSSIES PARCIAIS."
013200                 DELIMITED BY SIZE INTO WS-DOSS-LINE
013210         PERFORM 8900-WRITE-DOSS-LINE
013220                 THRU 8900-WRITE-DOSS-LINE-EXIT
013230     END-IF.
013240     IF GENERATION-TABLE-FULL
013250         STRING "AVISO: MAIS DE 500 GERACOES NO WEIGHTFL; AS"
013260                 " EXCEDENTES NAO FORAM CARREGADAS."
013270                 DELIMITED BY SIZE INTO WS-DOSS-LINE
013280         PERFORM 8900-WRITE-DOSS-LINE
013290                 THRU 8900-WRITE-DOSS-LINE-EXIT
013300     END-IF.
013310
013320 4000-WRITE-TRAILER-EXIT.
013330     EXIT.
013340
013350 8900-WRITE-DOSS-LINE.
013360     MOVE WS-DOSS-LINE TO DOSSIER-REPORT-RECORD.
013370     WRITE DOSSIER-REPORT-RECORD.
013380     IF WS-DOSSRPT-STATUS NOT = "00"
013390         DISPLAY "ERRO DE E/S NO ARQUIVO DOSSRPT STATUS="
013400                 WS-DOSSRPT-STATUS "; EXECUCAO ABORTADA."
013410         MOVE 12 TO RETURN-CODE
013420         STOP RUN
013430     END-IF.
013440     MOVE SPACES TO WS-DOSS-LINE.
013450
013460 8900-WRITE-DOSS-LINE-EXIT.
013470     EXIT.
