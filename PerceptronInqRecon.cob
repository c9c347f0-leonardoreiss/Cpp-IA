000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONINQRECON.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. NIGHTLY RECONCILIATION OF THE
000120*                  INTRADAY INQUIRY LOG AGAINST THE BATCH:
000130*                  EVERY INQUIRY ANSWERED BY PERCEPTRONINQUIRY
000140*                  IS HELD AGAINST TONIGHT'S DECISION EXTRACT
000150*                  FOR THE SAME APPLICATION ID. WHERE THE
000160*                  BRANCH WAS TOLD A DIFFERENT DECISION OR
000170*                  GRADE THAN THE BATCH GAVE, THE CASE IS
000180*                  LISTED WITH THE LIKELY CAUSE -- ANALYST OR
000190*                  POLICY OVERRIDE, FEATURES CHANGED SINCE
000200*                  THE INQUIRY, A NEW CHAMPION IN BETWEEN OR
000210*                  THE BATCH-ONLY REFERRAL BAND. INQUIRIES NO
000220*                  BATCH HAS EVER SCORED ARE LISTED AS WELL:
000230*                  A CUSTOMER MAY HAVE BEEN PROMISED SOMETHING
000240*                  THE SYSTEM NEVER CONFIRMED. RUN AFTER THE
000250*                  SCORING BATCH, BEFORE THE NEXT DAY OPENS.
000260* 10/15/26   RM    SCORE-HISTORY IS NOW INDEXED ON CASE ID PLUS
000270*                  RUN DATE. TONIGHT'S FEATURES ARE READ BY KEY
000280*                  PER DECISOUT CASE (1120) AND AN INQUIRY'S
000290*                  LATEST EARLIER SCORING BY A KEYED BROWSE
000300*                  (2150); THE 20000-ENTRY HISTORY TABLE IS
000310*                  GONE.
000320* 10/15/26   RM    SCORE-HISTORY LAYOUT PICKS UP THE WEIGHTS
000330*                  GENERATION FIELD THE BATCH NOW WRITES.
000340* 10/15/26   RM    EACH DECISOUT CASE NOW CARRIES ITS OWN
000350*                  GROUP'S BUSINESS DATE (TN-RUN-DATE): IT KEYS
000360*                  THE SCORE-HISTORY READ FOR THE FEATURES,
000370*                  DECIDES WHETHER AN INQUIRY CAME AFTER THE
000380*                  SCORING AND HEADS THE "LOTE" LINE. A LATE-
000390*                  DATED GROUP NO LONGER LOSES ITS FEATURES.
000400*----------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440     SOURCE-COMPUTER.  IBM.
000450     OBJECT-COMPUTER.  IBM.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL INQUIRY-LOG ASSIGN TO INQLOG
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS WS-INQLOG-STATUS.
000520
000530     SELECT DECISION-INTERFACE ASSIGN TO DECISOUT
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-DECISOUT-STATUS.
000560
000570     SELECT SCORE-HISTORY ASSIGN TO SCOREHIS
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS DYNAMIC
000600             RECORD KEY IS SH-KEY
000610             FILE STATUS IS WS-SCOREHIS-STATUS.
000620
000630     SELECT OPTIONAL GRADE-TABLE-FILE ASSIGN TO GRADETAB
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS WS-GRADETAB-STATUS.
000660
000670     SELECT RECON-REPORT ASSIGN TO INQRECON
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS WS-RECON-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------
000740* SAME RECORD PERCEPTRONINQUIRY APPENDS FOR EVERY ANSWERED
000750* INQUIRY.
000760*----------------------------------------------------------
000770 FD  INQUIRY-LOG
000780         RECORDING MODE IS F.
000790 01  INQUIRY-LOG-RECORD.
000800     05  IL-ID             PIC X(10).
000810     05  IL-SEGMENT        PIC X(02).
000820     05  IL-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
000830     05  IL-SAIDA          PIC 9.
000840     05  IL-DECISION       PIC X(01).
000850     05  IL-MARGEM         PIC S9(7)V9(4)
000860                 SIGN IS LEADING SEPARATE.
000870     05  IL-WEIGHTS-VERSION PIC 9(04).
000880     05  IL-POLICY-RULE    PIC X(04).
000890     05  IL-INQ-DATE       PIC 9(08).
000900     05  IL-INQ-TIME       PIC 9(08).
000910
000920*----------------------------------------------------------
000930* TONIGHT'S DECISION EXTRACT AS THE SCORING BATCH WROTE IT:
000940* HEADER WITH THE BUSINESS DATE, ONE DETAIL PER SCORED CASE.
000950*----------------------------------------------------------
000960 FD  DECISION-INTERFACE
000970         RECORDING MODE IS F.
000980 01  DECISION-IF-RECORD.
000990     05  DI-REC-TYPE     PIC X(01).
001000         88  DI-HEADER-REC        VALUE "H".
001010         88  DI-DETAIL-REC        VALUE "D".
001020     05  DI-ID           PIC X(10).
001030     05  DI-SEGMENT      PIC X(02).
001040     05  DI-SAIDA        PIC 9.
001050     05  DI-DECISION     PIC X(01).
001060     05  DI-DECISION-SRC PIC X(01).
001070     05  DI-GRADE        PIC X(01).
001080     05  DI-MARGEM       PIC S9(7)V9(4)
001090                 SIGN IS LEADING SEPARATE.
001100     05  DI-WEIGHTS-VERSION PIC 9(04).
001110     05  DI-REASON-FATOR OCCURS 3 TIMES PIC 9.
001120     05  DI-POLICY-RULE  PIC X(04).
001130 01  DECISION-IF-HEADER.
001140     05  FILLER          PIC X(01).
001150     05  DIH-BUSINESS-DATE PIC 9(08).
001160     05  DIH-SOURCE-SYSTEM PIC X(08).
001170     05  FILLER          PIC X(16).
001180
001190*----------------------------------------------------------
001200* SCORE-HISTORY MASTER, KEYED ON CASE ID PLUS RUN DATE --
001210* TONIGHT'S RECORDS GIVE THE FEATURE VALUES THE BATCH
001220* SCORED; EARLIER ONES SAY WHETHER AN INQUIRY'S APPLICATION
001230* EVER REACHED A BATCH.
001240*----------------------------------------------------------
001250 FD  SCORE-HISTORY
001260         RECORDING MODE IS F.
001270 01  SCORE-HISTORY-RECORD.
001280     05  SH-KEY.
001290         10  SH-ID     PIC X(10).
001300         10  SH-RUN-DATE PIC 9(08).
001310     05  SH-SEGMENT    PIC X(02).
001320     05  SH-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
001330     05  SH-MARGEM     PIC S9(7)V9(4)
001340                 SIGN IS LEADING SEPARATE.
001350     05  SH-SAIDA      PIC 9.
001360     05  SH-DECISION   PIC X(01).
001370     05  SH-DECISION-SRC PIC X(01).
001380     05  SH-GRADE      PIC X(01).
001390     05  SH-POLICY-RULE PIC X(04).
001400     05  SH-WEIGHTS-VERSION PIC 9(04).
001410
001420*----------------------------------------------------------
001430* SAME RISK-GRADE BREAKPOINTS THE BATCH USES. THE INQUIRY
001440* ANSWER CARRIES NO GRADE, SO ITS GRADE IS WORKED OUT HERE
001450* FROM ITS MARGIN THE WAY THE BATCH WOULD HAVE.
001460*----------------------------------------------------------
001470 FD  GRADE-TABLE-FILE
001480         RECORDING MODE IS F.
001490 01  GRADE-TABLE-RECORD.
001500     05  GB-SEGMENT     PIC X(02).
001510     05  GB-LIMIT       PIC S9(4)V99
001520                 SIGN IS LEADING SEPARATE.
001530     05  GB-GRADE       PIC X(01).
001540
001550 FD  RECON-REPORT
001560         RECORDING MODE IS F.
001570 01  RECON-REPORT-RECORD  PIC X(132).
001580
001590 WORKING-STORAGE SECTION.
001600
001610 01  WS-INQLOG-STATUS       PIC XX.
001620     88  INQLOG-FILE-OK             VALUE "00".
001630     88  INQLOG-EOF                 VALUE "10".
001640 01  WS-DECISOUT-STATUS     PIC XX.
001650     88  DECISOUT-FILE-OK           VALUE "00".
001660     88  DECISOUT-EOF               VALUE "10".
001670 01  WS-SCOREHIS-STATUS     PIC XX.
001680     88  SCOREHIS-FILE-OK           VALUE "00".
001690 01  WS-GRADETAB-STATUS     PIC XX.
001700     88  GRADETAB-FILE-OK           VALUE "00".
001710     88  GRADETAB-EOF               VALUE "10".
001720 01  WS-RECON-STATUS        PIC XX.
001730
001740*----------------------------------------------------------
001750* TONIGHT'S SCORED CASES OFF DECISOUT, WITH THE FEATURES
001760* FILLED IN FROM TONIGHT'S SCORE-HISTORY RECORDS. EACH
001770* CASE KEEPS ITS GROUP'S BUSINESS DATE; BUSINESSDATE IS THE
001780* NEWEST OF THEM, THE NIGHT BEING RECONCILED.
001790*----------------------------------------------------------
001800 01  BusinessDate     PIC 9(08) VALUE 0.
001810 01  WS-GROUP-DATE    PIC 9(08) VALUE 0.
001820 01  TonightCount     PIC 9(05) COMP VALUE 0.
001830 01  WS-TN-FULL-SW    PIC X VALUE "N".
001840     88  TONIGHT-TABLE-FULL      VALUE "Y".
001850 01  TONIGHT-TABLE.
001860     05  TN-ENTRY OCCURS 20000 TIMES.
001870         10  TN-ID        PIC X(10).
001880         10  TN-RUN-DATE  PIC 9(08).
001890         10  TN-SEGMENT   PIC X(02).
001900         10  TN-SAIDA     PIC 9.
001910         10  TN-DECISION  PIC X(01).
001920         10  TN-SRC       PIC X(01).
001930         10  TN-GRADE     PIC X(01).
001940         10  TN-MARGEM    PIC S9(7)V9(4) COMP-3.
001950         10  TN-VERSION   PIC 9(04).
001960         10  TN-RULE      PIC X(04).
001970         10  TN-FEAT-SW   PIC X(01).
001980             88  TONIGHT-HAS-FEATURES VALUE "Y".
001990         10  TN-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
002000 01  WS-TN-IX         PIC 9(05) COMP VALUE 0.
002010 01  WS-TN-FOUND-IX   PIC 9(05) COMP VALUE 0.
002020 01  WS-LOOKUP-ID     PIC X(10).
002030
002040*----------------------------------------------------------
002050* LATEST RUN DATE ON THE MASTER FOR WS-LOOKUP-ID (KEYS ASCEND
002060* BY RUN DATE WITHIN A CASE, SO THE LAST ONE READ WINS).
002070*----------------------------------------------------------
002080 01  WS-HIST-OPEN-SW  PIC X VALUE "N".
002090     88  HISTORY-IS-OPEN         VALUE "Y".
002100 01  WS-HIST-FOUND-SW PIC X VALUE "N".
002110     88  HISTORY-FOUND           VALUE "Y".
002120 01  WS-HIST-SCAN-SW  PIC X VALUE "N".
002130     88  HISTORY-SCAN-DONE       VALUE "Y".
002140 01  HL-LAST-DATE     PIC 9(08) VALUE 0.
002150
002160 01  GradeRowCount  PIC 9(03) COMP VALUE 0.
002170 01  GRADE-ROW-TABLE.
002180     05  GR-ENTRY OCCURS 60 TIMES.
002190         10  GR-SEGMENT PIC X(02).
002200         10  GR-LIMIT   PIC S9(4)V99 COMP-3.
002210         10  GR-GRADE   PIC X(01).
002220 01  WS-GR-IX       PIC 9(03) COMP VALUE 0.
002230 01  WS-GR-PICK-IX  PIC 9(03) COMP VALUE 0.
002240 01  WS-INQ-GRADE   PIC X(01) VALUE "-".
002250
002260*----------------------------------------------------------
002270* COMPARISON WORK FIELDS AND CAUSE TALLIES
002280*----------------------------------------------------------
002290 01  WS-FEATURE-IX    PIC 9 COMP VALUE 0.
002300 01  WS-FEAT-DIFF-SW  PIC X VALUE "N".
002310     88  FEATURES-CHANGED        VALUE "Y".
002320 01  WS-DEC-DIFF-SW   PIC X VALUE "N".
002330     88  DECISION-DIFFERS        VALUE "Y".
002340 01  WS-GRADE-DIFF-SW PIC X VALUE "N".
002350     88  GRADE-DIFFERS           VALUE "Y".
002360 01  WS-CAUSE         PIC X(28).
002370 01  WS-DIFF-KIND     PIC X(13).
002380
002390 01  InquiryCount     PIC 9(06) VALUE 0.
002400 01  InquiryLater     PIC 9(06) VALUE 0.
002410 01  InquiryAgree     PIC 9(06) VALUE 0.
002420 01  InquiryDisagree  PIC 9(06) VALUE 0.
002430 01  InquiryEarlier   PIC 9(06) VALUE 0.
002440 01  InquiryNeverScored PIC 9(06) VALUE 0.
002450 01  CauseAnalyst     PIC 9(06) VALUE 0.
002460 01  CausePolicy      PIC 9(06) VALUE 0.
002470 01  CauseFeatures    PIC 9(06) VALUE 0.
002480 01  CauseChampion    PIC 9(06) VALUE 0.
002490 01  CauseReferral    PIC 9(06) VALUE 0.
002500 01  CauseUnknown     PIC 9(06) VALUE 0.
002510
002520 01  WS-RECON-LINE    PIC X(132).
002530 01  WS-MARGIN-D      PIC S9(7)V9(4)
002540                 SIGN IS LEADING SEPARATE.
002550
002560 PROCEDURE DIVISION.
002570
002580 0000-MAINLINE.
002590     PERFORM 1000-LOAD-TONIGHT
002600             THRU 1000-LOAD-TONIGHT-EXIT.
002610     IF BusinessDate = 0
002620         DISPLAY "DECISOUT vazio ou ausente; nada a conciliar."
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     PERFORM 1100-OPEN-SCORE-HISTORY
002670             THRU 1100-OPEN-SCORE-HISTORY-EXIT.
002680     PERFORM 1200-LOAD-GRADE-TABLE
002690             THRU 1200-LOAD-GRADE-TABLE-EXIT.
002700
002710     OPEN OUTPUT RECON-REPORT.
002720     MOVE SPACES TO WS-RECON-LINE.
002730     STRING "CONCILIACAO CONSULTAS INTRADIARIAS X LOTE DE "
002740             BusinessDate
002750             DELIMITED BY SIZE INTO WS-RECON-LINE.
002760     PERFORM 3900-WRITE-RECON-LINE
002770             THRU 3900-WRITE-RECON-LINE-EXIT.
002780
002790     PERFORM 2000-RECONCILE-INQUIRIES
002800             THRU 2000-RECONCILE-INQUIRIES-EXIT.
002810
002820     PERFORM 3000-WRITE-RECON-TOTALS
002830             THRU 3000-WRITE-RECON-TOTALS-EXIT.
002840     CLOSE RECON-REPORT.
002850     IF HISTORY-IS-OPEN
002860         CLOSE SCORE-HISTORY
002870     END-IF.
002880
002890     DISPLAY "--- Conciliacao de consultas ---".
002900     DISPLAY "CONSULTAS LIDAS.....: " InquiryCount.
002910     DISPLAY "CONFEREM COM O LOTE.: " InquiryAgree.
002920     DISPLAY "DIVERGEM DO LOTE....: " InquiryDisagree.
002930     DISPLAY "JA CONCILIADAS......: " InquiryEarlier.
002940     DISPLAY "NUNCA ESCORADAS.....: " InquiryNeverScored.
002950     DISPLAY "POSTERIORES AO LOTE.: " InquiryLater.
002960     IF NOT HISTORY-IS-OPEN
002970         MOVE 8 TO RETURN-CODE
002980     ELSE
002990         IF InquiryDisagree > 0 OR InquiryNeverScored > 0
003000                 OR TONIGHT-TABLE-FULL
003010             MOVE 4 TO RETURN-CODE
003020         END-IF
003030     END-IF.
003040     STOP RUN.
003050
003060 0000-MAINLINE-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------
003100* 1000-LOAD-TONIGHT -- EACH GROUP'S HEADER GIVES ITS
003110* BUSINESS DATE, KEPT ON EVERY CASE OF THE GROUP; EVERY
003120* DETAIL IS ONE CASE SCORED TONIGHT.
003130*----------------------------------------------------------
003140 1000-LOAD-TONIGHT.
003150     OPEN INPUT DECISION-INTERFACE.
003160     IF NOT DECISOUT-FILE-OK
003170         DISPLAY "DECISOUT indisponivel; STATUS="
003180                 WS-DECISOUT-STATUS
003190         CLOSE DECISION-INTERFACE
003200         GO TO 1000-LOAD-TONIGHT-EXIT
003210     END-IF.
003220     PERFORM 1010-READ-ONE-DECISION
003230             THRU 1010-READ-ONE-DECISION-EXIT.
003240     PERFORM 1020-TAKE-ONE-DECISION
003250             THRU 1020-TAKE-ONE-DECISION-EXIT
003260                 UNTIL DECISOUT-EOF.
003270     CLOSE DECISION-INTERFACE.
003280     IF TONIGHT-TABLE-FULL
003290         DISPLAY "AVISO: DECISOUT maior que a tabela;"
003300                 " conciliacao parcial."
003310     END-IF.
003320     DISPLAY "Casos escorados no lote: " TonightCount.
003330
003340 1000-LOAD-TONIGHT-EXIT.
003350     EXIT.
003360
003370 1010-READ-ONE-DECISION.
003380     READ DECISION-INTERFACE
003390         AT END
003400             CONTINUE
003410     END-READ.
003420
003430 1010-READ-ONE-DECISION-EXIT.
003440     EXIT.
003450
003460 1020-TAKE-ONE-DECISION.
003470     IF DI-HEADER-REC
003480         MOVE 0 TO WS-GROUP-DATE
003490         IF DIH-BUSINESS-DATE NUMERIC
003500             MOVE DIH-BUSINESS-DATE TO WS-GROUP-DATE
003510             IF DIH-BUSINESS-DATE > BusinessDate
003520                 MOVE DIH-BUSINESS-DATE TO BusinessDate
003530             END-IF
003540         END-IF
003550         GO TO 1020-TAKE-NEXT
003560     END-IF.
003570     IF NOT DI-DETAIL-REC
003580         GO TO 1020-TAKE-NEXT
003590     END-IF.
003600     IF TonightCount = 20000
003610         MOVE "Y" TO WS-TN-FULL-SW
003620         GO TO 1020-TAKE-NEXT
003630     END-IF.
003640     ADD 1 TO TonightCount.
003650     MOVE DI-ID              TO TN-ID(TonightCount).
003660     MOVE WS-GROUP-DATE      TO TN-RUN-DATE(TonightCount).
003670     MOVE DI-SEGMENT         TO TN-SEGMENT(TonightCount).
003680     MOVE DI-SAIDA           TO TN-SAIDA(TonightCount).
003690     MOVE DI-DECISION        TO TN-DECISION(TonightCount).
003700     MOVE DI-DECISION-SRC    TO TN-SRC(TonightCount).
003710     MOVE DI-GRADE           TO TN-GRADE(TonightCount).
003720     MOVE DI-MARGEM          TO TN-MARGEM(TonightCount).
003730     MOVE DI-WEIGHTS-VERSION TO TN-VERSION(TonightCount).
003740     MOVE DI-POLICY-RULE     TO TN-RULE(TonightCount).
003750     MOVE "N"                TO TN-FEAT-SW(TonightCount).
003760
003770 1020-TAKE-NEXT.
003780     PERFORM 1010-READ-ONE-DECISION
003790             THRU 1010-READ-ONE-DECISION-EXIT.
003800
003810 1020-TAKE-ONE-DECISION-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------
003850* 1100-OPEN-SCORE-HISTORY -- OPEN THE KEYED MASTER FOR THE
003860* WHOLE RUN AND READ EACH DECISOUT CASE'S RECORD FOR
003870* ITS GROUP'S RUN DATE TO PICK UP THE FEATURES THE BATCH
003880* SCORED. AN ANALYST FOLD OF A CASE NOT IN TONIGHT'S BATCH
003890* CARRIES ZERO FEATURES BUT IS NOT ON DECISOUT, SO IT IS
003900* NEVER ASKED FOR. A MISSING MASTER LEAVES EVERY CASE
003910* WITHOUT FEATURES AND EVERY LOOKUP UNANSWERED, AND THE RUN
003920* ENDS WITH 8; ANY OTHER OPEN OR READ FAILURE ABORTS WITH 12.
003930*----------------------------------------------------------
003940 1100-OPEN-SCORE-HISTORY.
003950     OPEN INPUT SCORE-HISTORY.
003960     IF WS-SCOREHIS-STATUS = "35" OR WS-SCOREHIS-STATUS = "05"
003970         DISPLAY "SCOREHIS indisponivel; STATUS="
003980                 WS-SCOREHIS-STATUS
003990         GO TO 1100-OPEN-SCORE-HISTORY-EXIT
004000     END-IF.
004010     IF NOT SCOREHIS-FILE-OK
004020         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
004030                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
004040         MOVE 12 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     MOVE "Y" TO WS-HIST-OPEN-SW.
004080     PERFORM 1120-TAKE-TONIGHT-FEATURES
004090             THRU 1120-TAKE-TONIGHT-FEATURES-EXIT
004100                 VARYING WS-TN-IX FROM 1 BY 1
004110                 UNTIL WS-TN-IX > TonightCount.
004120
004130 1100-OPEN-SCORE-HISTORY-EXIT.
004140     EXIT.
004150
004160 1120-TAKE-TONIGHT-FEATURES.
004170     MOVE TN-ID(WS-TN-IX) TO SH-ID.
004180     MOVE TN-RUN-DATE(WS-TN-IX) TO SH-RUN-DATE.
004190     READ SCORE-HISTORY
004200         KEY IS SH-KEY
004210         INVALID KEY
004220             GO TO 1120-TAKE-TONIGHT-FEATURES-EXIT
004230     END-READ.
004240     IF NOT SCOREHIS-FILE-OK
004250         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
004260                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
004270         MOVE 12 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     MOVE WS-TN-IX TO WS-TN-FOUND-IX.
004310     MOVE "Y" TO TN-FEAT-SW(WS-TN-FOUND-IX).
004320     PERFORM 1140-TAKE-ONE-FEATURE
004330             THRU 1140-TAKE-ONE-FEATURE-EXIT
004340                 VARYING WS-FEATURE-IX FROM 1 BY 1
004350                 UNTIL WS-FEATURE-IX > 5.
004360
004370 1120-TAKE-TONIGHT-FEATURES-EXIT.
004380     EXIT.
004390
004400 1140-TAKE-ONE-FEATURE.
004410     MOVE SH-FEATURE(WS-FEATURE-IX)
004420             TO TN-FEATURE(WS-TN-FOUND-IX, WS-FEATURE-IX).
004430
004440 1140-TAKE-ONE-FEATURE-EXIT.
004450     EXIT.
004460
004470 1200-LOAD-GRADE-TABLE.
004480     OPEN INPUT GRADE-TABLE-FILE.
004490     IF GRADETAB-FILE-OK
004500         PERFORM 1210-READ-ONE-GRADE-ROW
004510                 THRU 1210-READ-ONE-GRADE-ROW-EXIT
004520         PERFORM 1220-TAKE-ONE-GRADE-ROW
004530                 THRU 1220-TAKE-ONE-GRADE-ROW-EXIT
004540                     UNTIL GRADETAB-EOF
004550     ELSE
004560         DISPLAY "Nenhum GRADE-TABLE encontrado; grau da"
004570                 " consulta sera '-'."
004580     END-IF.
004590     CLOSE GRADE-TABLE-FILE.
004600
004610 1200-LOAD-GRADE-TABLE-EXIT.
004620     EXIT.
004630
004640 1210-READ-ONE-GRADE-ROW.
004650     READ GRADE-TABLE-FILE
004660         AT END
004670             CONTINUE
004680     END-READ.
004690
004700 1210-READ-ONE-GRADE-ROW-EXIT.
004710     EXIT.
004720
004730 1220-TAKE-ONE-GRADE-ROW.
004740     IF GB-SEGMENT NOT = SPACES
004750             AND GB-LIMIT NUMERIC
004760             AND GB-GRADE NOT = SPACE
004770             AND GradeRowCount < 60
004780         ADD 1 TO GradeRowCount
004790         MOVE GB-SEGMENT TO GR-SEGMENT(GradeRowCount)
004800         MOVE GB-LIMIT   TO GR-LIMIT(GradeRowCount)
004810         MOVE GB-GRADE   TO GR-GRADE(GradeRowCount)
004820     END-IF.
004830     PERFORM 1210-READ-ONE-GRADE-ROW
004840             THRU 1210-READ-ONE-GRADE-ROW-EXIT.
004850
004860 1220-TAKE-ONE-GRADE-ROW-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------
004900* 2000-RECONCILE-INQUIRIES -- STREAM THE WHOLE LOG. AN
004910* INQUIRY DATED AFTER THE BATCH, OR AFTER THE GROUP THAT
004920* SCORED ITS CASE TONIGHT, IS LEFT FOR A LATER NIGHT.
004930* ONE WHOSE APPLICATION WAS SCORED TONIGHT IS COMPARED; ONE
004940* SCORED IN AN EARLIER BATCH ON OR AFTER THE INQUIRY DATE
004950* WAS RECONCILED THAT NIGHT AND IS ONLY COUNTED; THE REST
004960* HAVE NEVER REACHED A BATCH AND ARE LISTED.
004970*----------------------------------------------------------
004980 2000-RECONCILE-INQUIRIES.
004990     MOVE SPACES TO WS-RECON-LINE.
005000     PERFORM 3900-WRITE-RECON-LINE
005010             THRU 3900-WRITE-RECON-LINE-EXIT.
005020     MOVE "DIVERGENCIAS ENTRE A RESPOSTA DA AGENCIA E O LOTE"
005030             TO WS-RECON-LINE.
005040     PERFORM 3900-WRITE-RECON-LINE
005050             THRU 3900-WRITE-RECON-LINE-EXIT.
005060     OPEN INPUT INQUIRY-LOG.
005070     IF NOT INQLOG-FILE-OK
005080         DISPLAY "Nenhum INQLOG encontrado; sem consultas a"
005090                 " conciliar."
005100         CLOSE INQUIRY-LOG
005110         GO TO 2000-RECONCILE-INQUIRIES-EXIT
005120     END-IF.
005130     PERFORM 2010-READ-ONE-INQUIRY
005140             THRU 2010-READ-ONE-INQUIRY-EXIT.
005150     PERFORM 2020-TAKE-ONE-INQUIRY
005160             THRU 2020-TAKE-ONE-INQUIRY-EXIT
005170                 UNTIL INQLOG-EOF.
005180     CLOSE INQUIRY-LOG.
005190
005200     MOVE SPACES TO WS-RECON-LINE.
005210     PERFORM 3900-WRITE-RECON-LINE
005220             THRU 3900-WRITE-RECON-LINE-EXIT.
005230     MOVE "CONSULTAS QUE NUNCA CHEGARAM A UM LOTE"
005240             TO WS-RECON-LINE.
005250     PERFORM 3900-WRITE-RECON-LINE
005260             THRU 3900-WRITE-RECON-LINE-EXIT.
005270     OPEN INPUT INQUIRY-LOG.
005280     IF NOT INQLOG-FILE-OK
005290         DISPLAY "ERRO DE E/S NO ARQUIVO INQLOG STATUS="
005300                 WS-INQLOG-STATUS "; EXECUCAO ABORTADA."
005310         MOVE 12 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340     PERFORM 2010-READ-ONE-INQUIRY
005350             THRU 2010-READ-ONE-INQUIRY-EXIT.
005360     PERFORM 2300-LIST-ONE-UNSCORED
005370             THRU 2300-LIST-ONE-UNSCORED-EXIT
005380                 UNTIL INQLOG-EOF.
005390     CLOSE INQUIRY-LOG.
005400
005410 2000-RECONCILE-INQUIRIES-EXIT.
005420     EXIT.
005430
005440 2010-READ-ONE-INQUIRY.
005450     READ INQUIRY-LOG
005460         AT END
005470             CONTINUE
005480     END-READ.
005490
005500 2010-READ-ONE-INQUIRY-EXIT.
005510     EXIT.
005520
005530 2020-TAKE-ONE-INQUIRY.
005540     ADD 1 TO InquiryCount.
005550     IF IL-INQ-DATE NOT NUMERIC OR IL-INQ-DATE > BusinessDate
005560         ADD 1 TO InquiryLater
005570         GO TO 2020-TAKE-NEXT
005580     END-IF.
005590     MOVE IL-ID TO WS-LOOKUP-ID.
005600     PERFORM 2100-FIND-TONIGHT
005610             THRU 2100-FIND-TONIGHT-EXIT.
005620     IF WS-TN-FOUND-IX > 0
005630         IF IL-INQ-DATE > TN-RUN-DATE(WS-TN-FOUND-IX)
005640             ADD 1 TO InquiryLater
005650             GO TO 2020-TAKE-NEXT
005660         END-IF
005670         PERFORM 2200-COMPARE-ONE-INQUIRY
005680                 THRU 2200-COMPARE-ONE-INQUIRY-EXIT
005690         GO TO 2020-TAKE-NEXT
005700     END-IF.
005710     PERFORM 2150-FIND-HISTORY
005720             THRU 2150-FIND-HISTORY-EXIT.
005730     IF HISTORY-FOUND
005740         IF HL-LAST-DATE NOT < IL-INQ-DATE
005750             ADD 1 TO InquiryEarlier
005760             GO TO 2020-TAKE-NEXT
005770         END-IF
005780     END-IF.
005790     ADD 1 TO InquiryNeverScored.
005800
005810 2020-TAKE-NEXT.
005820     PERFORM 2010-READ-ONE-INQUIRY
005830             THRU 2010-READ-ONE-INQUIRY-EXIT.
005840
005850 2020-TAKE-ONE-INQUIRY-EXIT.
005860     EXIT.
005870
005880 2100-FIND-TONIGHT.
005890     MOVE 0 TO WS-TN-FOUND-IX.
005900     PERFORM 2110-MATCH-ONE-TONIGHT
005910             THRU 2110-MATCH-ONE-TONIGHT-EXIT
005920                 VARYING WS-TN-IX FROM 1 BY 1
005930                 UNTIL WS-TN-IX > TonightCount
005940                    OR WS-TN-FOUND-IX > 0.
005950
005960 2100-FIND-TONIGHT-EXIT.
005970     EXIT.
005980
005990 2110-MATCH-ONE-TONIGHT.
006000     IF TN-ID(WS-TN-IX) = WS-LOOKUP-ID
006010         MOVE WS-TN-IX TO WS-TN-FOUND-IX
006020     END-IF.
006030
006040 2110-MATCH-ONE-TONIGHT-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------
006080* 2150-FIND-HISTORY -- POSITION AT THE FIRST KEY FOR
006090* WS-LOOKUP-ID (RUN DATE ZERO SORTS AHEAD OF EVERY REAL DATE)
006100* AND READ FORWARD WHILE THE ID HOLDS; THE LAST RUN DATE READ
006110* IS THE CASE'S LATEST.
006120*----------------------------------------------------------
006130 2150-FIND-HISTORY.
006140     MOVE "N" TO WS-HIST-FOUND-SW.
006150     MOVE "N" TO WS-HIST-SCAN-SW.
006160     IF NOT HISTORY-IS-OPEN
006170         GO TO 2150-FIND-HISTORY-EXIT
006180     END-IF.
006190     MOVE WS-LOOKUP-ID TO SH-ID.
006200     MOVE 0 TO SH-RUN-DATE.
006210     START SCORE-HISTORY KEY IS NOT LESS THAN SH-KEY
006220         INVALID KEY
006230             GO TO 2150-FIND-HISTORY-EXIT
006240     END-START.
006250     PERFORM 2160-READ-NEXT-HISTORY
006260             THRU 2160-READ-NEXT-HISTORY-EXIT
006270                 UNTIL HISTORY-SCAN-DONE.
006280
006290 2150-FIND-HISTORY-EXIT.
006300     EXIT.
006310
006320 2160-READ-NEXT-HISTORY.
006330     READ SCORE-HISTORY NEXT RECORD
006340         AT END
006350             MOVE "Y" TO WS-HIST-SCAN-SW
006360     END-READ.
006370     IF HISTORY-SCAN-DONE
006380         GO TO 2160-READ-NEXT-HISTORY-EXIT
006390     END-IF.
006400     IF NOT SCOREHIS-FILE-OK
006410         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
006420                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
006430         MOVE 12 TO RETURN-CODE
006440         STOP RUN
006450     END-IF.
006460     IF SH-ID NOT = WS-LOOKUP-ID
006470         MOVE "Y" TO WS-HIST-SCAN-SW
006480         GO TO 2160-READ-NEXT-HISTORY-EXIT
006490     END-IF.
006500     MOVE "Y" TO WS-HIST-FOUND-SW.
006510     MOVE SH-RUN-DATE TO HL-LAST-DATE.
006520
006530 2160-READ-NEXT-HISTORY-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------
006570* 2200-COMPARE-ONE-INQUIRY -- DECISION AND GRADE, INQUIRY
006580* AGAINST BATCH. A DISAGREEMENT TAKES THE FIRST CAUSE THAT
006590* APPLIES: THE DESK'S OVERRIDE, A POLICY RULE ON EITHER
006600* SIDE, CHANGED FEATURES, A DIFFERENT GENERATION, THE
006610* REFERRAL BAND (WHICH ONLY THE BATCH APPLIES). A GRADE-ONLY
006620* DIFFERENCE CAN ONLY COME FROM THE MARGIN, SO ONLY THE
006630* FEATURES AND THE GENERATION ARE LOOKED AT FOR IT.
006640*----------------------------------------------------------
006650 2200-COMPARE-ONE-INQUIRY.
006660     PERFORM 2210-SET-INQUIRY-GRADE
006670             THRU 2210-SET-INQUIRY-GRADE-EXIT.
006680     MOVE "N" TO WS-DEC-DIFF-SW.
006690     MOVE "N" TO WS-GRADE-DIFF-SW.
006700     IF IL-DECISION NOT = TN-DECISION(WS-TN-FOUND-IX)
006710         MOVE "Y" TO WS-DEC-DIFF-SW
006720     END-IF.
006730     IF WS-INQ-GRADE NOT = TN-GRADE(WS-TN-FOUND-IX)
006740         MOVE "Y" TO WS-GRADE-DIFF-SW
006750     END-IF.
006760     IF NOT DECISION-DIFFERS AND NOT GRADE-DIFFERS
006770         ADD 1 TO InquiryAgree
006780         GO TO 2200-COMPARE-ONE-INQUIRY-EXIT
006790     END-IF.
006800     ADD 1 TO InquiryDisagree.
006810
006820     MOVE "N" TO WS-FEAT-DIFF-SW.
006830     IF TONIGHT-HAS-FEATURES(WS-TN-FOUND-IX)
006840         PERFORM 2220-COMPARE-ONE-FEATURE
006850                 THRU 2220-COMPARE-ONE-FEATURE-EXIT
006860                     VARYING WS-FEATURE-IX FROM 1 BY 1
006870                     UNTIL WS-FEATURE-IX > 5
006880     END-IF.
006890     EVALUATE TRUE
006900         WHEN DECISION-DIFFERS
006910                 AND TN-SRC(WS-TN-FOUND-IX) = "A"
006920             MOVE "SOBREPOSICAO DO ANALISTA" TO WS-CAUSE
006930             ADD 1 TO CauseAnalyst
006940         WHEN DECISION-DIFFERS
006950                 AND (TN-SRC(WS-TN-FOUND-IX) = "P"
006960                   OR IL-POLICY-RULE
006970                          NOT = TN-RULE(WS-TN-FOUND-IX))
006980             MOVE "REGRA DE POLITICA" TO WS-CAUSE
006990             ADD 1 TO CausePolicy
007000         WHEN FEATURES-CHANGED
007010             MOVE "ATRIBUTOS ALTERADOS" TO WS-CAUSE
007020             ADD 1 TO CauseFeatures
007030         WHEN IL-WEIGHTS-VERSION
007040                 NOT = TN-VERSION(WS-TN-FOUND-IX)
007050             MOVE "CAMPEA ALTERADA" TO WS-CAUSE
007060             ADD 1 TO CauseChampion
007070         WHEN DECISION-DIFFERS
007080                 AND TN-SRC(WS-TN-FOUND-IX) = "R"
007090             MOVE "FAIXA DE REVISAO DO LOTE" TO WS-CAUSE
007100             ADD 1 TO CauseReferral
007110         WHEN OTHER
007120             MOVE "SEM CAUSA IDENTIFICADA" TO WS-CAUSE
007130             ADD 1 TO CauseUnknown
007140     END-EVALUATE.
007150
007160     EVALUATE TRUE
007170         WHEN DECISION-DIFFERS AND GRADE-DIFFERS
007180             MOVE "DECISAO+GRAU" TO WS-DIFF-KIND
007190         WHEN DECISION-DIFFERS
007200             MOVE "DECISAO" TO WS-DIFF-KIND
007210         WHEN OTHER
007220             MOVE "GRAU" TO WS-DIFF-KIND
007230     END-EVALUATE.
007240     MOVE SPACES TO WS-RECON-LINE.
007250     STRING "CASO=" IL-ID
007260             " SEG=" IL-SEGMENT
007270             " CONSULTA=" IL-INQ-DATE
007280             " HORA=" IL-INQ-TIME
007290             " DEC=" IL-DECISION
007300             " GRAU=" WS-INQ-GRADE
007310             " GER=" IL-WEIGHTS-VERSION
007320             " REGRA=" IL-POLICY-RULE
007330             " DIFERE=" WS-DIFF-KIND
007340             DELIMITED BY SIZE INTO WS-RECON-LINE.
007350     PERFORM 3900-WRITE-RECON-LINE
007360             THRU 3900-WRITE-RECON-LINE-EXIT.
007370     MOVE SPACES TO WS-RECON-LINE.
007380     STRING "     LOTE " TN-RUN-DATE(WS-TN-FOUND-IX)
007390             "                                     DEC="
007400             TN-DECISION(WS-TN-FOUND-IX)
007410             " GRAU=" TN-GRADE(WS-TN-FOUND-IX)
007420             " GER=" TN-VERSION(WS-TN-FOUND-IX)
007430             " REGRA=" TN-RULE(WS-TN-FOUND-IX)
007440             " ORIGEM=" TN-SRC(WS-TN-FOUND-IX)
007450             " CAUSA=" WS-CAUSE
007460             DELIMITED BY SIZE INTO WS-RECON-LINE.
007470     PERFORM 3900-WRITE-RECON-LINE
007480             THRU 3900-WRITE-RECON-LINE-EXIT.
007490
007500 2200-COMPARE-ONE-INQUIRY-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------
007540* 2210-SET-INQUIRY-GRADE -- SAME RULE AS THE BATCH'S
007550* 4216-ASSIGN-CASE-GRADE: THE LOWEST LIMIT THE MARGIN STILL
007560* SITS BELOW, WITHIN THE SEGMENT; OTHERWISE '-'.
007570*----------------------------------------------------------
007580 2210-SET-INQUIRY-GRADE.
007590     MOVE "-" TO WS-INQ-GRADE.
007600     MOVE 0 TO WS-GR-PICK-IX.
007610     PERFORM 2215-PICK-ONE-GRADE-ROW
007620             THRU 2215-PICK-ONE-GRADE-ROW-EXIT
007630                 VARYING WS-GR-IX FROM 1 BY 1
007640                 UNTIL WS-GR-IX > GradeRowCount.
007650     IF WS-GR-PICK-IX > 0
007660         MOVE GR-GRADE(WS-GR-PICK-IX) TO WS-INQ-GRADE
007670     END-IF.
007680
007690 2210-SET-INQUIRY-GRADE-EXIT.
007700     EXIT.
007710
007720 2215-PICK-ONE-GRADE-ROW.
007730     IF GR-SEGMENT(WS-GR-IX) = IL-SEGMENT
007740             AND IL-MARGEM < GR-LIMIT(WS-GR-IX)
007750         IF WS-GR-PICK-IX = 0
007760                 OR GR-LIMIT(WS-GR-IX)
007770                     < GR-LIMIT(WS-GR-PICK-IX)
007780             MOVE WS-GR-IX TO WS-GR-PICK-IX
007790         END-IF
007800     END-IF.
007810
007820 2215-PICK-ONE-GRADE-ROW-EXIT.
007830     EXIT.
007840
007850 2220-COMPARE-ONE-FEATURE.
007860     IF IL-FEATURE(WS-FEATURE-IX)
007870             NOT = TN-FEATURE(WS-TN-FOUND-IX, WS-FEATURE-IX)
007880         MOVE "Y" TO WS-FEAT-DIFF-SW
007890     END-IF.
007900
007910 2220-COMPARE-ONE-FEATURE-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------
007950* 2300-LIST-ONE-UNSCORED -- SECOND PASS OVER THE LOG FOR
007960* THE INQUIRIES THE FIRST PASS COUNTED AS NEVER SCORED,
007970* SO THEY PRINT TOGETHER AFTER THE DISAGREEMENTS.
007980*----------------------------------------------------------
007990 2300-LIST-ONE-UNSCORED.
008000     IF IL-INQ-DATE NOT NUMERIC OR IL-INQ-DATE > BusinessDate
008010         GO TO 2300-LIST-NEXT
008020     END-IF.
008030     MOVE IL-ID TO WS-LOOKUP-ID.
008040     PERFORM 2100-FIND-TONIGHT
008050             THRU 2100-FIND-TONIGHT-EXIT.
008060     IF WS-TN-FOUND-IX > 0
008070         GO TO 2300-LIST-NEXT
008080     END-IF.
008090     PERFORM 2150-FIND-HISTORY
008100             THRU 2150-FIND-HISTORY-EXIT.
008110     IF HISTORY-FOUND
008120         IF HL-LAST-DATE NOT < IL-INQ-DATE
008130             GO TO 2300-LIST-NEXT
008140         END-IF
008150     END-IF.
008160     MOVE IL-MARGEM TO WS-MARGIN-D.
008170     MOVE SPACES TO WS-RECON-LINE.
008180     STRING "CASO=" IL-ID
008190             " SEG=" IL-SEGMENT
008200             " CONSULTA=" IL-INQ-DATE
008210             " HORA=" IL-INQ-TIME
008220             " DEC=" IL-DECISION
008230             " SAIDA=" IL-SAIDA
008240             " MARGEM=" WS-MARGIN-D
008250             " GER=" IL-WEIGHTS-VERSION
008260             " REGRA=" IL-POLICY-RULE
008270             DELIMITED BY SIZE INTO WS-RECON-LINE.
008280     PERFORM 3900-WRITE-RECON-LINE
008290             THRU 3900-WRITE-RECON-LINE-EXIT.
008300
008310 2300-LIST-NEXT.
008320     PERFORM 2010-READ-ONE-INQUIRY
008330             THRU 2010-READ-ONE-INQUIRY-EXIT.
008340
008350 2300-LIST-ONE-UNSCORED-EXIT.
008360     EXIT.
008370
008380 3000-WRITE-RECON-TOTALS.
008390     MOVE SPACES TO WS-RECON-LINE.
008400     PERFORM 3900-WRITE-RECON-LINE
008410             THRU 3900-WRITE-RECON-LINE-EXIT.
008420     MOVE SPACES TO WS-RECON-LINE.
008430     STRING "CONSULTAS=" InquiryCount
008440             " CONFEREM=" InquiryAgree
008450             " DIVERGEM=" InquiryDisagree
008460             " JA CONCILIADAS=" InquiryEarlier
008470             " NUNCA ESCORADAS=" InquiryNeverScored
008480             " POSTERIORES=" InquiryLater
008490             DELIMITED BY SIZE INTO WS-RECON-LINE.
008500     PERFORM 3900-WRITE-RECON-LINE
008510             THRU 3900-WRITE-RECON-LINE-EXIT.
008520     MOVE SPACES TO WS-RECON-LINE.
008530     STRING "CAUSAS: ANALISTA=" CauseAnalyst
008540             " POLITICA=" CausePolicy
008550             " ATRIBUTOS=" CauseFeatures
008560             " CAMPEA=" CauseChampion
008570             " FAIXA=" CauseReferral
008580             " SEM CAUSA=" CauseUnknown
008590             DELIMITED BY SIZE INTO WS-RECON-LINE.
008600     PERFORM 3900-WRITE-RECON-LINE
008610             THRU 3900-WRITE-RECON-LINE-EXIT.
008620
008630 3000-WRITE-RECON-TOTALS-EXIT.
008640     EXIT.
008650
008660 3900-WRITE-RECON-LINE.
008670     MOVE WS-RECON-LINE TO RECON-REPORT-RECORD.
008680     WRITE RECON-REPORT-RECORD.
008690     IF WS-RECON-STATUS NOT = "00"
008700         DISPLAY "ERRO DE E/S NO ARQUIVO INQRECON STATUS="
008710                 WS-RECON-STATUS "; EXECUCAO ABORTADA."
008720         MOVE 12 TO RETURN-CODE
008730         STOP RUN
008740     END-IF.
008750
008760 3900-WRITE-RECON-LINE-EXIT.
008770     EXIT.
