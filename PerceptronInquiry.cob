000180*                  A LOAN OFFICER GETS A SAME-DAY ANSWER
000190*                  WITHOUT WAITING FOR TONIGHT'S TESTVECS
000200*                  EXTRACT.
000201* 10/15/26   RM    THE DECISION LINE NOW SHOWS THE FINAL
000202*                  DECISION AND, WHEN A POLICY KNOCK-OUT RULE
000203*                  FORCED IT, THE RULE CODE.
000204* 10/15/26   RM    EVERY ANSWERED INQUIRY IS APPENDED TO THE
000205*                  PERMANENT INQUIRY LOG (INQLOG) WITH ITS
000206*                  FEATURES, ANSWER, GENERATION AND TIME, SO
000207*                  PERCEPTRONINQRECON CAN HOLD WHAT THE BRANCH
000208*                  WAS TOLD AGAINST THAT NIGHT'S BATCH.
000210*----------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000350             ORGANIZATION IS LINE SEQUENTIAL
000360             FILE STATUS IS WS-INQRPT-STATUS.
000370
000371     SELECT OPTIONAL INQUIRY-LOG ASSIGN TO INQLOG
000372             ORGANIZATION IS LINE SEQUENTIAL
000373             FILE STATUS IS WS-INQLOG-STATUS.
000374
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  INQUIRY-CARDS
000490
000500 FD  INQUIRY-REPORT
000510         RECORDING MODE IS F.
000511 01  INQUIRY-REPORT-RECORD  PIC X(132).
000512
000513*----------------------------------------------------------
000514* PERMANENT RECORD OF WHAT EACH BRANCH WAS TOLD -- ONE ROW
000515* PER ANSWERED INQUIRY, APPENDED, NEVER REWRITTEN. DATE AND
000516* TIME ARE THE MOMENT THE ANSWER WAS GIVEN.
000517*----------------------------------------------------------
000518 FD  INQUIRY-LOG
000519         RECORDING MODE IS F.
000520 01  INQUIRY-LOG-RECORD.
000521     05  IL-ID             PIC X(10).
000522     05  IL-SEGMENT        PIC X(02).
000523     05  IL-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
000524     05  IL-SAIDA          PIC 9.
000525     05  IL-DECISION       PIC X(01).
000526     05  IL-MARGEM         PIC S9(7)V9(4)
000527                 SIGN IS LEADING SEPARATE.
000528     05  IL-WEIGHTS-VERSION PIC 9(04).
000529     05  IL-POLICY-RULE    PIC X(04).
000530     05  IL-INQ-DATE       PIC 9(08).
000531     05  IL-INQ-TIME       PIC 9(08).
000532
000540 WORKING-STORAGE SECTION.
000550
000560 01  WS-INQ-STATUS    PIC XX.
000570     88  INQ-FILE-OK             VALUE "00".
000580     88  INQ-EOF                 VALUE "10".
000590 01  WS-INQRPT-STATUS PIC XX.
000591 01  WS-INQLOG-STATUS PIC XX.
000592     88  INQLOG-OPEN-OK          VALUE "00" "05".
000600 01  InquiryCount     PIC 9(05) VALUE 0.
000610 01  AnsweredCount    PIC 9(05) VALUE 0.
000611 01  LoggedCount      PIC 9(05) VALUE 0.
000612 01  WS-INQ-DATE      PIC 9(08) VALUE 0.
000613 01  WS-INQ-TIME      PIC 9(08) VALUE 0.
000620 01  WS-REASON-IX     PIC 9 COMP VALUE 0.
000625 01  WS-RANK-D        PIC 9 VALUE 0.
000630 01  WS-INQ-LINE      PIC X(132).
000900         10  SRP-REASON-CONTRIB PIC S9(7)V9(4)
000910                 SIGN IS LEADING SEPARATE.
000920         10  SRP-REASON-TEXT    PIC X(40).
000921     05  SRP-DECISION       PIC X(01).
000922     05  SRP-POLICY-RULE    PIC X(04).
000930
000940 PROCEDURE DIVISION.
000950
001020         STOP RUN
001030     END-IF.
001040     OPEN OUTPUT INQUIRY-REPORT.
001041     OPEN EXTEND INQUIRY-LOG.
001042     IF NOT INQLOG-OPEN-OK
001043         DISPLAY "ERRO DE E/S NO ARQUIVO INQLOG STATUS="
001044                 WS-INQLOG-STATUS "; EXECUCAO ABORTADA."
001045         MOVE 12 TO RETURN-CODE
001046         STOP RUN
001047     END-IF.
001050
001060     PERFORM 2000-READ-INQUIRY-CARD
001070             THRU 2000-READ-INQUIRY-CARD-EXIT.
001110
001120     CLOSE INQUIRY-CARDS.
001130     CLOSE INQUIRY-REPORT.
001131     CLOSE INQUIRY-LOG.
001140
001150     DISPLAY "Consultas lidas.....: " InquiryCount.
001160     DISPLAY "Consultas escoradas.: " AnsweredCount.
001161     DISPLAY "Consultas gravadas..: " LoggedCount.
001170     IF InquiryCount = 0
001180         MOVE 8 TO RETURN-CODE
001190     ELSE
001680                 THRU 3200-WRITE-ONE-REASON-LINE-EXIT
001690                     VARYING WS-REASON-IX FROM 1 BY 1
001700                     UNTIL WS-REASON-IX > 5
001701         PERFORM 3400-LOG-ONE-INQUIRY
001702                 THRU 3400-LOG-ONE-INQUIRY-EXIT
001710     ELSE
001720         PERFORM 3300-WRITE-REFUSAL-LINE
001730                 THRU 3300-WRITE-REFUSAL-LINE-EXIT
001910     MOVE SPACES TO WS-INQ-LINE.
001920     STRING "CASO=" IQ-ID " SEG=" IQ-SEGMENT
001930             " SAIDA=" SRP-SAIDA
001931             " DEC=" SRP-DECISION
001940             " MARGEM=" WS-MARGIN-D
001950             " GERACAO=" SRP-WEIGHTS-VERSION
001951             " REGRA=" SRP-POLICY-RULE
001960             DELIMITED BY SIZE INTO WS-INQ-LINE.
001970     PERFORM 3900-WRITE-REPORT-LINE
001980             THRU 3900-WRITE-REPORT-LINE-EXIT.
002410
002420 3900-WRITE-REPORT-LINE-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------
002460* 3400-LOG-ONE-INQUIRY -- APPEND THE ANSWER JUST GIVEN TO
002470* THE INQUIRY LOG, STAMPED WITH THE DATE AND TIME OF DAY.
002480*----------------------------------------------------------
002490 3400-LOG-ONE-INQUIRY.
002500     ACCEPT WS-INQ-DATE FROM DATE YYYYMMDD.
002510     ACCEPT WS-INQ-TIME FROM TIME.
002520     MOVE IQ-ID               TO IL-ID.
002530     MOVE IQ-SEGMENT          TO IL-SEGMENT.
002540     PERFORM 3410-LOG-ONE-FEATURE
002550             THRU 3410-LOG-ONE-FEATURE-EXIT
002560                 VARYING WS-REASON-IX FROM 1 BY 1
002570                 UNTIL WS-REASON-IX > 5.
002580     MOVE SRP-SAIDA           TO IL-SAIDA.
002590     MOVE SRP-DECISION        TO IL-DECISION.
002600     MOVE SRP-MARGEM          TO IL-MARGEM.
002610     MOVE SRP-WEIGHTS-VERSION TO IL-WEIGHTS-VERSION.
002620     MOVE SRP-POLICY-RULE     TO IL-POLICY-RULE.
002630     MOVE WS-INQ-DATE         TO IL-INQ-DATE.
002640     MOVE WS-INQ-TIME         TO IL-INQ-TIME.
002650     WRITE INQUIRY-LOG-RECORD.
002660     IF WS-INQLOG-STATUS NOT = "00"
002670         DISPLAY "ERRO DE E/S NO ARQUIVO INQLOG STATUS="
002680                 WS-INQLOG-STATUS "; EXECUCAO ABORTADA."
002690         MOVE 12 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     ADD 1 TO LoggedCount.
002730
002740 3400-LOG-ONE-INQUIRY-EXIT.
002750     EXIT.
002760
002770 3410-LOG-ONE-FEATURE.
002780     MOVE IQ-FEATURE(WS-REASON-IX)
002790             TO IL-FEATURE(WS-REASON-IX).
002800
002810 3410-LOG-ONE-FEATURE-EXIT.
002820     EXIT.
