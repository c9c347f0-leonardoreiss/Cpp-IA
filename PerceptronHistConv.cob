000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONHISTCONV.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. ONE-TIME LOAD OF THE INDEXED
000120*                  SCORE-HISTORY MASTER (KEY = CASE ID PLUS
000130*                  RUN DATE) FROM THE OLD APPEND-ONLY
000140*                  SEQUENTIAL MASTER (SCOREOLD) AND THE
000150*                  ARCHIVE GENERATIONS PERCEPTRONHISTMAINT
000160*                  HAS WRITTEN (HISTARC, CONCATENATED IN THE
000170*                  JOB DECK, OPTIONAL). ARCHIVES GO IN FIRST
000180*                  AND THE OLD MASTER AFTER THEM; WITHIN AND
000190*                  ACROSS THE INPUTS A LATER RECORD FOR THE
000200*                  SAME CASE AND RUN DATE REPLACES THE
000210*                  EARLIER ONE, THE SAME "LATEST WINS" RULE
000220*                  THE APPEND-ONLY FILE WAS READ BY. A RECORD
000230*                  WITH NO CASE ID OR A NON-NUMERIC RUN DATE
000240*                  HAS NO USABLE KEY AND IS ONLY COUNTED.
000250*                  SCOREHIS IS CREATED EMPTY BY THIS STEP --
000260*                  RUN IT ONCE, BEFORE THE FIRST BATCH ON THE
000270*                  INDEXED MASTER. WIDEN HMPARM'S RETAIN
000280*                  MONTHS FIRST IF THE ARCHIVED YEARS ARE TO
000290*                  STAY LIVE, OR THE NEXT RETENTION PASS
000300*                  ARCHIVES THEM AGAIN.
000310* 10/15/26   RM    RECORDS WIDEN BY THE WEIGHTS GENERATION
000320*                  FIELD; OLDER INPUT RECORDS LOAD WITH IT
000330*                  BLANK.
000340*----------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380     SOURCE-COMPUTER.  IBM.
000390     OBJECT-COMPUTER.  IBM.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OLD-SCORE-HISTORY ASSIGN TO SCOREOLD
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS WS-SCOREOLD-STATUS.
000460
000470     SELECT OPTIONAL HISTORY-ARCHIVE ASSIGN TO HISTARC
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS WS-HISTARC-STATUS.
000500
000510     SELECT SCORE-HISTORY ASSIGN TO SCOREHIS
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS SH-KEY
000550             FILE STATUS IS WS-SCOREHIS-STATUS.
000560
000570     SELECT CONVERSION-REPORT ASSIGN TO CONVRPT
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS WS-CONVRPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------
000640* THE OLD SEQUENTIAL MASTER AND ITS ARCHIVES SHARE THE FLAT
000650* LAYOUT THE BATCH USED TO APPEND (ID, SEGMENT, RUN DATE,
000660* THEN THE REST). OLDER SHORT RECORDS READ THE MISSING
000670* TRAILING BYTES AS SPACES.
000680*----------------------------------------------------------
000690 FD  OLD-SCORE-HISTORY
000700         RECORDING MODE IS F.
000710 01  OLD-SCORE-HISTORY-RECORD.
000720     05  OH-ID         PIC X(10).
000730     05  OH-SEGMENT    PIC X(02).
000740     05  OH-RUN-DATE   PIC X(08).
000750     05  OH-REST       PIC X(49).
000760
000770 FD  HISTORY-ARCHIVE
000780         RECORDING MODE IS F.
000790 01  HISTORY-ARCHIVE-RECORD PIC X(69).
000800
000810*----------------------------------------------------------
000820* THE NEW INDEXED MASTER -- SAME FIELDS, KEY IN FRONT.
000830*----------------------------------------------------------
000840 FD  SCORE-HISTORY
000850         RECORDING MODE IS F.
000860 01  SCORE-HISTORY-RECORD.
000870     05  SH-KEY.
000880         10  SH-ID     PIC X(10).
000890         10  SH-RUN-DATE PIC 9(08).
000900     05  SH-SEGMENT    PIC X(02).
000910     05  SH-REST       PIC X(49).
000920
000930 FD  CONVERSION-REPORT
000940         RECORDING MODE IS F.
000950 01  CONVERSION-REPORT-RECORD PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980
000990 01  WS-SCOREOLD-STATUS     PIC XX.
001000     88  SCOREOLD-FILE-OK           VALUE "00".
001010     88  SCOREOLD-EOF               VALUE "10".
001020 01  WS-HISTARC-STATUS      PIC XX.
001030     88  HISTARC-FILE-OK            VALUE "00".
001040     88  HISTARC-FILE-NOT-FOUND     VALUE "05".
001050     88  HISTARC-EOF                VALUE "10".
001060 01  WS-SCOREHIS-STATUS     PIC XX.
001070     88  SCOREHIS-FILE-OK           VALUE "00".
001080     88  SCOREHIS-DUPLICATE-KEY     VALUE "22".
001090 01  WS-CONVRPT-STATUS      PIC XX.
001100
001110*----------------------------------------------------------
001120* ONE INPUT RECORD, WHICHEVER FILE IT CAME FROM, IN THE OLD
001130* FLAT LAYOUT.
001140*----------------------------------------------------------
001150 01  WS-OLD-RECORD.
001160     05  WO-ID         PIC X(10).
001170     05  WO-SEGMENT    PIC X(02).
001180     05  WO-RUN-DATE   PIC X(08).
001190     05  WO-RUN-DATE-N REDEFINES WO-RUN-DATE PIC 9(08).
001200     05  WO-REST       PIC X(49).
001210
001220*----------------------------------------------------------
001230* RECONCILIATION -- EVERY RECORD READ IS EITHER A NEW KEY,
001240* A REPLACEMENT OF A KEY ALREADY LOADED, OR REJECTED. THE
001250* REPORT SAYS SO (OR THE RUN ENDS WITH RC 12).
001260*----------------------------------------------------------
001270 01  ArchiveReadCount  PIC 9(07) VALUE 0.
001280 01  MasterReadCount   PIC 9(07) VALUE 0.
001290 01  LoadedCount       PIC 9(07) VALUE 0.
001300 01  ReplacedCount     PIC 9(07) VALUE 0.
001310 01  RejectedCount     PIC 9(07) VALUE 0.
001320 01  WS-READ-TOTAL     PIC 9(07) VALUE 0.
001330 01  WS-CHECK-TOTAL    PIC 9(07) VALUE 0.
001340 01  WS-CONV-LINE      PIC X(80).
001350
001360 PROCEDURE DIVISION.
001370
001380 0000-MAINLINE.
001390     OPEN OUTPUT SCORE-HISTORY.
001400     IF NOT SCOREHIS-FILE-OK
001410         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
001420                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
001430         MOVE 12 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460     CLOSE SCORE-HISTORY.
001470     OPEN I-O SCORE-HISTORY.
001480     IF NOT SCOREHIS-FILE-OK
001490         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
001500                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
001510         MOVE 12 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540
001550     PERFORM 1000-LOAD-ARCHIVES
001560             THRU 1000-LOAD-ARCHIVES-EXIT.
001570     PERFORM 2000-LOAD-OLD-MASTER
001580             THRU 2000-LOAD-OLD-MASTER-EXIT.
001590     CLOSE SCORE-HISTORY.
001600
001610     PERFORM 4000-WRITE-CONVERSION-REPORT
001620             THRU 4000-WRITE-CONVERSION-REPORT-EXIT.
001630
001640     COMPUTE WS-READ-TOTAL = ArchiveReadCount + MasterReadCount.
001650     COMPUTE WS-CHECK-TOTAL
001660             = LoadedCount + ReplacedCount + RejectedCount.
001670     IF WS-CHECK-TOTAL NOT = WS-READ-TOTAL
001680         DISPLAY "ERRO DE CONTROLE: LIDOS=" WS-READ-TOTAL
001690                 " CARREGADOS+SUBSTITUIDOS+REJEITADOS="
001700                 WS-CHECK-TOTAL
001710         MOVE 12 TO RETURN-CODE
001720     ELSE
001730         IF WS-READ-TOTAL = 0
001740             MOVE 8 TO RETURN-CODE
001750         ELSE
001760             IF ReplacedCount > 0 OR RejectedCount > 0
001770                 MOVE 4 TO RETURN-CODE
001780             END-IF
001790         END-IF
001800     END-IF.
001810     STOP RUN.
001820
001830 0000-MAINLINE-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------
001870* 1000-LOAD-ARCHIVES -- OPTIONAL; NO ARCHIVE DATASET JUST
001880* MEANS THE OLD MASTER IS THE WHOLE HISTORY.
001890*----------------------------------------------------------
001900 1000-LOAD-ARCHIVES.
001910     OPEN INPUT HISTORY-ARCHIVE.
001920     IF HISTARC-FILE-NOT-FOUND
001930         DISPLAY "Nenhum HISTARC encontrado; so o SCOREOLD"
001940                 " sera carregado."
001950         CLOSE HISTORY-ARCHIVE
001960         GO TO 1000-LOAD-ARCHIVES-EXIT
001970     END-IF.
001980     IF NOT HISTARC-FILE-OK
001990         DISPLAY "ERRO DE E/S NO ARQUIVO HISTARC STATUS="
002000                 WS-HISTARC-STATUS "; EXECUCAO ABORTADA."
002010         MOVE 12 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     PERFORM 1010-READ-ONE-ARCHIVE
002050             THRU 1010-READ-ONE-ARCHIVE-EXIT.
002060     PERFORM 1020-TAKE-ONE-ARCHIVE
002070             THRU 1020-TAKE-ONE-ARCHIVE-EXIT
002080                 UNTIL HISTARC-EOF.
002090     CLOSE HISTORY-ARCHIVE.
002100
002110 1000-LOAD-ARCHIVES-EXIT.
002120     EXIT.
002130
002140 1010-READ-ONE-ARCHIVE.
002150     READ HISTORY-ARCHIVE
002160         AT END
002170             CONTINUE
002180     END-READ.
002190
002200 1010-READ-ONE-ARCHIVE-EXIT.
002210     EXIT.
002220
002230 1020-TAKE-ONE-ARCHIVE.
002240     ADD 1 TO ArchiveReadCount.
002250     MOVE HISTORY-ARCHIVE-RECORD TO WS-OLD-RECORD.
002260     PERFORM 3000-PUT-ONE-RECORD
002270             THRU 3000-PUT-ONE-RECORD-EXIT.
002280     PERFORM 1010-READ-ONE-ARCHIVE
002290             THRU 1010-READ-ONE-ARCHIVE-EXIT.
002300
002310 1020-TAKE-ONE-ARCHIVE-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------
002350* 2000-LOAD-OLD-MASTER -- THE LIVE SEQUENTIAL MASTER, IN
002360* FILE (TIME) ORDER, AFTER THE ARCHIVES. THE MASTER IS THE
002370* CONVERSION'S MAIN INPUT, SO ANY OPEN FAILURE ABORTS WITH 12.
002380*----------------------------------------------------------
002390 2000-LOAD-OLD-MASTER.
002400     OPEN INPUT OLD-SCORE-HISTORY.
002410     IF NOT SCOREOLD-FILE-OK
002420         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREOLD STATUS="
002430                 WS-SCOREOLD-STATUS "; EXECUCAO ABORTADA."
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     PERFORM 2010-READ-ONE-OLD
002480             THRU 2010-READ-ONE-OLD-EXIT.
002490     PERFORM 2020-TAKE-ONE-OLD
002500             THRU 2020-TAKE-ONE-OLD-EXIT
002510                 UNTIL SCOREOLD-EOF.
002520     CLOSE OLD-SCORE-HISTORY.
002530
002540 2000-LOAD-OLD-MASTER-EXIT.
002550     EXIT.
002560
002570 2010-READ-ONE-OLD.
002580     READ OLD-SCORE-HISTORY
002590         AT END
002600             CONTINUE
002610     END-READ.
002620
002630 2010-READ-ONE-OLD-EXIT.
002640     EXIT.
002650
002660 2020-TAKE-ONE-OLD.
002670     ADD 1 TO MasterReadCount.
002680     MOVE OLD-SCORE-HISTORY-RECORD TO WS-OLD-RECORD.
002690     PERFORM 3000-PUT-ONE-RECORD
002700             THRU 3000-PUT-ONE-RECORD-EXIT.
002710     PERFORM 2010-READ-ONE-OLD
002720             THRU 2010-READ-ONE-OLD-EXIT.
002730
002740 2020-TAKE-ONE-OLD-EXIT.
002750     EXIT.
002760
002770*----------------------------------------------------------
002780* 3000-PUT-ONE-RECORD -- REBUILD THE RECORD WITH THE KEY IN
002790* FRONT AND FILE IT. A KEY ALREADY ON THE NEW MASTER
002800* (STATUS 22) CAME FROM AN EARLIER RECORD, SO THIS ONE
002810* REPLACES IT.
002820*----------------------------------------------------------
002830 3000-PUT-ONE-RECORD.
002840     IF WO-ID = SPACES OR WO-RUN-DATE NOT NUMERIC
002850         ADD 1 TO RejectedCount
002860         DISPLAY "REGISTRO SEM CHAVE VALIDA: CASO=" WO-ID
002870                 " DATA=" WO-RUN-DATE
002880         GO TO 3000-PUT-ONE-RECORD-EXIT
002890     END-IF.
002900     MOVE WO-ID         TO SH-ID.
002910     MOVE WO-RUN-DATE-N TO SH-RUN-DATE.
002920     MOVE WO-SEGMENT    TO SH-SEGMENT.
002930     MOVE WO-REST       TO SH-REST.
002940     WRITE SCORE-HISTORY-RECORD
002950         INVALID KEY
002960             CONTINUE
002970     END-WRITE.
002980     IF SCOREHIS-DUPLICATE-KEY
002990         REWRITE SCORE-HISTORY-RECORD
003000             INVALID KEY
003010                 CONTINUE
003020         END-REWRITE
003030         IF SCOREHIS-FILE-OK
003040             ADD 1 TO ReplacedCount
003050         END-IF
003060     ELSE
003070         IF SCOREHIS-FILE-OK
003080             ADD 1 TO LoadedCount
003090         END-IF
003100     END-IF.
003110     IF NOT SCOREHIS-FILE-OK
003120         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
003130                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
003140         MOVE 12 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170
003180 3000-PUT-ONE-RECORD-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------
003220* 4000-WRITE-CONVERSION-REPORT -- WHAT CAME FROM WHERE AND
003230* WHAT LANDED, WITH THE READ = LOADED + REPLACED + REJECTED
003240* RECONCILIATION OPERATIONS SIGNS OFF ON BEFORE THE OLD
003250* SEQUENTIAL MASTER IS RETIRED.
003260*----------------------------------------------------------
003270 4000-WRITE-CONVERSION-REPORT.
003280     OPEN OUTPUT CONVERSION-REPORT.
003290     MOVE "RELATORIO DE CONVERSAO DO SCORE-HISTORY PARA INDEXADO"
003300             TO WS-CONV-LINE.
003310     PERFORM 4900-WRITE-CONV-LINE
003320             THRU 4900-WRITE-CONV-LINE-EXIT.
003330     MOVE SPACES TO WS-CONV-LINE.
003340     STRING "LIDOS-ARQUIVO=" ArchiveReadCount
003350             " LIDOS-MESTRE=" MasterReadCount
003360             DELIMITED BY SIZE INTO WS-CONV-LINE.
003370     PERFORM 4900-WRITE-CONV-LINE
003380             THRU 4900-WRITE-CONV-LINE-EXIT.
003390     MOVE SPACES TO WS-CONV-LINE.
003400     STRING "CARREGADOS=" LoadedCount
003410             " SUBSTITUIDOS=" ReplacedCount
003420             " REJEITADOS=" RejectedCount
003430             DELIMITED BY SIZE INTO WS-CONV-LINE.
003440     PERFORM 4900-WRITE-CONV-LINE
003450             THRU 4900-WRITE-CONV-LINE-EXIT.
003460     COMPUTE WS-READ-TOTAL = ArchiveReadCount + MasterReadCount.
003470     COMPUTE WS-CHECK-TOTAL
003480             = LoadedCount + ReplacedCount + RejectedCount.
003490     MOVE SPACES TO WS-CONV-LINE.
003500     IF WS-CHECK-TOTAL = WS-READ-TOTAL
003510         STRING "CONCILIACAO OK: LIDOS = CARREGADOS"
003520                 " + SUBSTITUIDOS + REJEITADOS"
003530                 DELIMITED BY SIZE INTO WS-CONV-LINE
003540     ELSE
003550         STRING "*** CONCILIACAO FALHOU: LIDOS=" WS-READ-TOTAL
003560                 " SOMA=" WS-CHECK-TOTAL " ***"
003570                 DELIMITED BY SIZE INTO WS-CONV-LINE
003580     END-IF.
003590     PERFORM 4900-WRITE-CONV-LINE
003600             THRU 4900-WRITE-CONV-LINE-EXIT.
003610     MOVE SPACES TO WS-CONV-LINE.
003620     STRING "REGISTROS NO NOVO MESTRE=" LoadedCount
003630             DELIMITED BY SIZE INTO WS-CONV-LINE.
003640     PERFORM 4900-WRITE-CONV-LINE
003650             THRU 4900-WRITE-CONV-LINE-EXIT.
003660     CLOSE CONVERSION-REPORT.
003670
003680     DISPLAY "--- Conversao do historico ---".
003690     DISPLAY "LIDOS ARQUIVO.......: " ArchiveReadCount.
003700     DISPLAY "LIDOS MESTRE........: " MasterReadCount.
003710     DISPLAY "CARREGADOS..........: " LoadedCount.
003720     DISPLAY "SUBSTITUIDOS........: " ReplacedCount.
003730     DISPLAY "REJEITADOS..........: " RejectedCount.
003740
003750 4000-WRITE-CONVERSION-REPORT-EXIT.
003760     EXIT.
003770
003780 4900-WRITE-CONV-LINE.
003790     MOVE WS-CONV-LINE TO CONVERSION-REPORT-RECORD.
003800     WRITE CONVERSION-REPORT-RECORD.
003810     IF WS-CONVRPT-STATUS NOT = "00"
003820         DISPLAY "ERRO DE E/S NO ARQUIVO CONVRPT STATUS="
003830                 WS-CONVRPT-STATUS "; EXECUCAO ABORTADA."
003840         MOVE 12 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870
003880 4900-WRITE-CONV-LINE-EXIT.
003890     EXIT.
