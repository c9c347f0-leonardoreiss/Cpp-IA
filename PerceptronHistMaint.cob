000200*                  COMPLIANCE KEEPS SEVEN YEARS RETRIEVABLE
000210*                  ON THE ARCHIVES; OPERATIONS GETS A LIVE
000220*                  FILE SMALL ENOUGH TO LOAD AND BACK UP.
000221* 10/15/26   RM    SCORE-HISTORY RECORD CARRIES THE POLICY
000222*                  RULE CODE; KEPT AND ARCHIVE RECORDS WIDEN.
000223* 10/15/26   RM    SCORE-HISTORY IS INDEXED ON CASE ID PLUS RUN
000224*                  DATE AND MAINTAINED IN PLACE: PASS 2 COPIES
000225*                  EACH EXPIRED RECORD TO THE (STILL FLAT)
000226*                  ARCHIVE AND DELETES IT. HISTOUT AND THE
000227*                  20000-CASE COUNT TABLE ARE GONE.
000228* 10/15/26   RM    SCORE-HISTORY RECORD CARRIES THE WEIGHTS
000229*                  GENERATION; THE ARCHIVE RECORD WIDENS TOO.
000230*----------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SCORE-HISTORY ASSIGN TO SCOREHIS
000321             ORGANIZATION IS INDEXED
000322             ACCESS MODE IS DYNAMIC
000323             RECORD KEY IS SH-KEY
000340             FILE STATUS IS WS-SCOREHIS-STATUS.
000390
000400     SELECT HISTORY-ARCHIVE ASSIGN TO ARCHOUT
000410             ORGANIZATION IS LINE SEQUENTIAL
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------
000549* SAME RECORD THE SCORING BATCH FILES, KEYED ON CASE ID PLUS
000558* RUN DATE. KEPT RECORDS ARE NEVER TOUCHED.
000570*----------------------------------------------------------
000580 FD  SCORE-HISTORY
000590         RECORDING MODE IS F.
000600 01  SCORE-HISTORY-RECORD.
000601     05  SH-KEY.
000602         10  SH-ID     PIC X(10).
000603         10  SH-RUN-DATE PIC 9(08).
000620     05  SH-SEGMENT    PIC X(02).
000640     05  SH-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
000650     05  SH-MARGEM     PIC S9(7)V9(4)
000660                 SIGN IS LEADING SEPARATE.
000680     05  SH-DECISION   PIC X(01).
000690     05  SH-DECISION-SRC PIC X(01).
000700     05  SH-GRADE      PIC X(01).
000701     05  SH-POLICY-RULE PIC X(04).
000702     05  SH-WEIGHTS-VERSION PIC 9(04).
000710
000716*----------------------------------------------------------
000722* ARCHIVE RECORDS KEEP THE FLAT LAYOUT OF THE OLD SEQUENTIAL
000728* MASTER (ID, SEGMENT, RUN DATE, THEN THE REST AS FILED), SO
000734* EVERY ARCHIVE GENERATION READS THE SAME WAY.
000740*----------------------------------------------------------
000760 FD  HISTORY-ARCHIVE
000770         RECORDING MODE IS F.
000771 01  HISTORY-ARCHIVE-RECORD.
000772     05  HA-ID         PIC X(10).
000773     05  HA-SEGMENT    PIC X(02).
000774     05  HA-RUN-DATE   PIC X(08).
000775     05  HA-REST       PIC X(49).
000790
000800*----------------------------------------------------------
000810* MAINTENANCE PARM CARD: THE AS-OF DATE, HOW MANY MONTHS OF
000970
000980 01  WS-SCOREHIS-STATUS     PIC XX.
000990     88  SCOREHIS-FILE-OK           VALUE "00".
000991 01  WS-MASTER-EOF-SW       PIC X VALUE "N".
000992     88  MASTER-AT-END              VALUE "Y".
001020 01  WS-ARCHOUT-STATUS      PIC XX.
001030 01  WS-HMPARM-STATUS       PIC XX.
001040     88  HMPARM-FILE-OK             VALUE "00".
001220 01  WS-REC-MONTH   PIC 9(06) VALUE 0.
001230
001240*----------------------------------------------------------
001244* ONE CASE'S APPEARANCES -- THE MASTER IS IN KEY ORDER, SO A
001251* CASE'S RECORDS ARE ADJACENT AND ASCEND BY RUN DATE. PASS 2
001258* GATHERS THEM HERE, THEN KNOWS AN APPEARANCE IS SUPERSEDED
001265* WHEN KEEPLATEST OR MORE LATER ONES FOLLOW IT. THE NEXT
001272* CASE'S FIRST RECORD, ALREADY READ, WAITS IN WS-PENDING-
001279* RECORD. A CASE WITH MORE APPEARANCES THAN THE TABLE HOLDS
001286* ABORTS -- GUESSING AT RETENTION WOULD BE WORSE THAN
001293* FAILING.
001310*----------------------------------------------------------
001311 01  AppearanceCount PIC 9(04) COMP VALUE 0.
001312 01  CASE-APPEARANCE-TABLE.
001313     05  CA-ENTRY OCCURS 500 TIMES.
001314         10  CA-RECORD    PIC X(69).
001315         10  CA-VIEW REDEFINES CA-RECORD.
001316             15  CA-KEY.
001317                 20  CA-ID       PIC X(10).
001318                 20  CA-RUN-DATE PIC 9(08).
001319             15  CA-SEGMENT  PIC X(02).
001320             15  CA-REST     PIC X(49).
001321 01  WS-CA-IX       PIC 9(04) COMP VALUE 0.
001322 01  WS-CASE-ID     PIC X(10).
001323 01  WS-PENDING-RECORD PIC X(69).
001400 01  WS-REMAINING   PIC 9(04) COMP VALUE 0.
001410
001420*----------------------------------------------------------
001430* RECONCILIATION -- IN MUST EQUAL KEPT PLUS ARCHIVED, AND
001440* THE PURGE REPORT SAYS SO (OR THE RUN ENDS WITH RC 12).
001441* KEPT IS WHAT PASS 2 LEFT ON THE MASTER; ARCHIVED IS WHAT IT
001442* COPIED OUT AND DELETED.
001450*----------------------------------------------------------
001460 01  ReadCount      PIC 9(07) VALUE 0.
001470 01  KeptCount      PIC 9(07) VALUE 0.
001680     PERFORM 1200-SET-CUTOFF-MONTH
001690             THRU 1200-SET-CUTOFF-MONTH-EXIT.
001700
001701     PERFORM 3000-PURGE-HISTORY
001702             THRU 3000-PURGE-HISTORY-EXIT.
001730
001740     PERFORM 4000-WRITE-PURGE-REPORT
001750             THRU 4000-WRITE-PURGE-REPORT-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------
002461* 2000-COUNT-APPEARANCES -- PASS 1: HOW MANY RECORDS THE
002462* MASTER HOLDS, AND THE NEWEST RUN DATE (THE AS-OF FALLBACK).
002490*----------------------------------------------------------
002500 2000-COUNT-APPEARANCES.
002510     OPEN INPUT SCORE-HISTORY.
002550         CLOSE SCORE-HISTORY
002560         GO TO 2000-COUNT-APPEARANCES-EXIT
002570     END-IF.
002571     MOVE "N" TO WS-MASTER-EOF-SW.
002580     PERFORM 2010-READ-ONE-HISTORY
002590             THRU 2010-READ-ONE-HISTORY-EXIT.
002600     PERFORM 2020-COUNT-ONE-HISTORY
002610             THRU 2020-COUNT-ONE-HISTORY-EXIT
002611                 UNTIL MASTER-AT-END.
002630     CLOSE SCORE-HISTORY.
002640
002650 2000-COUNT-APPEARANCES-EXIT.
002660     EXIT.
002670
002680 2010-READ-ONE-HISTORY.
002681     READ SCORE-HISTORY NEXT RECORD
002700         AT END
002701             MOVE "Y" TO WS-MASTER-EOF-SW
002720     END-READ.
002721     IF NOT MASTER-AT-END AND NOT SCOREHIS-FILE-OK
002722         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
002723                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
002724         MOVE 12 TO RETURN-CODE
002725         STOP RUN
002726     END-IF.
002730
002740 2010-READ-ONE-HISTORY-EXIT.
002750     EXIT.
002800             AND SH-RUN-DATE > AsOfDate
002805         MOVE SH-RUN-DATE TO AsOfDate
002810     END-IF.
002980     PERFORM 2010-READ-ONE-HISTORY
002990             THRU 2010-READ-ONE-HISTORY-EXIT.
003000
003010 2020-COUNT-ONE-HISTORY-EXIT.
003020     EXIT.
003030
003220*----------------------------------------------------------
003221* 3000-PURGE-HISTORY -- PASS 2: BROWSE THE MASTER IN KEY
003222* ORDER ONE CASE AT A TIME AND DECIDE EACH APPEARANCE.
003223* SUPERSEDED FIRST -- A CASE'S OLD APPEARANCES BEYOND ITS
003224* LATEST KEEPLATEST GO TO THE ARCHIVE WHATEVER THEIR AGE --
003225* THEN THE MONTH CUT. WHAT STAYS IS NEVER REWRITTEN.
003270*----------------------------------------------------------
003271 3000-PURGE-HISTORY.
003272     OPEN I-O SCORE-HISTORY.
003300     IF NOT SCOREHIS-FILE-OK
003310         MOVE 12 TO RETURN-CODE
003320         DISPLAY "SCOREHIS indisponivel na segunda passada;"
003330                 " STATUS=" WS-SCOREHIS-STATUS
003410         STOP RUN
003420     END-IF.
003430     OPEN OUTPUT HISTORY-ARCHIVE.
003480         STOP RUN
003490     END-IF.
003500
003501     MOVE "N" TO WS-MASTER-EOF-SW.
003510     PERFORM 2010-READ-ONE-HISTORY
003520             THRU 2010-READ-ONE-HISTORY-EXIT.
003521     PERFORM 3100-PURGE-ONE-CASE
003522             THRU 3100-PURGE-ONE-CASE-EXIT
003523                 UNTIL MASTER-AT-END.
003560
003570     CLOSE SCORE-HISTORY.
003590     CLOSE HISTORY-ARCHIVE.
003600
003601 3000-PURGE-HISTORY-EXIT.
003620     EXIT.
003630
003631*----------------------------------------------------------
003632* 3100-PURGE-ONE-CASE -- GATHER EVERY APPEARANCE OF THE CASE
003633* IN THE RECORD AREA, PARK THE NEXT CASE'S FIRST RECORD
003634* (THE DELETES REUSE THE RECORD AREA), ROUTE THE GATHERED
003635* ONES AND PUT THE PARKED RECORD BACK.
003636*----------------------------------------------------------
003637 3100-PURGE-ONE-CASE.
003638     MOVE SH-ID TO WS-CASE-ID.
003639     MOVE 0 TO AppearanceCount.
003640     PERFORM 3110-GATHER-ONE-APPEARANCE
003641             THRU 3110-GATHER-ONE-APPEARANCE-EXIT
003642                 UNTIL MASTER-AT-END
003643                     OR SH-ID NOT = WS-CASE-ID.
003644     MOVE SCORE-HISTORY-RECORD TO WS-PENDING-RECORD.
003645     PERFORM 3150-ROUTE-ONE-APPEARANCE
003646             THRU 3150-ROUTE-ONE-APPEARANCE-EXIT
003647                 VARYING WS-CA-IX FROM 1 BY 1
003648                 UNTIL WS-CA-IX > AppearanceCount.
003649     MOVE WS-PENDING-RECORD TO SCORE-HISTORY-RECORD.
003650
003651 3100-PURGE-ONE-CASE-EXIT.
003652     EXIT.
003653
003654 3110-GATHER-ONE-APPEARANCE.
003655     IF AppearanceCount = 500
003656         DISPLAY "CASO " WS-CASE-ID " TEM MAIS APARICOES DO QUE"
003657                 " A TABELA COMPORTA (500); EXECUCAO ABORTADA."
003658         MOVE 12 TO RETURN-CODE
003659         STOP RUN
003740     END-IF.
003741     ADD 1 TO AppearanceCount.
003742     MOVE SCORE-HISTORY-RECORD TO CA-RECORD(AppearanceCount).
003743     PERFORM 2010-READ-ONE-HISTORY
003744             THRU 2010-READ-ONE-HISTORY-EXIT.
003750
003751 3110-GATHER-ONE-APPEARANCE-EXIT.
003752     EXIT.
003753
003754 3150-ROUTE-ONE-APPEARANCE.
003755     COMPUTE WS-REMAINING = AppearanceCount - WS-CA-IX.
003756
003757     IF CA-RUN-DATE(WS-CA-IX) NUMERIC
003758         MOVE CA-RUN-DATE(WS-CA-IX) (1:6) TO WS-REC-MONTH
003780     ELSE
003790         MOVE 0 TO WS-REC-MONTH
003800     END-IF.
003820     EVALUATE TRUE
003830         WHEN WS-REMAINING >= KeepLatest
003840             ADD 1 TO ArchivedSuperseded
003841             PERFORM 3200-ARCHIVE-AND-DELETE
003842                     THRU 3200-ARCHIVE-AND-DELETE-EXIT
003870         WHEN WS-REC-MONTH < CutoffMonth
003880             ADD 1 TO ArchivedAged
003881             PERFORM 3200-ARCHIVE-AND-DELETE
003882                     THRU 3200-ARCHIVE-AND-DELETE-EXIT
003910         WHEN OTHER
003911             ADD 1 TO KeptCount
003940     END-EVALUATE.
003950
003951 3150-ROUTE-ONE-APPEARANCE-EXIT.
004000     EXIT.
004010
004011*----------------------------------------------------------
004012* 3200-ARCHIVE-AND-DELETE -- THE ARCHIVE COPY IS WRITTEN
004013* FIRST, SO A RECORD NEVER LEAVES THE MASTER WITHOUT ONE.
004014*----------------------------------------------------------
004015 3200-ARCHIVE-AND-DELETE.
004030     ADD 1 TO ArchivedCount.
004031     MOVE CA-ID(WS-CA-IX)       TO HA-ID.
004032     MOVE CA-SEGMENT(WS-CA-IX)  TO HA-SEGMENT.
004033     MOVE CA-RUN-DATE(WS-CA-IX) TO HA-RUN-DATE.
004034     MOVE CA-REST(WS-CA-IX)     TO HA-REST.
004050     WRITE HISTORY-ARCHIVE-RECORD.
004060     IF WS-ARCHOUT-STATUS NOT = "00"
004070         DISPLAY "ERRO DE E/S NO ARQUIVO ARCHOUT STATUS="
004090         MOVE 12 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004111     MOVE CA-KEY(WS-CA-IX) TO SH-KEY.
004112     DELETE SCORE-HISTORY RECORD
004113         INVALID KEY
004114             CONTINUE
004115     END-DELETE.
004116     IF NOT SCOREHIS-FILE-OK
004117         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
004118                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
004230         MOVE 12 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260
004261 3200-ARCHIVE-AND-DELETE-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------
004310* 4000-WRITE-PURGE-REPORT -- WHAT WENT WHERE AND WHY, WITH
004320* THE IN = KEPT + ARCHIVED RECONCILIATION OPERATIONS SIGNS
004321* OFF ON BEFORE RELEASING THE PRE-RUN BACKUP OF THE MASTER.
004340*----------------------------------------------------------
004350 4000-WRITE-PURGE-REPORT.
004360     OPEN OUTPUT PURGE-REPORT.
