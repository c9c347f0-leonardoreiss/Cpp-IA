000200*                  THE QUALITY-REPORT MEASURES THE MODEL
000210*                  AGAINST HAND-LABELED HOLD-OUTS; THIS ONE
000220*                  MEASURES IT AGAINST WHAT THE LOANS DID.
000221* 10/15/26   RM    SCORE-HISTORY LAYOUT PICKS UP THE POLICY
000222*                  RULE CODE FIELD THE BATCH NOW WRITES.
000223* 10/15/26   RM    SCORE-HISTORY IS NOW INDEXED ON CASE ID PLUS
000224*                  RUN DATE. EACH OUTCOME READS ITS CASE'S
000225*                  LATEST APPEARANCE BY KEY (1100); THE
000226*                  20000-ENTRY HISTORY TABLE AND ITS
000227*                  TABLE-FULL WARNING ARE GONE.
000228* 10/15/26   RM    SCORE-HISTORY LAYOUT PICKS UP THE WEIGHTS
000229*                  GENERATION FIELD THE BATCH NOW WRITES.
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
000350
000360     SELECT LOAN-OUTCOMES ASSIGN TO LOANOUTC
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------
000461* SAME RECORD THE SCORING BATCH FILES, KEYED ON CASE ID PLUS
000462* RUN DATE -- THE DECISION AND SOURCE BYTES WERE ADDED LATER,
000463* SO OLDER RECORDS CARRY SPACES THERE AND ARE GUARDED ON
000464* READ.
000500*----------------------------------------------------------
000510 FD  SCORE-HISTORY
000520         RECORDING MODE IS F.
000530 01  SCORE-HISTORY-RECORD.
000531     05  SH-KEY.
000532         10  SH-ID     PIC X(10).
000533         10  SH-RUN-DATE PIC 9(08).
000550     05  SH-SEGMENT    PIC X(02).
000570     05  SH-FEATURE OCCURS 5 TIMES PIC 9(3)V99.
000580     05  SH-MARGEM     PIC S9(7)V9(4)
000590                 SIGN IS LEADING SEPARATE.
000610     05  SH-DECISION   PIC X(01).
000620     05  SH-DECISION-SRC PIC X(01).
000622     05  SH-GRADE      PIC X(01).
000623     05  SH-POLICY-RULE PIC X(04).
000624     05  SH-WEIGHTS-VERSION PIC 9(04).
000630
000640*----------------------------------------------------------
000650* MONTHLY FEEDBACK FROM THE LOAN SERVICING SYSTEM: ONE ROW
000900 01  WS-VINTRPT-STATUS      PIC XX.
000910
000920*----------------------------------------------------------
000932* LATEST APPEARANCE OF THE OUTCOME'S CASE, READ BY KEY FROM
000943* THE MASTER (KEYS ASCEND BY RUN DATE WITHIN A CASE, SO THE
000954* LAST RECORD FOR THE ID IS THE LATEST).
000970*----------------------------------------------------------
000976 01  WS-HIST-ON-FILE-SW PIC X VALUE "N".
000987     88  HISTORY-ON-FILE         VALUE "Y".
000998 01  WS-HIST-FOUND-SW PIC X VALUE "N".
001009     88  HISTORY-FOUND           VALUE "Y".
001020 01  WS-HIST-SCAN-SW  PIC X VALUE "N".
001031     88  HISTORY-SCAN-DONE       VALUE "Y".
001042 01  HISTORY-LATEST.
001053     05  HL-SEGMENT  PIC X(02).
001064     05  HL-RUN-DATE PIC 9(08).
001075     05  HL-MARGEM   PIC S9(7)V9(4) COMP-3.
001086     05  HL-DECISION PIC X(01).
001100
001110*----------------------------------------------------------
001120* VINTAGE CELLS -- ONE PER SEGMENT AND SCORING MONTH SEEN,
001630 PROCEDURE DIVISION.
001640
001650 0000-MAINLINE.
001658     PERFORM 1000-OPEN-SCORE-HISTORY
001667             THRU 1000-OPEN-SCORE-HISTORY-EXIT.
001676     IF NOT HISTORY-ON-FILE
001690         DISPLAY "SCORE-HISTORY vazio ou ausente; nada a casar."
001700         MOVE 8 TO RETURN-CODE
001710         STOP RUN
001730
001740     PERFORM 2000-MATCH-OUTCOMES
001750             THRU 2000-MATCH-OUTCOMES-EXIT.
001751     CLOSE SCORE-HISTORY.
001760
001770     PERFORM 3000-WRITE-VINTAGE-REPORT
001780             THRU 3000-WRITE-VINTAGE-REPORT-EXIT.
001860         MOVE 8 TO RETURN-CODE
001870     ELSE
001880         IF OutcomeUnmatched > 0 OR OutcomeInvalid > 0
001881                 OR VINTAGE-TABLE-FULL
001900             MOVE 4 TO RETURN-CODE
001910         END-IF
001920     END-IF.
001960     EXIT.
001970
001980*----------------------------------------------------------
001988* 1000-OPEN-SCORE-HISTORY -- OPEN THE KEYED MASTER AND MAKE
001997* SURE IT HOLDS AT LEAST ONE RECORD; AN EMPTY OR MISSING
002006* MASTER LEAVES HISTORY-ON-FILE OFF.
002040*----------------------------------------------------------
002041 1000-OPEN-SCORE-HISTORY.
002060     OPEN INPUT SCORE-HISTORY.
002070     IF NOT SCOREHIS-FILE-OK
002080         DISPLAY "SCOREHIS indisponivel; STATUS="
002090                 WS-SCOREHIS-STATUS
002091         GO TO 1000-OPEN-SCORE-HISTORY-EXIT
002120     END-IF.
002121     MOVE LOW-VALUES TO SH-KEY.
002122     START SCORE-HISTORY KEY IS NOT LESS THAN SH-KEY
002123         INVALID KEY
002124             CLOSE SCORE-HISTORY
002125             GO TO 1000-OPEN-SCORE-HISTORY-EXIT
002126     END-START.
002127     MOVE "Y" TO WS-HIST-ON-FILE-SW.
002240
002241 1000-OPEN-SCORE-HISTORY-EXIT.
002260     EXIT.
002270
002271*----------------------------------------------------------
002272* 1100-FIND-LATEST-HISTORY -- POSITION AT THE FIRST KEY FOR
002273* LO-ID (RUN DATE ZERO SORTS AHEAD OF EVERY REAL DATE) AND
002274* READ FORWARD WHILE THE ID HOLDS; THE LAST RECORD READ IS
002275* THE LATEST, SAME RULE THE SCORING BATCH USES FOR ITS
002276* MIGRATION CHECK. THE FINAL DECISION BYTE IS TAKEN WHEN
002277* PRESENT ('0'/'1', INCLUDING AN ANALYST OVERRIDE); OLDER
002278* RECORDS AND PENDING REFERRALS FALL BACK TO THE MODEL'S
002279* SAIDA.
002280*----------------------------------------------------------
002281 1100-FIND-LATEST-HISTORY.
002282     MOVE "N" TO WS-HIST-FOUND-SW.
002283     MOVE "N" TO WS-HIST-SCAN-SW.
002284     MOVE LO-ID TO SH-ID.
002285     MOVE 0 TO SH-RUN-DATE.
002286     START SCORE-HISTORY KEY IS NOT LESS THAN SH-KEY
002287         INVALID KEY
002288             GO TO 1100-FIND-LATEST-HISTORY-EXIT
002289     END-START.
002290     PERFORM 1110-READ-NEXT-HISTORY
002291             THRU 1110-READ-NEXT-HISTORY-EXIT
002292                 UNTIL HISTORY-SCAN-DONE.
002330
002331 1100-FIND-LATEST-HISTORY-EXIT.
002350     EXIT.
002360
002420 1110-READ-NEXT-HISTORY.
002429     READ SCORE-HISTORY NEXT RECORD
002438         AT END
002447             MOVE "Y" TO WS-HIST-SCAN-SW
002456     END-READ.
002465     IF HISTORY-SCAN-DONE
002474         GO TO 1110-READ-NEXT-HISTORY-EXIT
002510     END-IF.
002511     IF NOT SCOREHIS-FILE-OK
002512         DISPLAY "ERRO DE E/S NO ARQUIVO SCOREHIS STATUS="
002513                 WS-SCOREHIS-STATUS "; EXECUCAO ABORTADA."
002514         MOVE 12 TO RETURN-CODE
002515         STOP RUN
002610     END-IF.
002611     IF SH-ID NOT = LO-ID
002612         MOVE "Y" TO WS-HIST-SCAN-SW
002613         GO TO 1110-READ-NEXT-HISTORY-EXIT
002614     END-IF.
002615     MOVE "Y" TO WS-HIST-FOUND-SW.
002616     MOVE SH-SEGMENT  TO HL-SEGMENT.
002617     MOVE SH-RUN-DATE TO HL-RUN-DATE.
002618     MOVE SH-MARGEM   TO HL-MARGEM.
002619     IF SH-DECISION = "0" OR SH-DECISION = "1"
002620         MOVE SH-DECISION TO HL-DECISION
002621     ELSE
002622         MOVE SH-SAIDA TO HL-DECISION
002710     END-IF.
002720
002721 1110-READ-NEXT-HISTORY-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------
003130         ADD 1 TO OutcomeInvalid
003140         GO TO 2020-TAKE-NEXT
003150     END-IF.
003151     PERFORM 1100-FIND-LATEST-HISTORY
003152             THRU 1100-FIND-LATEST-HISTORY-EXIT.
003153     IF NOT HISTORY-FOUND
003220         ADD 1 TO OutcomeUnmatched
003230         GO TO 2020-TAKE-NEXT
003240     END-IF.
003330 2020-TAKE-ONE-OUTCOME-EXIT.
003340     EXIT.
003350
003430
003440*----------------------------------------------------------
003450* 2100-TALLY-ONE-OUTCOME -- FIND (OR OPEN) THE CELL FOR THE
003480* WHEN THE LOAN ACTUALLY WENT BAD.
003490*----------------------------------------------------------
003500 2100-TALLY-ONE-OUTCOME.
003501     MOVE HL-SEGMENT TO WS-CELL-SEGMENT.
003502     MOVE HL-RUN-DATE(1:6) TO WS-CELL-MONTH.
003540     MOVE 0 TO WS-VC-FOUND-IX.
003550     PERFORM 2110-MATCH-ONE-CELL
003560             THRU 2110-MATCH-ONE-CELL-EXIT
003670         MOVE VintageCellCount TO WS-VC-FOUND-IX
003680     END-IF.
003690
003691     IF HL-DECISION = "1"
003710         MOVE 2 TO WS-DEC-IX
003720     ELSE
003730         MOVE 1 TO WS-DEC-IX
004110     EXIT.
004120
004130 2125-TEST-ONE-LIMIT.
004131     IF HL-MARGEM < VB-LIMIT(WS-LIMIT-IX)
004150         MOVE WS-LIMIT-IX TO WS-BAND-IX
004160     END-IF.
004170
