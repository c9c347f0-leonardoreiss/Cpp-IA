000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCEPTRONGOVMAINT.
000030 AUTHOR.        R-MARTINS.
000040 INSTALLATION.  CREDIT-RISK-SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RM    ORIGINAL. MODEL GOVERNANCE MAINTENANCE FOR
000120*                  THE WEIGHTS-FILE GENERATION HISTORY. CARDS
000130*                  ON GOVCTL FREEZE A SEGMENT ON A GENERATION,
000140*                  RELEASE THE FREEZE, RETIRE A GENERATION OR
000150*                  ROLL A SEGMENT BACK TO AN EARLIER ONE, EACH
000160*                  WITH APPROVER, DATE AND REASON. ACCEPTED
000170*                  ACTIONS ARE APPENDED TO GOVMAST, WHICH THE
000180*                  SCORING BATCH AND PERCEPTRONSCORE REPLAY
000190*                  WHEN THEY PICK A SEGMENT'S CHAMPION -- NO
000200*                  MORE PARM-CARD PINS TO REMEMBER TO REMOVE.
000210*                  THE GENERATION CHANGE REPORT IS THE PACK
000220*                  THE MODEL RISK COMMITTEE ASKS FOR EVERY
000230*                  QUARTER: CHAMPION BEFORE AND AFTER, EVERY
000240*                  WEIGHT AND THE BIAS OLD VERSUS NEW, THE
000250*                  TRAINING FACTS AND THE APPROVAL TRAIL.
000260* 10/15/26   RM    THE PACK'S ANTERIOR COLUMN IS NOW THE
000270*                  SEGMENT'S PREVIOUS CHAMPION -- FROM THE
000280*                  LAST GOVMAST ACTION THAT CHANGED IT, ELSE
000290*                  THE GENERATION THE CURRENT ONE DISPLACED --
000300*                  NOT THE CHAMPION AT THE START OF THIS RUN.
000310*----------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350     SOURCE-COMPUTER.  IBM.
000360     OBJECT-COMPUTER.  IBM.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL WEIGHTS-FILE ASSIGN TO WEIGHTFL
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS WS-WEIGHTS-STATUS.
000430
000440     SELECT OPTIONAL GOVERNANCE-FILE ASSIGN TO GOVMAST
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS WS-GOV-STATUS.
000470
000480     SELECT OPTIONAL GOVERNANCE-CONTROL ASSIGN TO GOVCTL
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS WS-GOVCTL-STATUS.
000510
000520     SELECT GOVERNANCE-REPORT ASSIGN TO GOVRPT
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS WS-GOVRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------
000590* SAME GENERATION RECORD THE SCORING BATCH APPENDS AFTER
000600* EACH TRAINING RUN -- ONE ROW PER VERSION AND SEGMENT.
000610*----------------------------------------------------------
000620 FD  WEIGHTS-FILE
000630         RECORDING MODE IS F.
000640 01  WEIGHTS-RECORD.
000650     05  WR-VERSION      PIC 9(04).
000660     05  WR-SEGMENT      PIC X(02).
000670     05  WR-TRAIN-DATE   PIC 9(08).
000680     05  WR-EPOCHS       PIC 9(04).
000690     05  WR-ITERATIONS   PIC 9(07).
000700     05  WR-CONVERGED    PIC X(01).
000710     05  WR-WEIGHT OCCURS 5 TIMES PIC S9(3)V9(4)
000720                 SIGN IS LEADING SEPARATE.
000730     05  WR-WBIAS        PIC S9(3)V9(4)
000740                 SIGN IS LEADING SEPARATE.
000750
000760*----------------------------------------------------------
000770* MODEL GOVERNANCE ACTIONS, APPEND-ONLY, IN APPROVAL ORDER.
000780* GV-PRIOR-VERSION / GV-NEW-VERSION ARE THE SEGMENT'S
000790* CHAMPION JUST BEFORE AND JUST AFTER THE ACTION; A ROLLBACK
000800* RETIRES EVERYTHING ABOVE GV-VERSION UP TO THE PRIOR ONE.
000810*----------------------------------------------------------
000820 FD  GOVERNANCE-FILE
000830         RECORDING MODE IS F.
000840 01  GOVERNANCE-RECORD.
000850     05  GV-ACTION         PIC X(01).
000860     05  GV-SEGMENT        PIC X(02).
000870     05  GV-VERSION        PIC 9(04).
000880     05  GV-PRIOR-VERSION  PIC 9(04).
000890     05  GV-NEW-VERSION    PIC 9(04).
000900     05  GV-APPROVER       PIC X(10).
000910     05  GV-ACTION-DATE    PIC 9(08).
000920     05  GV-REASON         PIC X(40).
000930
000940*----------------------------------------------------------
000950* ONE CARD PER REQUESTED ACTION: 'C' FREEZE THE SEGMENT ON
000960* THE VERSION, 'L' RELEASE THE SEGMENT'S FREEZE (VERSION
000970* NOT USED), 'R' RETIRE THE VERSION, 'V' ROLL THE SEGMENT
000980* BACK TO THE VERSION.
000990*----------------------------------------------------------
001000 FD  GOVERNANCE-CONTROL
001010         RECORDING MODE IS F.
001020 01  GOVERNANCE-CONTROL-RECORD.
001030     05  GC-ACTION         PIC X(01).
001040         88  GC-FREEZE              VALUE "C".
001050         88  GC-RELEASE             VALUE "L".
001060         88  GC-RETIRE              VALUE "R".
001070         88  GC-ROLLBACK            VALUE "V".
001080     05  GC-SEGMENT        PIC X(02).
001090     05  GC-VERSION        PIC 9(04).
001100     05  GC-APPROVER       PIC X(10).
001110     05  GC-ACTION-DATE    PIC 9(08).
001120     05  GC-REASON         PIC X(40).
001130
001140 FD  GOVERNANCE-REPORT
001150         RECORDING MODE IS F.
001160 01  GOVERNANCE-REPORT-RECORD  PIC X(132).
001170
001180 WORKING-STORAGE SECTION.
001190
001200 01  WS-WEIGHTS-STATUS      PIC XX.
001210     88  WEIGHTS-FILE-OK            VALUE "00".
001220     88  WEIGHTS-EOF                VALUE "10".
001230 01  WS-GOV-STATUS          PIC XX.
001240     88  GOV-FILE-OK                VALUE "00".
001250     88  GOV-EOF                    VALUE "10".
001260     88  GOV-OPEN-OK                VALUE "00" "05".
001270 01  WS-GOVCTL-STATUS       PIC XX.
001280     88  GOVCTL-FILE-OK             VALUE "00".
001290     88  GOVCTL-EOF                 VALUE "10".
001300 01  WS-GOVRPT-STATUS       PIC XX.
001310
001320*----------------------------------------------------------
001330* EVERY GENERATION ON WEIGHTS-FILE. A REPEATED VERSION AND
001340* SEGMENT KEEPS THE LATER ROW, AS THE BATCH DOES.
001350*----------------------------------------------------------
001360 01  GenCount         PIC 9(03) COMP VALUE 0.
001370 01  WS-GEN-FULL-SW   PIC X VALUE "N".
001380     88  GENERATION-TABLE-FULL   VALUE "Y".
001390 01  GENERATION-TABLE.
001400     05  GT-ENTRY OCCURS 500 TIMES.
001410         10  GT-VERSION     PIC 9(04).
001420         10  GT-SEGMENT     PIC X(02).
001430         10  GT-TRAIN-DATE  PIC 9(08).
001440         10  GT-EPOCHS      PIC 9(04).
001450         10  GT-CONVERGED   PIC X(01).
001460         10  GT-WEIGHT OCCURS 5 TIMES PIC S9(3)V9(4) COMP-3.
001470         10  GT-WBIAS       PIC S9(3)V9(4) COMP-3.
001480 01  WS-GT-IX         PIC 9(03) COMP VALUE 0.
001490 01  WS-GT-FOUND-IX   PIC 9(03) COMP VALUE 0.
001500
001510*----------------------------------------------------------
001520* SEGMENTS SEEN ON WEIGHTS-FILE, WITH THE CHAMPION BEFORE
001530* THIS RUN'S CARDS AND THE CHAMPION AFTER THEM.
001540*----------------------------------------------------------
001550 01  SegCount         PIC 99 COMP VALUE 0.
001560 01  WS-SEG-FULL-SW   PIC X VALUE "N".
001570     88  SEGMENT-TABLE-FULL      VALUE "Y".
001580 01  SEGMENT-TABLE.
001590     05  SG-ENTRY OCCURS 20 TIMES.
001600         10  SG-SEGMENT     PIC X(02).
001610         10  SG-OLD-CHAMP   PIC 9(04).
001620         10  SG-OLD-IX      PIC 9(03) COMP.
001630         10  SG-NEW-CHAMP   PIC 9(04).
001640         10  SG-NEW-IX      PIC 9(03) COMP.
001650 01  WS-SG-IX         PIC 99 COMP VALUE 0.
001660 01  WS-SG-FOUND-IX   PIC 99 COMP VALUE 0.
001670
001680*----------------------------------------------------------
001690* GOVERNANCE STATE -- RETIRED VERSION RANGES AND FROZEN
001700* VERSIONS PER SEGMENT, SAME TABLES AND SIZES THE BATCH
001710* REPLAYS INTO. A CARD THAT WOULD OVERFLOW THEM IS REJECTED
001720* HERE SO THE BATCH NEVER HAS TO.
001730*----------------------------------------------------------
001740 01  GovRangeCount    PIC 9(03) COMP VALUE 0.
001750 01  GOV-RANGE-TABLE.
001760     05  GX-ENTRY OCCURS 200 TIMES.
001770         10  GX-SEGMENT  PIC X(02).
001780         10  GX-FROM     PIC 9(04).
001790         10  GX-TO       PIC 9(04).
001800 01  GovFreezeCount   PIC 99 COMP VALUE 0.
001810 01  GOV-FREEZE-TABLE.
001820     05  GF-ENTRY OCCURS 20 TIMES.
001830         10  GF-SEGMENT  PIC X(02).
001840         10  GF-VERSION  PIC 9(04).
001850 01  WS-GX-IX         PIC 9(03) COMP VALUE 0.
001860 01  WS-GF-IX         PIC 99 COMP VALUE 0.
001870 01  WS-GF-FOUND-IX   PIC 99 COMP VALUE 0.
001880 01  WS-GOV-SEGMENT   PIC X(02).
001890 01  WS-GOV-FULL-SW   PIC X VALUE "N".
001900     88  GOVERNANCE-TABLE-FULL   VALUE "Y".
001910
001920*----------------------------------------------------------
001930* APPROVAL TRAIL -- EVERY ACTION ON GOVMAST PLUS THIS RUN'S
001940* ACCEPTED CARDS (FLAGGED NOVA), PRINTED PER SEGMENT.
001950*----------------------------------------------------------
001960 01  TrailCount       PIC 9(03) COMP VALUE 0.
001970 01  TrailDropped     PIC 9(05) VALUE 0.
001980 01  TRAIL-TABLE.
001990     05  AT-ENTRY OCCURS 500 TIMES.
002000         10  AT-ACTION      PIC X(01).
002010         10  AT-SEGMENT     PIC X(02).
002020         10  AT-VERSION     PIC 9(04).
002030         10  AT-PRIOR       PIC 9(04).
002040         10  AT-NEW         PIC 9(04).
002050         10  AT-APPROVER    PIC X(10).
002060         10  AT-DATE        PIC 9(08).
002070         10  AT-REASON      PIC X(40).
002080         10  AT-NEW-SW      PIC X(01).
002090             88  TRAIL-IS-NEW        VALUE "Y".
002100 01  WS-AT-IX         PIC 9(03) COMP VALUE 0.
002110 01  WS-AT-FOUND-IX   PIC 9(03) COMP VALUE 0.
002120 01  WS-TRAIL-NEW-SW  PIC X VALUE "N".
002130
002140*----------------------------------------------------------
002150* CHAMPION SEARCH AND CARD VALIDATION WORK FIELDS
002160*----------------------------------------------------------
002170 01  WS-CHAMP-VERSION PIC 9(04) VALUE 0.
002180 01  WS-CHAMP-IX      PIC 9(03) COMP VALUE 0.
002190 01  WS-FROZEN-VERSION PIC 9(04) VALUE 0.
002200 01  WS-TEST-VERSION  PIC 9(04) VALUE 0.
002210 01  WS-RETIRED-SW    PIC X VALUE "N".
002220     88  VERSION-RETIRED         VALUE "Y".
002230 01  WS-REJECT-REASON PIC X(40).
002240 01  WS-PRIOR-CHAMP   PIC 9(04) VALUE 0.
002250 01  WS-ACTION-CODE   PIC X(01).
002260 01  WS-ACTION-NAME   PIC X(08).
002270
002280*----------------------------------------------------------
002290* RUN COUNTS AND REPORT WORK FIELDS
002300*----------------------------------------------------------
002310 01  GovReplayed      PIC 9(05) VALUE 0.
002320 01  GovSkipped       PIC 9(05) VALUE 0.
002330 01  CardCount        PIC 9(05) VALUE 0.
002340 01  CardAccepted     PIC 9(05) VALUE 0.
002350 01  CardRejected     PIC 9(05) VALUE 0.
002360 01  WS-GOV-LINE      PIC X(132).
002370 01  WS-FEATURE-IX    PIC 9 COMP VALUE 0.
002380 01  WS-FEATURE-D     PIC 9.
002390 01  WS-WEIGHT-D      PIC ---9.9999.
002400 01  WS-VERSION-D     PIC 9(04).
002410 01  WS-STATE-NAME    PIC X(10).
002420 01  WS-PACK-LINE.
002430     05  PK-LABEL     PIC X(20).
002440     05  PK-OLD       PIC X(14).
002450     05  PK-NEW       PIC X(14).
002460     05  PK-FLAG      PIC X(10).
002470     05  FILLER       PIC X(74).
002480
002490 PROCEDURE DIVISION.
002500
002510 0000-MAINLINE.
002520     PERFORM 1000-LOAD-GENERATIONS
002530             THRU 1000-LOAD-GENERATIONS-EXIT.
002540     IF GenCount = 0
002550         DISPLAY "WEIGHTS-FILE vazio ou ausente; nada a"
002560                 " governar."
002570         MOVE 8 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600
002610     PERFORM 1100-LOAD-GOVERNANCE
002620             THRU 1100-LOAD-GOVERNANCE-EXIT.
002630     OPEN OUTPUT GOVERNANCE-REPORT.
002640     MOVE "RELATORIO DE GOVERNANCA DE MODELO (GERACOES DE PESOS)"
002650             TO WS-GOV-LINE.
002660     PERFORM 3900-WRITE-GOV-LINE
002670             THRU 3900-WRITE-GOV-LINE-EXIT.
002680
002690     PERFORM 2000-APPLY-CONTROL-CARDS
002700             THRU 2000-APPLY-CONTROL-CARDS-EXIT.
002710
002720     PERFORM 3000-WRITE-SEGMENT-PACK
002730             THRU 3000-WRITE-SEGMENT-PACK-EXIT
002740                 VARYING WS-SG-IX FROM 1 BY 1
002750                 UNTIL WS-SG-IX > SegCount.
002760     CLOSE GOVERNANCE-REPORT.
002770
002780     DISPLAY "--- Controle de Governanca ---".
002790     DISPLAY "GERACOES LIDAS......: " GenCount.
002800     DISPLAY "ACOES EM GOVMAST....: " GovReplayed.
002810     DISPLAY "ACOES IGNORADAS.....: " GovSkipped.
002820     DISPLAY "CARTOES LIDOS.......: " CardCount.
002830     DISPLAY "CARTOES ACEITOS.....: " CardAccepted.
002840     DISPLAY "CARTOES REJEITADOS..: " CardRejected.
002850     IF CardRejected > 0 OR GovSkipped > 0 OR TrailDropped > 0
002860             OR GENERATION-TABLE-FULL OR SEGMENT-TABLE-FULL
002870             OR GOVERNANCE-TABLE-FULL
002880         MOVE 4 TO RETURN-CODE
002890     END-IF.
002900     STOP RUN.
002910
002920 0000-MAINLINE-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------
002960* 1000-LOAD-GENERATIONS -- EVERY ROW OF WEIGHTS-FILE INTO
002970* THE GENERATION TABLE, REGISTERING ITS SEGMENT ON THE WAY.
002980*----------------------------------------------------------
002990 1000-LOAD-GENERATIONS.
003000     OPEN INPUT WEIGHTS-FILE.
003010     IF NOT WEIGHTS-FILE-OK
003020         DISPLAY "WEIGHTFL indisponivel; STATUS="
003030                 WS-WEIGHTS-STATUS
003040         CLOSE WEIGHTS-FILE
003050         GO TO 1000-LOAD-GENERATIONS-EXIT
003060     END-IF.
003070     PERFORM 1010-READ-ONE-GENERATION
003080             THRU 1010-READ-ONE-GENERATION-EXIT.
003090     PERFORM 1020-TAKE-ONE-GENERATION
003100             THRU 1020-TAKE-ONE-GENERATION-EXIT
003110                 UNTIL WEIGHTS-EOF.
003120     CLOSE WEIGHTS-FILE.
003130     IF GENERATION-TABLE-FULL OR SEGMENT-TABLE-FULL
003140         DISPLAY "AVISO: WEIGHTS-FILE maior que as tabelas;"
003150                 " relatorio parcial."
003160     END-IF.
003170
003180 1000-LOAD-GENERATIONS-EXIT.
003190     EXIT.
003200
003210 1010-READ-ONE-GENERATION.
003220     READ WEIGHTS-FILE
003230         AT END
003240             CONTINUE
003250     END-READ.
003260
003270 1010-READ-ONE-GENERATION-EXIT.
003280     EXIT.
003290
003300 1020-TAKE-ONE-GENERATION.
003310     IF WR-VERSION NOT NUMERIC
003320         GO TO 1020-TAKE-NEXT
003330     END-IF.
003340     MOVE WR-SEGMENT TO WS-GOV-SEGMENT.
003350     PERFORM 1030-FIND-SEGMENT
003360             THRU 1030-FIND-SEGMENT-EXIT.
003370     IF WS-SG-FOUND-IX = 0
003380         IF SegCount = 20
003390             MOVE "Y" TO WS-SEG-FULL-SW
003400             GO TO 1020-TAKE-NEXT
003410         END-IF
003420         ADD 1 TO SegCount
003430         MOVE WR-SEGMENT TO SG-SEGMENT(SegCount)
003440         MOVE 0 TO SG-OLD-CHAMP(SegCount)
003450         MOVE 0 TO SG-OLD-IX(SegCount)
003460         MOVE 0 TO SG-NEW-CHAMP(SegCount)
003470         MOVE 0 TO SG-NEW-IX(SegCount)
003480     END-IF.
003490     MOVE WR-VERSION TO WS-TEST-VERSION.
003500     PERFORM 2150-FIND-GENERATION
003510             THRU 2150-FIND-GENERATION-EXIT.
003520     IF WS-GT-FOUND-IX = 0
003530         IF GenCount = 500
003540             MOVE "Y" TO WS-GEN-FULL-SW
003550             GO TO 1020-TAKE-NEXT
003560         END-IF
003570         ADD 1 TO GenCount
003580         MOVE GenCount TO WS-GT-FOUND-IX
003590     END-IF.
003600     MOVE WR-VERSION    TO GT-VERSION(WS-GT-FOUND-IX).
003610     MOVE WR-SEGMENT    TO GT-SEGMENT(WS-GT-FOUND-IX).
003620     MOVE WR-TRAIN-DATE TO GT-TRAIN-DATE(WS-GT-FOUND-IX).
003630     MOVE WR-EPOCHS     TO GT-EPOCHS(WS-GT-FOUND-IX).
003640     MOVE WR-CONVERGED  TO GT-CONVERGED(WS-GT-FOUND-IX).
003650     MOVE WR-WBIAS      TO GT-WBIAS(WS-GT-FOUND-IX).
003660     PERFORM 1025-TAKE-ONE-WEIGHT
003670             THRU 1025-TAKE-ONE-WEIGHT-EXIT
003680                 VARYING WS-FEATURE-IX FROM 1 BY 1
003690                 UNTIL WS-FEATURE-IX > 5.
003700
003710 1020-TAKE-NEXT.
003720     PERFORM 1010-READ-ONE-GENERATION
003730             THRU 1010-READ-ONE-GENERATION-EXIT.
003740
003750 1020-TAKE-ONE-GENERATION-EXIT.
003760     EXIT.
003770
003780 1025-TAKE-ONE-WEIGHT.
003790     MOVE WR-WEIGHT(WS-FEATURE-IX)
003800             TO GT-WEIGHT(WS-GT-FOUND-IX, WS-FEATURE-IX).
003810
003820 1025-TAKE-ONE-WEIGHT-EXIT.
003830     EXIT.
003840
003850 1030-FIND-SEGMENT.
003860     MOVE 0 TO WS-SG-FOUND-IX.
003870     PERFORM 1035-MATCH-ONE-SEGMENT
003880             THRU 1035-MATCH-ONE-SEGMENT-EXIT
003890                 VARYING WS-SG-IX FROM 1 BY 1
003900                 UNTIL WS-SG-IX > SegCount.
003910
003920 1030-FIND-SEGMENT-EXIT.
003930     EXIT.
003940
003950 1035-MATCH-ONE-SEGMENT.
003960     IF SG-SEGMENT(WS-SG-IX) = WS-GOV-SEGMENT
003970         MOVE WS-SG-IX TO WS-SG-FOUND-IX
003980     END-IF.
003990
004000 1035-MATCH-ONE-SEGMENT-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------
004040* 1100-LOAD-GOVERNANCE -- REPLAY GOVMAST IN FILE ORDER INTO
004050* THE FREEZE AND RETIREMENT TABLES AND THE APPROVAL TRAIL,
004060* THE SAME REPLAY THE BATCH DOES AT STARTUP.
004070*----------------------------------------------------------
004080 1100-LOAD-GOVERNANCE.
004090     MOVE "N" TO WS-TRAIL-NEW-SW.
004100     OPEN INPUT GOVERNANCE-FILE.
004110     IF GOV-FILE-OK
004120         PERFORM 1110-READ-ONE-GOV-ACTION
004130                 THRU 1110-READ-ONE-GOV-ACTION-EXIT
004140         PERFORM 1120-TAKE-ONE-GOV-ACTION
004150                 THRU 1120-TAKE-ONE-GOV-ACTION-EXIT
004160                     UNTIL GOV-EOF
004170     END-IF.
004180     CLOSE GOVERNANCE-FILE.
004190
004200 1100-LOAD-GOVERNANCE-EXIT.
004210     EXIT.
004220
004230 1110-READ-ONE-GOV-ACTION.
004240     READ GOVERNANCE-FILE
004250         AT END
004260             CONTINUE
004270     END-READ.
004280
004290 1110-READ-ONE-GOV-ACTION-EXIT.
004300     EXIT.
004310
004320 1120-TAKE-ONE-GOV-ACTION.
004330     IF GV-VERSION NOT NUMERIC
004340             OR GV-PRIOR-VERSION NOT NUMERIC
004350             OR GV-NEW-VERSION NOT NUMERIC
004360         ADD 1 TO GovSkipped
004370         GO TO 1120-TAKE-NEXT
004380     END-IF.
004390     ADD 1 TO GovReplayed.
004400     PERFORM 1130-REPLAY-ACTION
004410             THRU 1130-REPLAY-ACTION-EXIT.
004420     PERFORM 1140-KEEP-TRAIL-ENTRY
004430             THRU 1140-KEEP-TRAIL-ENTRY-EXIT.
004440
004450 1120-TAKE-NEXT.
004460     PERFORM 1110-READ-ONE-GOV-ACTION
004470             THRU 1110-READ-ONE-GOV-ACTION-EXIT.
004480
004490 1120-TAKE-ONE-GOV-ACTION-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------
004530* 1130-REPLAY-ACTION -- APPLY THE ACTION IN GOVERNANCE-RECORD
004540* TO THE STATE TABLES. USED FOR GOVMAST ON LOAD AND FOR EACH
004550* ACCEPTED CARD BEFORE IT IS APPENDED.
004560*----------------------------------------------------------
004570 1130-REPLAY-ACTION.
004580     MOVE GV-SEGMENT TO WS-GOV-SEGMENT.
004590     PERFORM 1150-FIND-FREEZE
004600             THRU 1150-FIND-FREEZE-EXIT.
004610     IF GV-ACTION = "C" AND WS-GF-FOUND-IX = 0
004620         IF GovFreezeCount = 20
004630             MOVE "Y" TO WS-GOV-FULL-SW
004640             GO TO 1130-REPLAY-ACTION-EXIT
004650         END-IF
004660         ADD 1 TO GovFreezeCount
004670         MOVE GV-SEGMENT TO GF-SEGMENT(GovFreezeCount)
004680         MOVE GovFreezeCount TO WS-GF-FOUND-IX
004690     END-IF.
004700     IF (GV-ACTION = "R" OR GV-ACTION = "V")
004710             AND GovRangeCount = 200
004720         MOVE "Y" TO WS-GOV-FULL-SW
004730         GO TO 1130-REPLAY-ACTION-EXIT
004740     END-IF.
004750     EVALUATE TRUE
004760         WHEN GV-ACTION = "C"
004770             MOVE GV-VERSION TO GF-VERSION(WS-GF-FOUND-IX)
004780         WHEN GV-ACTION = "L" AND WS-GF-FOUND-IX > 0
004790             MOVE 0 TO GF-VERSION(WS-GF-FOUND-IX)
004800         WHEN GV-ACTION = "R"
004810             ADD 1 TO GovRangeCount
004820             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
004830             MOVE GV-VERSION TO GX-FROM(GovRangeCount)
004840             MOVE GV-VERSION TO GX-TO(GovRangeCount)
004850         WHEN GV-ACTION = "V"
004860             ADD 1 TO GovRangeCount
004870             MOVE GV-SEGMENT TO GX-SEGMENT(GovRangeCount)
004880             COMPUTE GX-FROM(GovRangeCount) = GV-VERSION + 1
004890             MOVE GV-PRIOR-VERSION TO GX-TO(GovRangeCount)
004900         WHEN OTHER
004910             CONTINUE
004920     END-EVALUATE.
004930
004940 1130-REPLAY-ACTION-EXIT.
004950     EXIT.
004960
004970 1140-KEEP-TRAIL-ENTRY.
004980     IF TrailCount = 500
004990         ADD 1 TO TrailDropped
005000         GO TO 1140-KEEP-TRAIL-ENTRY-EXIT
005010     END-IF.
005020     ADD 1 TO TrailCount.
005030     MOVE GV-ACTION        TO AT-ACTION(TrailCount).
005040     MOVE GV-SEGMENT       TO AT-SEGMENT(TrailCount).
005050     MOVE GV-VERSION       TO AT-VERSION(TrailCount).
005060     MOVE GV-PRIOR-VERSION TO AT-PRIOR(TrailCount).
005070     MOVE GV-NEW-VERSION   TO AT-NEW(TrailCount).
005080     MOVE GV-APPROVER      TO AT-APPROVER(TrailCount).
005090     MOVE GV-ACTION-DATE   TO AT-DATE(TrailCount).
005100     MOVE GV-REASON        TO AT-REASON(TrailCount).
005110     MOVE WS-TRAIL-NEW-SW  TO AT-NEW-SW(TrailCount).
005120
005130 1140-KEEP-TRAIL-ENTRY-EXIT.
005140     EXIT.
005150
005160 1150-FIND-FREEZE.
005170     MOVE 0 TO WS-GF-FOUND-IX.
005180     PERFORM 1155-MATCH-ONE-FREEZE
005190             THRU 1155-MATCH-ONE-FREEZE-EXIT
005200                 VARYING WS-GF-IX FROM 1 BY 1
005210                 UNTIL WS-GF-IX > GovFreezeCount.
005220
005230 1150-FIND-FREEZE-EXIT.
005240     EXIT.
005250
005260 1155-MATCH-ONE-FREEZE.
005270     IF GF-SEGMENT(WS-GF-IX) = WS-GOV-SEGMENT
005280         MOVE WS-GF-IX TO WS-GF-FOUND-IX
005290     END-IF.
005300
005310 1155-MATCH-ONE-FREEZE-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------
005350* 1200-SET-OLD-CHAMPION -- THE SEGMENT'S PREVIOUS CHAMPION FOR
005360* THE ANTERIOR COLUMN OF THE PACK, ONCE SG-NEW-CHAMP IS SET:
005370* THE CHAMPION BEFORE THE LAST GOVMAST ACTION THAT CHANGED IT
005380* (THIS RUN'S CARDS INCLUDED), AS LONG AS THAT ACTION LEFT
005390* TODAY'S CHAMPION IN PLACE; OTHERWISE THE HIGHEST ELIGIBLE
005400* GENERATION BELOW THE CURRENT CHAMPION, THE ONE THE LATEST
005410* TRAINING RUN DISPLACED.
005420*----------------------------------------------------------
005430 1200-SET-OLD-CHAMPION.
005440     MOVE 0 TO SG-OLD-CHAMP(WS-SG-IX).
005450     MOVE 0 TO SG-OLD-IX(WS-SG-IX).
005460     MOVE 0 TO WS-AT-FOUND-IX.
005470     PERFORM 1210-MATCH-ONE-TRAIL-ACTION
005480             THRU 1210-MATCH-ONE-TRAIL-ACTION-EXIT
005490                 VARYING WS-AT-IX FROM 1 BY 1
005500                 UNTIL WS-AT-IX > TrailCount.
005510     IF WS-AT-FOUND-IX > 0
005520         IF AT-NEW(WS-AT-FOUND-IX) = SG-NEW-CHAMP(WS-SG-IX)
005530             MOVE AT-PRIOR(WS-AT-FOUND-IX) TO WS-TEST-VERSION
005540             PERFORM 2150-FIND-GENERATION
005550                     THRU 2150-FIND-GENERATION-EXIT
005560             MOVE WS-TEST-VERSION TO SG-OLD-CHAMP(WS-SG-IX)
005570             MOVE WS-GT-FOUND-IX  TO SG-OLD-IX(WS-SG-IX)
005580             GO TO 1200-SET-OLD-CHAMPION-EXIT
005590         END-IF
005600     END-IF.
005610     PERFORM 1220-TEST-ONE-OLDER-GENERATION
005620             THRU 1220-TEST-ONE-OLDER-GENERATION-EXIT
005630                 VARYING WS-GT-IX FROM 1 BY 1
005640                 UNTIL WS-GT-IX > GenCount.
005650
005660 1200-SET-OLD-CHAMPION-EXIT.
005670     EXIT.
005680
005690 1210-MATCH-ONE-TRAIL-ACTION.
005700     IF AT-SEGMENT(WS-AT-IX) = WS-GOV-SEGMENT
005710             AND AT-PRIOR(WS-AT-IX) NOT = AT-NEW(WS-AT-IX)
005720         MOVE WS-AT-IX TO WS-AT-FOUND-IX
005730     END-IF.
005740
005750 1210-MATCH-ONE-TRAIL-ACTION-EXIT.
005760     EXIT.
005770
005780 1220-TEST-ONE-OLDER-GENERATION.
005790     IF GT-SEGMENT(WS-GT-IX) NOT = WS-GOV-SEGMENT
005800             OR GT-VERSION(WS-GT-IX) NOT < SG-NEW-CHAMP(WS-SG-IX)
005810             OR GT-VERSION(WS-GT-IX) NOT > SG-OLD-CHAMP(WS-SG-IX)
005820         GO TO 1220-TEST-ONE-OLDER-GENERATION-EXIT
005830     END-IF.
005840     MOVE GT-VERSION(WS-GT-IX) TO WS-TEST-VERSION.
005850     PERFORM 5020-CHECK-RETIRED
005860             THRU 5020-CHECK-RETIRED-EXIT.
005870     IF NOT VERSION-RETIRED
005880         MOVE GT-VERSION(WS-GT-IX) TO SG-OLD-CHAMP(WS-SG-IX)
005890         MOVE WS-GT-IX TO SG-OLD-IX(WS-SG-IX)
005900     END-IF.
005910
005920 1220-TEST-ONE-OLDER-GENERATION-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------
005960* 2000-APPLY-CONTROL-CARDS -- VALIDATE EACH GOVCTL CARD
005970* AGAINST THE CURRENT STATE, APPLY AND APPEND THE ACCEPTED
005980* ONES TO GOVMAST IN CARD ORDER (SO A LATER CARD SEES THE
005990* EFFECT OF AN EARLIER ONE), AND LIST EVERY CARD WITH ITS
006000* OUTCOME. NO GOVCTL MEANS A REPORT-ONLY RUN.
006010*----------------------------------------------------------
006020 2000-APPLY-CONTROL-CARDS.
006030     MOVE SPACES TO WS-GOV-LINE.
006040     PERFORM 3900-WRITE-GOV-LINE
006050             THRU 3900-WRITE-GOV-LINE-EXIT.
006060     MOVE "ACOES SOLICITADAS NESTA EXECUCAO" TO WS-GOV-LINE.
006070     PERFORM 3900-WRITE-GOV-LINE
006080             THRU 3900-WRITE-GOV-LINE-EXIT.
006090     OPEN INPUT GOVERNANCE-CONTROL.
006100     IF NOT GOVCTL-FILE-OK
006110         DISPLAY "Nenhum GOVCTL encontrado; somente relatorio."
006120         CLOSE GOVERNANCE-CONTROL
006130         MOVE "  NENHUMA (SOMENTE RELATORIO)" TO WS-GOV-LINE
006140         PERFORM 3900-WRITE-GOV-LINE
006150                 THRU 3900-WRITE-GOV-LINE-EXIT
006160         GO TO 2000-APPLY-CONTROL-CARDS-EXIT
006170     END-IF.
006180     OPEN EXTEND GOVERNANCE-FILE.
006190     IF NOT GOV-OPEN-OK
006200         DISPLAY "ERRO DE E/S NO ARQUIVO GOVMAST STATUS="
006210                 WS-GOV-STATUS "; EXECUCAO ABORTADA."
006220         MOVE 12 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250     MOVE "Y" TO WS-TRAIL-NEW-SW.
006260     PERFORM 2010-READ-ONE-CARD
006270             THRU 2010-READ-ONE-CARD-EXIT.
006280     PERFORM 2020-TAKE-ONE-CARD
006290             THRU 2020-TAKE-ONE-CARD-EXIT
006300                 UNTIL GOVCTL-EOF.
006310     CLOSE GOVERNANCE-CONTROL.
006320     CLOSE GOVERNANCE-FILE.
006330     IF CardCount = 0
006340         MOVE "  NENHUMA (GOVCTL VAZIO)" TO WS-GOV-LINE
006350         PERFORM 3900-WRITE-GOV-LINE
006360                 THRU 3900-WRITE-GOV-LINE-EXIT
006370     END-IF.
006380
006390 2000-APPLY-CONTROL-CARDS-EXIT.
006400     EXIT.
006410
006420 2010-READ-ONE-CARD.
006430     READ GOVERNANCE-CONTROL
006440         AT END
006450             CONTINUE
006460     END-READ.
006470
006480 2010-READ-ONE-CARD-EXIT.
006490     EXIT.
006500
006510 2020-TAKE-ONE-CARD.
006520     IF GOVERNANCE-CONTROL-RECORD = SPACES
006530         GO TO 2020-TAKE-NEXT
006540     END-IF.
006550     ADD 1 TO CardCount.
006560     MOVE GC-SEGMENT TO WS-GOV-SEGMENT.
006570     PERFORM 1030-FIND-SEGMENT
006580             THRU 1030-FIND-SEGMENT-EXIT.
006590     MOVE 0 TO WS-PRIOR-CHAMP.
006600     IF WS-SG-FOUND-IX > 0
006610         PERFORM 5000-FIND-CHAMPION
006620                 THRU 5000-FIND-CHAMPION-EXIT
006630         MOVE WS-CHAMP-VERSION TO WS-PRIOR-CHAMP
006640     END-IF.
006650     PERFORM 2100-VALIDATE-CARD
006660             THRU 2100-VALIDATE-CARD-EXIT.
006670     IF WS-REJECT-REASON NOT = SPACES
006680         ADD 1 TO CardRejected
006690         PERFORM 2200-WRITE-ACTION-LINE
006700                 THRU 2200-WRITE-ACTION-LINE-EXIT
006710         GO TO 2020-TAKE-NEXT
006720     END-IF.
006730
006740     MOVE GC-ACTION      TO GV-ACTION.
006750     MOVE GC-SEGMENT     TO GV-SEGMENT.
006760     MOVE GC-VERSION     TO GV-VERSION.
006770     IF GC-RELEASE
006780         MOVE WS-FROZEN-VERSION TO GV-VERSION
006790     END-IF.
006800     MOVE WS-PRIOR-CHAMP TO GV-PRIOR-VERSION.
006810     MOVE GC-APPROVER    TO GV-APPROVER.
006820     MOVE GC-ACTION-DATE TO GV-ACTION-DATE.
006830     MOVE GC-REASON      TO GV-REASON.
006840     PERFORM 1130-REPLAY-ACTION
006850             THRU 1130-REPLAY-ACTION-EXIT.
006860     PERFORM 5000-FIND-CHAMPION
006870             THRU 5000-FIND-CHAMPION-EXIT.
006880     MOVE WS-CHAMP-VERSION TO GV-NEW-VERSION.
006890     WRITE GOVERNANCE-RECORD.
006900     IF NOT GOV-FILE-OK
006910         DISPLAY "ERRO DE E/S NO ARQUIVO GOVMAST STATUS="
006920                 WS-GOV-STATUS "; EXECUCAO ABORTADA."
006930         MOVE 12 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006960     PERFORM 1140-KEEP-TRAIL-ENTRY
006970             THRU 1140-KEEP-TRAIL-ENTRY-EXIT.
006980     ADD 1 TO CardAccepted.
006990     PERFORM 2200-WRITE-ACTION-LINE
007000             THRU 2200-WRITE-ACTION-LINE-EXIT.
007010
007020 2020-TAKE-NEXT.
007030     PERFORM 2010-READ-ONE-CARD
007040             THRU 2010-READ-ONE-CARD-EXIT.
007050
007060 2020-TAKE-ONE-CARD-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------
007100* 2100-VALIDATE-CARD -- FIRST FAILED RULE NAMES THE REASON;
007110* SPACES MEANS THE CARD IS ACCEPTED. THE SEGMENT MUST KEEP
007120* AN ELIGIBLE CHAMPION AFTER ANY ACTION, SO A RETIREMENT IS
007130* TRIED ON THE RANGE TABLE AND TAKEN BACK IF IT WOULD LEAVE
007140* THE SEGMENT WITHOUT ONE. WS-FROZEN-VERSION IS LEFT SET FOR
007150* THE CARD'S SEGMENT BY THE CHAMPION SEARCH.
007160*----------------------------------------------------------
007170 2100-VALIDATE-CARD.
007180     MOVE SPACES TO WS-REJECT-REASON.
007190     IF NOT GC-FREEZE AND NOT GC-RELEASE
007200             AND NOT GC-RETIRE AND NOT GC-ROLLBACK
007210         MOVE "ACAO INVALIDA (USE C, L, R OU V)"
007220                 TO WS-REJECT-REASON
007230         GO TO 2100-VALIDATE-CARD-EXIT
007240     END-IF.
007250     IF GC-APPROVER = SPACES
007260         MOVE "APROVADOR NAO INFORMADO" TO WS-REJECT-REASON
007270         GO TO 2100-VALIDATE-CARD-EXIT
007280     END-IF.
007290     IF GC-ACTION-DATE NOT NUMERIC OR GC-ACTION-DATE = 0
007300         MOVE "DATA DA ACAO INVALIDA" TO WS-REJECT-REASON
007310         GO TO 2100-VALIDATE-CARD-EXIT
007320     END-IF.
007330     IF GC-REASON = SPACES
007340         MOVE "MOTIVO NAO INFORMADO" TO WS-REJECT-REASON
007350         GO TO 2100-VALIDATE-CARD-EXIT
007360     END-IF.
007370     IF WS-SG-FOUND-IX = 0
007380         MOVE "SEGMENTO SEM GERACAO NO WEIGHTS-FILE"
007390                 TO WS-REJECT-REASON
007400         GO TO 2100-VALIDATE-CARD-EXIT
007410     END-IF.
007420
007430     IF GC-RELEASE
007440         IF WS-FROZEN-VERSION = 0
007450             MOVE "SEGMENTO NAO ESTA CONGELADO"
007460                     TO WS-REJECT-REASON
007470         END-IF
007480         GO TO 2100-VALIDATE-CARD-EXIT
007490     END-IF.
007500
007510     IF GC-VERSION NOT NUMERIC
007520         MOVE "VERSAO INVALIDA" TO WS-REJECT-REASON
007530         GO TO 2100-VALIDATE-CARD-EXIT
007540     END-IF.
007550     MOVE GC-VERSION TO WS-TEST-VERSION.
007560     PERFORM 2150-FIND-GENERATION
007570             THRU 2150-FIND-GENERATION-EXIT.
007580     IF WS-GT-FOUND-IX = 0
007590         MOVE "GERACAO INEXISTENTE NO SEGMENTO"
007600                 TO WS-REJECT-REASON
007610         GO TO 2100-VALIDATE-CARD-EXIT
007620     END-IF.
007630     PERFORM 5020-CHECK-RETIRED
007640             THRU 5020-CHECK-RETIRED-EXIT.
007650     IF VERSION-RETIRED
007660         MOVE "GERACAO JA RETIRADA" TO WS-REJECT-REASON
007670         GO TO 2100-VALIDATE-CARD-EXIT
007680     END-IF.
007690
007700     EVALUATE TRUE
007710         WHEN GC-FREEZE
007720             IF WS-FROZEN-VERSION = GC-VERSION
007730                 MOVE "SEGMENTO JA CONGELADO NESTA GERACAO"
007740                         TO WS-REJECT-REASON
007750             END-IF
007760             PERFORM 1150-FIND-FREEZE
007770                     THRU 1150-FIND-FREEZE-EXIT
007780             IF WS-GF-FOUND-IX = 0 AND GovFreezeCount = 20
007790                 MOVE "TABELA DE CONGELAMENTOS CHEIA"
007800                         TO WS-REJECT-REASON
007810             END-IF
007820         WHEN GC-ROLLBACK
007830             IF WS-FROZEN-VERSION > 0
007840                 MOVE "SEGMENTO CONGELADO; LIBERE ANTES"
007850                         TO WS-REJECT-REASON
007860             ELSE
007870                 IF GC-VERSION NOT < WS-PRIOR-CHAMP
007880                     MOVE "VERSAO NAO E ANTERIOR A CAMPEA"
007890                             TO WS-REJECT-REASON
007900                 END-IF
007910             END-IF
007920             IF WS-REJECT-REASON = SPACES
007930                     AND GovRangeCount = 200
007940                 MOVE "TABELA DE RETIRADAS CHEIA"
007950                         TO WS-REJECT-REASON
007960             END-IF
007970         WHEN GC-RETIRE
007980             IF WS-FROZEN-VERSION = GC-VERSION
007990                 MOVE "GERACAO CONGELADA; LIBERE ANTES"
008000                         TO WS-REJECT-REASON
008010                 GO TO 2100-VALIDATE-CARD-EXIT
008020             END-IF
008030             IF GovRangeCount = 200
008040                 MOVE "TABELA DE RETIRADAS CHEIA"
008050                         TO WS-REJECT-REASON
008060                 GO TO 2100-VALIDATE-CARD-EXIT
008070             END-IF
008080             ADD 1 TO GovRangeCount
008090             MOVE GC-SEGMENT TO GX-SEGMENT(GovRangeCount)
008100             MOVE GC-VERSION TO GX-FROM(GovRangeCount)
008110             MOVE GC-VERSION TO GX-TO(GovRangeCount)
008120             PERFORM 5000-FIND-CHAMPION
008130                     THRU 5000-FIND-CHAMPION-EXIT
008140             SUBTRACT 1 FROM GovRangeCount
008150             IF WS-CHAMP-VERSION = 0
008160                 MOVE "SEGMENTO FICARIA SEM GERACAO ATIVA"
008170                         TO WS-REJECT-REASON
008180             END-IF
008190     END-EVALUATE.
008200
008210 2100-VALIDATE-CARD-EXIT.
008220     EXIT.
008230
008240 2150-FIND-GENERATION.
008250     MOVE 0 TO WS-GT-FOUND-IX.
008260     PERFORM 2155-MATCH-ONE-GENERATION
008270             THRU 2155-MATCH-ONE-GENERATION-EXIT
008280                 VARYING WS-GT-IX FROM 1 BY 1
008290                 UNTIL WS-GT-IX > GenCount.
008300
008310 2150-FIND-GENERATION-EXIT.
008320     EXIT.
008330
008340 2155-MATCH-ONE-GENERATION.
008350     IF GT-SEGMENT(WS-GT-IX) = WS-GOV-SEGMENT
008360             AND GT-VERSION(WS-GT-IX) = WS-TEST-VERSION
008370         MOVE WS-GT-IX TO WS-GT-FOUND-IX
008380     END-IF.
008390
008400 2155-MATCH-ONE-GENERATION-EXIT.
008410     EXIT.
008420
008430 2200-WRITE-ACTION-LINE.
008440     MOVE GC-ACTION TO WS-ACTION-CODE.
008450     PERFORM 2210-NAME-CARD-ACTION
008460             THRU 2210-NAME-CARD-ACTION-EXIT.
008470     MOVE SPACES TO WS-GOV-LINE.
008480     IF WS-REJECT-REASON = SPACES
008490         STRING "  ACEITA    SEG=" GC-SEGMENT
008500                 " ACAO=" WS-ACTION-NAME
008510                 " GERACAO=" GV-VERSION
008520                 " CAMPEA " GV-PRIOR-VERSION
008530                 "->" GV-NEW-VERSION
008540                 " APROVADOR=" GC-APPROVER
008550                 " DATA=" GC-ACTION-DATE
008560                 DELIMITED BY SIZE INTO WS-GOV-LINE
008570     ELSE
008580         STRING "  REJEITADA SEG=" GC-SEGMENT
008590                 " ACAO=" WS-ACTION-NAME
008600                 " GERACAO=" GC-VERSION
008610                 " APROVADOR=" GC-APPROVER
008620                 " MOTIVO DA REJEICAO=" WS-REJECT-REASON
008630                 DELIMITED BY SIZE INTO WS-GOV-LINE
008640     END-IF.
008650     PERFORM 3900-WRITE-GOV-LINE
008660             THRU 3900-WRITE-GOV-LINE-EXIT.
008670
008680 2200-WRITE-ACTION-LINE-EXIT.
008690     EXIT.
008700
008710 2210-NAME-CARD-ACTION.
008720     EVALUATE WS-ACTION-CODE
008730         WHEN "C"
008740             MOVE "CONGELAR" TO WS-ACTION-NAME
008750         WHEN "L"
008760             MOVE "LIBERAR " TO WS-ACTION-NAME
008770         WHEN "R"
008780             MOVE "RETIRAR " TO WS-ACTION-NAME
008790         WHEN "V"
008800             MOVE "REVERTER" TO WS-ACTION-NAME
008810         WHEN OTHER
008820             MOVE "????????" TO WS-ACTION-NAME
008830     END-EVALUATE.
008840
008850 2210-NAME-CARD-ACTION-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------
008890* 3000-WRITE-SEGMENT-PACK -- THE COMMITTEE PACK FOR ONE
008900* SEGMENT: ITS PREVIOUS CHAMPION AGAINST THE CURRENT ONE, THE
008910* TRAINING FACTS AND EVERY WEIGHT SIDE BY SIDE, EACH
008920* GENERATION'S STANDING, THEN THE FULL APPROVAL TRAIL.
008930*----------------------------------------------------------
008940 3000-WRITE-SEGMENT-PACK.
008950     MOVE SG-SEGMENT(WS-SG-IX) TO WS-GOV-SEGMENT.
008960     PERFORM 5000-FIND-CHAMPION
008970             THRU 5000-FIND-CHAMPION-EXIT.
008980     MOVE WS-CHAMP-VERSION TO SG-NEW-CHAMP(WS-SG-IX).
008990     MOVE WS-CHAMP-IX      TO SG-NEW-IX(WS-SG-IX).
009000     PERFORM 1200-SET-OLD-CHAMPION
009010             THRU 1200-SET-OLD-CHAMPION-EXIT.
009020
009030     MOVE SPACES TO WS-GOV-LINE.
009040     PERFORM 3900-WRITE-GOV-LINE
009050             THRU 3900-WRITE-GOV-LINE-EXIT.
009060     MOVE SPACES TO WS-GOV-LINE.
009070     IF WS-FROZEN-VERSION > 0
009080         STRING "SEGMENTO=" SG-SEGMENT(WS-SG-IX)
009090                 " CAMPEA ANTERIOR=" SG-OLD-CHAMP(WS-SG-IX)
009100                 " CAMPEA ATUAL=" SG-NEW-CHAMP(WS-SG-IX)
009110                 " CONGELADO NA GERACAO " WS-FROZEN-VERSION
009120                 DELIMITED BY SIZE INTO WS-GOV-LINE
009130     ELSE
009140         STRING "SEGMENTO=" SG-SEGMENT(WS-SG-IX)
009150                 " CAMPEA ANTERIOR=" SG-OLD-CHAMP(WS-SG-IX)
009160                 " CAMPEA ATUAL=" SG-NEW-CHAMP(WS-SG-IX)
009170                 " SEM CONGELAMENTO"
009180                 DELIMITED BY SIZE INTO WS-GOV-LINE
009190     END-IF.
009200     PERFORM 3900-WRITE-GOV-LINE
009210             THRU 3900-WRITE-GOV-LINE-EXIT.
009220
009230     MOVE SPACES TO WS-PACK-LINE.
009240     MOVE "  ITEM" TO PK-LABEL.
009250     MOVE "ANTERIOR" TO PK-OLD.
009260     MOVE "ATUAL" TO PK-NEW.
009270     MOVE WS-PACK-LINE TO WS-GOV-LINE.
009280     PERFORM 3900-WRITE-GOV-LINE
009290             THRU 3900-WRITE-GOV-LINE-EXIT.
009300     PERFORM 3100-WRITE-CHAMPION-FACTS
009310             THRU 3100-WRITE-CHAMPION-FACTS-EXIT.
009320     PERFORM 3110-WRITE-ONE-WEIGHT-LINE
009330             THRU 3110-WRITE-ONE-WEIGHT-LINE-EXIT
009340                 VARYING WS-FEATURE-IX FROM 1 BY 1
009350                 UNTIL WS-FEATURE-IX > 5.
009360     PERFORM 3115-WRITE-BIAS-LINE
009370             THRU 3115-WRITE-BIAS-LINE-EXIT.
009380
009390     MOVE "  GERACOES DO SEGMENTO" TO WS-GOV-LINE.
009400     PERFORM 3900-WRITE-GOV-LINE
009410             THRU 3900-WRITE-GOV-LINE-EXIT.
009420     PERFORM 3120-WRITE-ONE-GENERATION-LINE
009430             THRU 3120-WRITE-ONE-GENERATION-LINE-EXIT
009440                 VARYING WS-GT-IX FROM 1 BY 1
009450                 UNTIL WS-GT-IX > GenCount.
009460
009470     MOVE "  TRILHA DE APROVACAO" TO WS-GOV-LINE.
009480     PERFORM 3900-WRITE-GOV-LINE
009490             THRU 3900-WRITE-GOV-LINE-EXIT.
009500     PERFORM 3130-WRITE-ONE-TRAIL-LINE
009510             THRU 3130-WRITE-ONE-TRAIL-LINE-EXIT
009520                 VARYING WS-AT-IX FROM 1 BY 1
009530                 UNTIL WS-AT-IX > TrailCount.
009540     IF TrailDropped > 0
009550         MOVE "    AVISO: TRILHA MAIOR QUE A TABELA; PARCIAL."
009560                 TO WS-GOV-LINE
009570         PERFORM 3900-WRITE-GOV-LINE
009580                 THRU 3900-WRITE-GOV-LINE-EXIT
009590     END-IF.
009600
009610 3000-WRITE-SEGMENT-PACK-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------
009650* 3100-WRITE-CHAMPION-FACTS -- GENERATION, TRAINING DATE,
009660* EPOCHS AND CONVERGENCE, OLD COLUMN AGAINST NEW. A SIDE
009670* WITH NO ELIGIBLE GENERATION PRINTS DASHES.
009680*----------------------------------------------------------
009690 3100-WRITE-CHAMPION-FACTS.
009700     MOVE SPACES TO WS-PACK-LINE.
009710     MOVE "  GERACAO" TO PK-LABEL.
009720     MOVE SG-OLD-CHAMP(WS-SG-IX) TO PK-OLD.
009730     MOVE SG-NEW-CHAMP(WS-SG-IX) TO PK-NEW.
009740     PERFORM 3190-FLAG-AND-WRITE-PACK
009750             THRU 3190-FLAG-AND-WRITE-PACK-EXIT.
009760
009770     MOVE SPACES TO WS-PACK-LINE.
009780     MOVE "  DATA DE TREINO" TO PK-LABEL.
009790     MOVE "--------" TO PK-OLD PK-NEW.
009800     IF SG-OLD-IX(WS-SG-IX) > 0
009810         MOVE GT-TRAIN-DATE(SG-OLD-IX(WS-SG-IX)) TO PK-OLD
009820     END-IF.
009830     IF SG-NEW-IX(WS-SG-IX) > 0
009840         MOVE GT-TRAIN-DATE(SG-NEW-IX(WS-SG-IX)) TO PK-NEW
009850     END-IF.
009860     PERFORM 3190-FLAG-AND-WRITE-PACK
009870             THRU 3190-FLAG-AND-WRITE-PACK-EXIT.
009880
009890     MOVE SPACES TO WS-PACK-LINE.
009900     MOVE "  EPOCAS" TO PK-LABEL.
009910     MOVE "----" TO PK-OLD PK-NEW.
009920     IF SG-OLD-IX(WS-SG-IX) > 0
009930         MOVE GT-EPOCHS(SG-OLD-IX(WS-SG-IX)) TO PK-OLD
009940     END-IF.
009950     IF SG-NEW-IX(WS-SG-IX) > 0
009960         MOVE GT-EPOCHS(SG-NEW-IX(WS-SG-IX)) TO PK-NEW
009970     END-IF.
009980     PERFORM 3190-FLAG-AND-WRITE-PACK
009990             THRU 3190-FLAG-AND-WRITE-PACK-EXIT.
010000
010010     MOVE SPACES TO WS-PACK-LINE.
010020     MOVE "  CONVERGIU" TO PK-LABEL.
010030     MOVE "-" TO PK-OLD PK-NEW.
010040     IF SG-OLD-IX(WS-SG-IX) > 0
010050         MOVE GT-CONVERGED(SG-OLD-IX(WS-SG-IX)) TO PK-OLD
010060     END-IF.
010070     IF SG-NEW-IX(WS-SG-IX) > 0
010080         MOVE GT-CONVERGED(SG-NEW-IX(WS-SG-IX)) TO PK-NEW
010090     END-IF.
010100     PERFORM 3190-FLAG-AND-WRITE-PACK
010110             THRU 3190-FLAG-AND-WRITE-PACK-EXIT.
010120
010130 3100-WRITE-CHAMPION-FACTS-EXIT.
010140     EXIT.
010150
010160 3110-WRITE-ONE-WEIGHT-LINE.
010170     MOVE SPACES TO WS-PACK-LINE.
010180     MOVE WS-FEATURE-IX TO WS-FEATURE-D.
010190     STRING "  PESO X" WS-FEATURE-D
010200             DELIMITED BY SIZE INTO PK-LABEL.
010210     MOVE "---------" TO PK-OLD PK-NEW.
010220     IF SG-OLD-IX(WS-SG-IX) > 0
010230         MOVE GT-WEIGHT(SG-OLD-IX(WS-SG-IX), WS-FEATURE-IX)
010240                 TO WS-WEIGHT-D
010250         MOVE WS-WEIGHT-D TO PK-OLD
010260     END-IF.
010270     IF SG-NEW-IX(WS-SG-IX) > 0
010280         MOVE GT-WEIGHT(SG-NEW-IX(WS-SG-IX), WS-FEATURE-IX)
010290                 TO WS-WEIGHT-D
010300         MOVE WS-WEIGHT-D TO PK-NEW
010310     END-IF.
010320     PERFORM 3190-FLAG-AND-WRITE-PACK
010330             THRU 3190-FLAG-AND-WRITE-PACK-EXIT.
010340
010350 3110-WRITE-ONE-WEIGHT-LINE-EXIT.
010360     EXIT.
010370
010380 3115-WRITE-BIAS-LINE.
010390     MOVE SPACES TO WS-PACK-LINE.
010400     MOVE "  BIAS" TO PK-LABEL.
010410     MOVE "---------" TO PK-OLD PK-NEW.
010420     IF SG-OLD-IX(WS-SG-IX) > 0
010430         MOVE GT-WBIAS(SG-OLD-IX(WS-SG-IX)) TO WS-WEIGHT-D
010440         MOVE WS-WEIGHT-D TO PK-OLD
010450     END-IF.
010460     IF SG-NEW-IX(WS-SG-IX) > 0
010470         MOVE GT-WBIAS(SG-NEW-IX(WS-SG-IX)) TO WS-WEIGHT-D
010480         MOVE WS-WEIGHT-D TO PK-NEW
010490     END-IF.
010500     PERFORM 3190-FLAG-AND-WRITE-PACK
010510             THRU 3190-FLAG-AND-WRITE-PACK-EXIT.
010520
010530 3115-WRITE-BIAS-LINE-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------
010570* 3120-WRITE-ONE-GENERATION-LINE -- EVERY GENERATION OF THE
010580* SEGMENT WITH ITS STANDING: CAMPEA (THE ONE THAT SCORES),
010590* CONGELADA (THE FROZEN ONE, SHOULD IT EVER NOT SCORE),
010600* RETIRADA, BLOQUEADA (PASSED OVER WHILE THE SEGMENT IS
010610* FROZEN) OR ELEGIVEL.
010620*----------------------------------------------------------
010630 3120-WRITE-ONE-GENERATION-LINE.
010640     IF GT-SEGMENT(WS-GT-IX) NOT = SG-SEGMENT(WS-SG-IX)
010650         GO TO 3120-WRITE-ONE-GENERATION-LINE-EXIT
010660     END-IF.
010670     MOVE GT-VERSION(WS-GT-IX) TO WS-TEST-VERSION.
010680     PERFORM 5020-CHECK-RETIRED
010690             THRU 5020-CHECK-RETIRED-EXIT.
010700     EVALUATE TRUE
010710         WHEN GT-VERSION(WS-GT-IX) = SG-NEW-CHAMP(WS-SG-IX)
010720             MOVE "CAMPEA" TO WS-STATE-NAME
010730         WHEN GT-VERSION(WS-GT-IX) = WS-FROZEN-VERSION
010740             MOVE "CONGELADA" TO WS-STATE-NAME
010750         WHEN VERSION-RETIRED
010760             MOVE "RETIRADA" TO WS-STATE-NAME
010770         WHEN WS-FROZEN-VERSION > 0
010780             MOVE "BLOQUEADA" TO WS-STATE-NAME
010790         WHEN OTHER
010800             MOVE "ELEGIVEL" TO WS-STATE-NAME
010810     END-EVALUATE.
010820     MOVE SPACES TO WS-GOV-LINE.
010830     STRING "    GERACAO=" GT-VERSION(WS-GT-IX)
010840             " TREINO=" GT-TRAIN-DATE(WS-GT-IX)
010850             " EPOCAS=" GT-EPOCHS(WS-GT-IX)
010860             " CONVERGIU=" GT-CONVERGED(WS-GT-IX)
010870             " SITUACAO=" WS-STATE-NAME
010880             DELIMITED BY SIZE INTO WS-GOV-LINE.
010890     PERFORM 3900-WRITE-GOV-LINE
010900             THRU 3900-WRITE-GOV-LINE-EXIT.
010910
010920 3120-WRITE-ONE-GENERATION-LINE-EXIT.
010930     EXIT.
010940
010950 3130-WRITE-ONE-TRAIL-LINE.
010960     IF AT-SEGMENT(WS-AT-IX) NOT = SG-SEGMENT(WS-SG-IX)
010970         GO TO 3130-WRITE-ONE-TRAIL-LINE-EXIT
010980     END-IF.
010990     MOVE AT-ACTION(WS-AT-IX) TO WS-ACTION-CODE.
011000     PERFORM 2210-NAME-CARD-ACTION
011010             THRU 2210-NAME-CARD-ACTION-EXIT.
011020     MOVE SPACES TO WS-GOV-LINE.
011030     IF TRAIL-IS-NEW(WS-AT-IX)
011040         MOVE "  NOVA" TO WS-GOV-LINE
011050     END-IF.
011060     STRING " DATA=" AT-DATE(WS-AT-IX)
011070             " ACAO=" WS-ACTION-NAME
011080             " GERACAO=" AT-VERSION(WS-AT-IX)
011090             " CAMPEA " AT-PRIOR(WS-AT-IX)
011100             "->" AT-NEW(WS-AT-IX)
011110             " APROV=" AT-APPROVER(WS-AT-IX)
011120             " MOTIVO=" AT-REASON(WS-AT-IX)
011130             DELIMITED BY SIZE INTO WS-GOV-LINE(7:).
011140     PERFORM 3900-WRITE-GOV-LINE
011150             THRU 3900-WRITE-GOV-LINE-EXIT.
011160
011170 3130-WRITE-ONE-TRAIL-LINE-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------
011210* 3190-FLAG-AND-WRITE-PACK -- MARK A PACK LINE WHOSE OLD AND
011220* NEW COLUMNS DIFFER, THEN WRITE IT.
011230*----------------------------------------------------------
011240 3190-FLAG-AND-WRITE-PACK.
011250     IF PK-OLD NOT = PK-NEW
011260         MOVE "ALTERADO" TO PK-FLAG
011270     END-IF.
011280     MOVE WS-PACK-LINE TO WS-GOV-LINE.
011290     PERFORM 3900-WRITE-GOV-LINE
011300             THRU 3900-WRITE-GOV-LINE-EXIT.
011310
011320 3190-FLAG-AND-WRITE-PACK-EXIT.
011330     EXIT.
011340
011350 3900-WRITE-GOV-LINE.
011360     MOVE WS-GOV-LINE TO GOVERNANCE-REPORT-RECORD.
011370     WRITE GOVERNANCE-REPORT-RECORD.
011380     IF WS-GOVRPT-STATUS NOT = "00"
011390         DISPLAY "ERRO DE E/S NO ARQUIVO GOVRPT STATUS="
011400                 WS-GOVRPT-STATUS "; EXECUCAO ABORTADA."
011410         MOVE 12 TO RETURN-CODE
011420         STOP RUN
011430     END-IF.
011440
011450 3900-WRITE-GOV-LINE-EXIT.
011460     EXIT.
011470
011480*----------------------------------------------------------
011490* 5000-FIND-CHAMPION -- THE GENERATION THE BATCH WOULD LOAD
011500* FOR WS-GOV-SEGMENT ON AN UNPINNED RUN: THE FROZEN VERSION
011510* WHEN THE SEGMENT IS FROZEN, OTHERWISE THE HIGHEST VERSION
011520* NOT IN A RETIRED RANGE. ZERO WHEN NONE QUALIFIES.
011530*----------------------------------------------------------
011540 5000-FIND-CHAMPION.
011550     MOVE 0 TO WS-CHAMP-VERSION.
011560     MOVE 0 TO WS-CHAMP-IX.
011570     MOVE 0 TO WS-FROZEN-VERSION.
011580     PERFORM 1150-FIND-FREEZE
011590             THRU 1150-FIND-FREEZE-EXIT.
011600     IF WS-GF-FOUND-IX > 0
011610         MOVE GF-VERSION(WS-GF-FOUND-IX) TO WS-FROZEN-VERSION
011620     END-IF.
011630     PERFORM 5010-TEST-ONE-GENERATION
011640             THRU 5010-TEST-ONE-GENERATION-EXIT
011650                 VARYING WS-GT-IX FROM 1 BY 1
011660                 UNTIL WS-GT-IX > GenCount.
011670
011680 5000-FIND-CHAMPION-EXIT.
011690     EXIT.
011700
011710 5010-TEST-ONE-GENERATION.
011720     IF GT-SEGMENT(WS-GT-IX) NOT = WS-GOV-SEGMENT
011730         GO TO 5010-TEST-ONE-GENERATION-EXIT
011740     END-IF.
011750     IF WS-FROZEN-VERSION > 0
011760             AND GT-VERSION(WS-GT-IX) NOT = WS-FROZEN-VERSION
011770         GO TO 5010-TEST-ONE-GENERATION-EXIT
011780     END-IF.
011790     MOVE GT-VERSION(WS-GT-IX) TO WS-TEST-VERSION.
011800     PERFORM 5020-CHECK-RETIRED
011810             THRU 5020-CHECK-RETIRED-EXIT.
011820     IF VERSION-RETIRED
011830         GO TO 5010-TEST-ONE-GENERATION-EXIT
011840     END-IF.
011850     IF GT-VERSION(WS-GT-IX) > WS-CHAMP-VERSION
011860         MOVE GT-VERSION(WS-GT-IX) TO WS-CHAMP-VERSION
011870         MOVE WS-GT-IX TO WS-CHAMP-IX
011880     END-IF.
011890
011900 5010-TEST-ONE-GENERATION-EXIT.
011910     EXIT.
011920
011930 5020-CHECK-RETIRED.
011940     MOVE "N" TO WS-RETIRED-SW.
011950     PERFORM 5025-TEST-ONE-RANGE
011960             THRU 5025-TEST-ONE-RANGE-EXIT
011970                 VARYING WS-GX-IX FROM 1 BY 1
011980                 UNTIL WS-GX-IX > GovRangeCount.
011990
012000 5020-CHECK-RETIRED-EXIT.
012010     EXIT.
012020
012030 5025-TEST-ONE-RANGE.
012040     IF GX-SEGMENT(WS-GX-IX) = WS-GOV-SEGMENT
012050             AND WS-TEST-VERSION NOT < GX-FROM(WS-GX-IX)
012060             AND WS-TEST-VERSION NOT > GX-TO(WS-GX-IX)
012070         MOVE "Y" TO WS-RETIRED-SW
012080     END-IF.
012090
012100 5025-TEST-ONE-RANGE-EXIT.
012110     EXIT.
