000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      OPCTRANS BRANCH PARTITIONING. SCHEDULED AS A
000160*               COBOL6 RUN-CARD STEP RIGHT AFTER EDITVAL: READS
000170*               THE VALIDATED OPCTRANS BATCH (DD OPCVAL), PROVES
000180*               ITS DETAILS TO ITS TRAILER, AND DEALS THE
000190*               BRANCHES OUT OVER UP TO FOUR PARTITIONS (THE
000200*               COUNT COMES FROM THE SPLITPRM PARAMETER CARD;
000210*               FOUR WHEN ABSENT), LARGEST BRANCH FIRST INTO THE
000220*               LIGHTEST PARTITION, SO THE COBOL2 INSTANCES THAT
000230*               RUN SIDE BY SIDE FINISH AT ABOUT THE SAME TIME.
000240*               A DETAIL'S BRANCH IS ITS ORIGINAL BRANCH WHEN IT
000250*               CARRIES ONE (A VALUE-DATE RELEASE), OTHERWISE THE
000260*               BATCH HEADER'S. WRITES ONE FILE (DD OPCPART)
000270*               HOLDING ONE SEALED SUB-BATCH PER PARTITION - ID
000280*               "P" + PARTITION DIGIT + YYMMDD, HOUSE BRANCH
000290*               "PRT", OWN TRAILER COUNT AND HASH - EVEN WHEN A
000300*               PARTITION IS EMPTY, EVERY DETAIL STAMPED WITH ITS
000310*               ORIGINAL BATCH ID AND BRANCH SO AUDIT AND HISTORY
000320*               LINEAGE STILL NAME THE BRANCH'S OWN SUBMISSION.
000330*               THE SPLIT-CONTROL FILE (OPCSPLRC, DD SPLITCTL)
000340*               CARRIES THE ORIGINAL TRAILER AND EACH SUB-BATCH'S
000350*               TOTALS FOR THE OPCMERGE PROOF. THE ORIGINAL
000360*               BATCH AND THE DAY ARE REGISTERED ON THE
000370*               PROCESSED-BATCH REGISTER (BATREGRC) UNDER
000380*               "OPCSPLIT" ONCE THE PARTITIONS ARE WRITTEN AND
000385*               PROVED, SO A BATCH CANNOT BE SPLIT TWICE AND
000390*               ONLY ONE BATCH IS SPLIT PER BUSINESS DATE. REPORT
000400*               DD SPLITRPT. RETURN CODE 0, OR 12 (HOLD THE RUN)
000410*               WHEN THE BATCH IS UNSEALED, OUT OF BALANCE,
000420*               ALREADY SPLIT OR HAS TOO MANY BRANCHES.
000430* TECTONICS:    cobc
000440*
000450* MODIFICATION HISTORY
000460*   2026-10-15  RA  INITIAL VERSION.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. OPCSPLIT.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPCODE-VAL-FILE ASSIGN TO OPCVAL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-VAL-STATUS.
000560     SELECT OPCODE-PART-FILE ASSIGN TO OPCPART
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT SPLIT-CTL-FILE ASSIGN TO SPLITCTL
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT SPLIT-PARM-FILE ASSIGN TO SPLITPRM
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RUNCTL-STATUS.
000660     SELECT BAT-REG-FILE ASSIGN TO BATREG
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS BREG-KEY
000700         FILE STATUS IS WS-BREG-STATUS.
000710     SELECT REPORT-OUT-FILE ASSIGN TO SPLITRPT
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  OPCODE-VAL-FILE
000760     RECORDING MODE IS F.
000770     COPY OPCTRREC.
000780     COPY BATCTL.
000790 FD  OPCODE-PART-FILE
000800     RECORDING MODE IS F.
000810 01  OPCODE-PART-REC            PIC X(80).
000820 FD  SPLIT-CTL-FILE
000830     RECORDING MODE IS F.
000840     COPY OPCSPLRC.
000850 FD  SPLIT-PARM-FILE
000860     RECORDING MODE IS F.
000870 01  SPLIT-PARM-REC.
000880     05 SP-PART-CNT             PIC 9(01).
000890     05 FILLER                  PIC X(79).
000900 FD  RUN-CTL-FILE
000910     RECORDING MODE IS F.
000920     COPY RUNCTLRC.
000930 FD  BAT-REG-FILE.
000940     COPY BATREGRC.
000950 FD  REPORT-OUT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-OUT-REC             PIC X(132).
000980 WORKING-STORAGE SECTION.
000990     COPY BATCTL REPLACING LEADING ==BAT== BY ==PBT==.
001000*
001010 01  RPT-TITLE-REC.
001020     05 FILLER                  PIC X(32)
001030            VALUE "OPCSPLIT OPCTRANS PARTITIONING".
001040     05 FILLER                  PIC X(16) VALUE
001050            "  BUSINESS DATE ".
001060     05 RPT-T-BUS-DATE          PIC 9(08).
001070     05 FILLER                  PIC X(08) VALUE "  BATCH ".
001080     05 RPT-T-BATCH-ID          PIC X(08).
001090     05 FILLER                  PIC X(08) VALUE "  BRANCH".
001100     05 FILLER                  PIC X(01) VALUE SPACE.
001110     05 RPT-T-BRANCH-ID         PIC X(04).
001120     05 FILLER                  PIC X(47) VALUE SPACES.
001130 01  RPT-BRANCH-HEADER-REC.
001140     05 FILLER                  PIC X(08) VALUE "BRANCH".
001150     05 FILLER                  PIC X(08) VALUE " DETAILS".
001160     05 FILLER                  PIC X(12) VALUE "   PARTITION".
001170     05 FILLER                  PIC X(104) VALUE SPACES.
001180 01  RPT-BRANCH-REC.
001190     05 RBL-BRANCH-ID           PIC X(04).
001200     05 FILLER                  PIC X(04) VALUE SPACES.
001210     05 RBL-DETAILS             PIC ZZZZZZZ9.
001220     05 FILLER                  PIC X(11) VALUE SPACES.
001230     05 RBL-PARTITION           PIC 9(01).
001240     05 FILLER                  PIC X(104) VALUE SPACES.
001250 01  RPT-PART-HEADER-REC.
001260     05 FILLER                  PIC X(11) VALUE "PARTITION".
001270     05 FILLER                  PIC X(10) VALUE "SUB-BATCH".
001280     05 FILLER                  PIC X(10) VALUE "  BRANCHES".
001290     05 FILLER                  PIC X(08) VALUE " DETAILS".
001300     05 FILLER                  PIC X(22) VALUE
001310            "            HASH TOTAL".
001320     05 FILLER                  PIC X(71) VALUE SPACES.
001330 01  RPT-PART-REC.
001340     05 RPL-LABEL               PIC X(09).
001350     05 RPL-PARTITION           PIC X(01).
001360     05 FILLER                  PIC X(01) VALUE SPACE.
001370     05 RPL-BATCH-ID            PIC X(08).
001380     05 FILLER                  PIC X(04) VALUE SPACES.
001390     05 RPL-BRANCHES            PIC ZZZZZZZ9.
001400     05 RPL-DETAILS             PIC ZZZZZZZ9.
001410     05 FILLER                  PIC X(01) VALUE SPACE.
001420     05 RPL-HASH                PIC -,---,---,---,--9.99.
001430     05 FILLER                  PIC X(71) VALUE SPACES.
001440 01  RPT-RESULT-REC.
001450     05 FILLER                  PIC X(08) VALUE "RESULT: ".
001460     05 RRL-TEXT                PIC X(60).
001470     05 FILLER                  PIC X(64) VALUE SPACES.
001480 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001490*
001500 77  WS-VAL-STATUS              PIC X(02) VALUE SPACES.
001502 77  WS-VAL-FILE-SW             PIC X(01) VALUE "N".
001504     88 WS-VAL-FILE-OPEN                  VALUE "Y".
001510 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
001520 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001530 77  WS-BREG-STATUS             PIC X(02) VALUE SPACES.
001540 77  WS-BREG-FILE-SW            PIC X(01) VALUE "N".
001550     88 WS-BREG-FILE-OPEN                 VALUE "Y".
001560 77  WS-VAL-EOF-SW              PIC X(01) VALUE "N".
001570     88 WS-VAL-EOF                        VALUE "Y".
001580 77  WS-HDR-SEEN-SW             PIC X(01) VALUE "N".
001590     88 WS-HDR-SEEN                       VALUE "Y".
001600 77  WS-TRL-SEEN-SW             PIC X(01) VALUE "N".
001610     88 WS-TRL-SEEN                       VALUE "Y".
001620 77  WS-SPLIT-FAIL-SW           PIC X(01) VALUE "N".
001630     88 WS-SPLIT-FAIL                     VALUE "Y".
001640 77  WS-BR-FOUND-SW             PIC X(01) VALUE "N".
001650     88 WS-BR-FOUND                       VALUE "Y".
001660 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001670 77  WS-PART-CNT                PIC 9(01) VALUE 4.
001680 77  WS-DAY-BATCH-ID            PIC X(08) VALUE SPACES.
001690 77  WS-ORIG-BATCH-ID           PIC X(08) VALUE SPACES.
001700 77  WS-ORIG-BRANCH-ID          PIC X(04) VALUE SPACES.
001710 77  WS-ORIG-PREP-DATE          PIC 9(08) VALUE ZERO.
001720 77  WS-TRL-CNT                 PIC 9(06) VALUE ZERO.
001730 77  WS-TRL-HASH                PIC S9(13)V99 VALUE ZERO.
001740 77  WS-READ-CNT                PIC 9(06) COMP VALUE ZERO.
001750 77  WS-READ-HASH               PIC S9(13)V99 VALUE ZERO.
001760 77  WS-SUM-CNT                 PIC 9(06) COMP VALUE ZERO.
001770 77  WS-SUM-HASH                PIC S9(13)V99 VALUE ZERO.
001780 77  WS-EFF-BRANCH              PIC X(04) VALUE SPACES.
001790 77  WS-BR-SUB                  PIC 9(04) COMP VALUE ZERO.
001800 77  WS-BR-USED-CNT             PIC 9(04) COMP VALUE ZERO.
001810 77  WS-BR-MAX-SUB              PIC 9(04) COMP VALUE ZERO.
001820 77  WS-BR-MAX-DETAILS          PIC 9(06) COMP VALUE ZERO.
001830 77  WS-BR-LEFT-CNT             PIC 9(04) COMP VALUE ZERO.
001840 77  WS-PT-SUB                  PIC 9(01) COMP VALUE ZERO.
001850 77  WS-PT-MIN-SUB              PIC 9(01) COMP VALUE ZERO.
001860 77  WS-CUR-PART                PIC 9(01) VALUE ZERO.
001870 01  WS-BRANCH-TABLE.
001880     05 WS-BR-ENTRY             OCCURS 500 TIMES.
001890         10 WS-BR-ID            PIC X(04).
001900         10 WS-BR-DETAILS       PIC 9(06) COMP.
001910         10 WS-BR-PART          PIC 9(01).
001920 01  WS-PART-TABLE.
001930     05 WS-PT-ENTRY             OCCURS 4 TIMES.
001940         10 WS-PT-BATCH-ID      PIC X(08).
001950         10 WS-PT-LOAD          PIC 9(06) COMP.
001960         10 WS-PT-BRANCHES      PIC 9(04) COMP.
001970         10 WS-PT-CNT           PIC 9(06) COMP.
001980         10 WS-PT-HASH          PIC S9(13)V99.
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE
002020         THRU 1000-INITIALIZE-EXIT.
002030     PERFORM 2000-CONTAR-SUCURSALES
002040         THRU 2000-CONTAR-SUCURSALES-EXIT
002050         UNTIL WS-VAL-EOF.
002060     IF WS-VAL-FILE-OPEN
002062         CLOSE OPCODE-VAL-FILE
002064     END-IF.
002070     PERFORM 2500-PROBAR-LOTE
002080         THRU 2500-PROBAR-LOTE-EXIT.
002090     IF NOT WS-SPLIT-FAIL
002100         PERFORM 3000-ASIGNAR-PARTICIONES
002110             THRU 3000-ASIGNAR-PARTICIONES-EXIT
002120         PERFORM 3500-COMPROBAR-DIVISION
002130             THRU 3500-COMPROBAR-DIVISION-EXIT
002140     END-IF.
002150     IF NOT WS-SPLIT-FAIL
002160         PERFORM 4000-ESCRIBIR-PARTICIONES
002170             THRU 4000-ESCRIBIR-PARTICIONES-EXIT
002180     END-IF.
002182     IF NOT WS-SPLIT-FAIL AND WS-BREG-FILE-OPEN
002184         PERFORM 3600-REGISTRAR-DIVISION
002186             THRU 3600-REGISTRAR-DIVISION-EXIT
002188     END-IF.
002190     PERFORM 8000-TERMINATE
002200         THRU 8000-TERMINATE-EXIT.
002210     GOBACK.
002220*
002230******************************************************************
002240* 1000-INITIALIZE - READ THE BUSINESS DATE AND THE PARTITION
002250*                   COUNT, BUILD THE SUB-BATCH IDS, OPEN THE
002260*                   VALIDATED BATCH AND THE BATCH REGISTER AND
002270*                   START THE REPORT. A MISSING VALIDATED BATCH
002280*                   HOLDS THE RUN.
002290******************************************************************
002300 1000-INITIALIZE.
002310     OPEN INPUT RUN-CTL-FILE.
002320     IF WS-RUNCTL-STATUS = "00"
002330         READ RUN-CTL-FILE
002340             AT END
002350                 CONTINUE
002360             NOT AT END
002370                 IF RCT-TYPE-CONTROL
002380                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002390                 END-IF
002400         END-READ
002410         CLOSE RUN-CTL-FILE
002420     END-IF.
002430     IF WS-BUS-DATE = ZERO
002440         DISPLAY "Aviso: fecha de negocio no disponible; se "
002450             "usa la fecha del sistema."
002460         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002470     END-IF.
002480     OPEN INPUT SPLIT-PARM-FILE.
002490     IF WS-PARM-STATUS = "00"
002500         READ SPLIT-PARM-FILE
002510             AT END
002520                 CONTINUE
002530             NOT AT END
002540                 IF SP-PART-CNT NUMERIC
002550                         AND SP-PART-CNT > ZERO
002560                         AND SP-PART-CNT NOT > 4
002570                     MOVE SP-PART-CNT TO WS-PART-CNT
002580                 ELSE
002590                     DISPLAY "Aviso: SPLITPRM no valido; se "
002600                         "usan 4 particiones."
002610                 END-IF
002620         END-READ
002630         CLOSE SPLIT-PARM-FILE
002640     END-IF.
002650     INITIALIZE WS-PART-TABLE.
002660     MOVE ZERO TO WS-PT-SUB.
002670     PERFORM 1100-NOMBRAR-SUBLOTE
002680         THRU 1100-NOMBRAR-SUBLOTE-EXIT
002690         UNTIL WS-PT-SUB NOT < WS-PART-CNT.
002700     MOVE SPACES TO WS-DAY-BATCH-ID.
002710     STRING "P0" DELIMITED BY SIZE
002720         WS-BUS-DATE(3:6) DELIMITED BY SIZE
002730         INTO WS-DAY-BATCH-ID
002740     END-STRING.
002750     OPEN OUTPUT REPORT-OUT-FILE.
002760     OPEN INPUT OPCODE-VAL-FILE.
002770     IF WS-VAL-STATUS = "00"
002772         SET WS-VAL-FILE-OPEN TO TRUE
002774     ELSE
002780         DISPLAY "Error: no se pudo abrir el lote validado "
002790             "OPCVAL (estado " WS-VAL-STATUS "); no se divide."
002800         SET WS-SPLIT-FAIL TO TRUE
002810         SET WS-VAL-EOF TO TRUE
002830     END-IF.
002840     OPEN I-O BAT-REG-FILE.
002850     IF WS-BREG-STATUS = "35"
002860         OPEN OUTPUT BAT-REG-FILE
002870         CLOSE BAT-REG-FILE
002880         OPEN I-O BAT-REG-FILE
002890     END-IF.
002900     IF WS-BREG-STATUS = "00"
002910         SET WS-BREG-FILE-OPEN TO TRUE
002920     ELSE
002930         DISPLAY "Aviso: no se pudo abrir el registro de lotes "
002940             "(estado " WS-BREG-STATUS "); sin control de "
002950             "divisiones repetidas."
002960     END-IF.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.
002990*
003000 1100-NOMBRAR-SUBLOTE.
003010     ADD 1 TO WS-PT-SUB.
003020     MOVE WS-PT-SUB TO WS-CUR-PART.
003030     STRING "P" DELIMITED BY SIZE
003040         WS-CUR-PART DELIMITED BY SIZE
003050         WS-BUS-DATE(3:6) DELIMITED BY SIZE
003060         INTO WS-PT-BATCH-ID(WS-PT-SUB)
003070     END-STRING.
003080 1100-NOMBRAR-SUBLOTE-EXIT.
003090     EXIT.
003100*
003110******************************************************************
003120* 2000-CONTAR-SUCURSALES - FIRST PASS: KEEP THE HEADER AND
003130*                          TRAILER, ACCUMULATE THE DETAIL COUNT
003140*                          AND OPERAND HASH, AND COUNT THE
003150*                          DETAILS OF EACH BRANCH.
003160******************************************************************
003170 2000-CONTAR-SUCURSALES.
003180     READ OPCODE-VAL-FILE
003190         AT END
003200             SET WS-VAL-EOF TO TRUE
003210             GO TO 2000-CONTAR-SUCURSALES-EXIT
003220     END-READ.
003230     IF BAT-HEADER
003240         SET WS-HDR-SEEN TO TRUE
003250         MOVE BAT-BATCH-ID  TO WS-ORIG-BATCH-ID
003260         MOVE BAT-BRANCH-ID TO WS-ORIG-BRANCH-ID
003270         MOVE BAT-PREP-DATE TO WS-ORIG-PREP-DATE
003280         GO TO 2000-CONTAR-SUCURSALES-EXIT
003290     END-IF.
003300     IF BAT-TRAILER
003310         SET WS-TRL-SEEN TO TRUE
003320         MOVE BAT-EXPECT-CNT TO WS-TRL-CNT
003330         MOVE BAT-HASH-TOTAL TO WS-TRL-HASH
003340         GO TO 2000-CONTAR-SUCURSALES-EXIT
003350     END-IF.
003360     ADD 1 TO WS-READ-CNT.
003370     ADD OPC-OPERAND-1 TO WS-READ-HASH.
003380     ADD OPC-OPERAND-2 TO WS-READ-HASH.
003390     PERFORM 2100-SUCURSAL-EFECTIVA
003400         THRU 2100-SUCURSAL-EFECTIVA-EXIT.
003410     PERFORM 2200-BUSCAR-SUCURSAL
003420         THRU 2200-BUSCAR-SUCURSAL-EXIT.
003430     IF WS-BR-FOUND
003440         ADD 1 TO WS-BR-DETAILS(WS-BR-SUB)
003450         GO TO 2000-CONTAR-SUCURSALES-EXIT
003460     END-IF.
003470     IF WS-BR-USED-CNT NOT < 500
003480         IF NOT WS-SPLIT-FAIL
003490             DISPLAY "Error: el lote tiene mas de 500 "
003500                 "sucursales; no se divide."
003510         END-IF
003520         SET WS-SPLIT-FAIL TO TRUE
003530         GO TO 2000-CONTAR-SUCURSALES-EXIT
003540     END-IF.
003550     ADD 1 TO WS-BR-USED-CNT.
003560     MOVE WS-EFF-BRANCH TO WS-BR-ID(WS-BR-USED-CNT).
003570     MOVE 1             TO WS-BR-DETAILS(WS-BR-USED-CNT).
003580     MOVE ZERO          TO WS-BR-PART(WS-BR-USED-CNT).
003590 2000-CONTAR-SUCURSALES-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 2100-SUCURSAL-EFECTIVA - THE BRANCH A DETAIL BELONGS TO: ITS
003640*                          ORIGINAL BRANCH WHEN IT CARRIES ONE,
003650*                          OTHERWISE THE BATCH HEADER'S.
003660******************************************************************
003670 2100-SUCURSAL-EFECTIVA.
003680     IF OPC-ORIG-BATCH-ID NOT = SPACES
003690             AND OPC-ORIG-BRANCH-ID NOT = SPACES
003700         MOVE OPC-ORIG-BRANCH-ID TO WS-EFF-BRANCH
003710     ELSE
003720         MOVE WS-ORIG-BRANCH-ID  TO WS-EFF-BRANCH
003730     END-IF.
003740 2100-SUCURSAL-EFECTIVA-EXIT.
003750     EXIT.
003760*
003770 2200-BUSCAR-SUCURSAL.
003780     MOVE "N" TO WS-BR-FOUND-SW.
003790     MOVE ZERO TO WS-BR-SUB.
003800     PERFORM 2210-COMPARAR-SUCURSAL
003810         THRU 2210-COMPARAR-SUCURSAL-EXIT
003820         UNTIL WS-BR-FOUND OR WS-BR-SUB NOT < WS-BR-USED-CNT.
003830 2200-BUSCAR-SUCURSAL-EXIT.
003840     EXIT.
003850*
003860 2210-COMPARAR-SUCURSAL.
003870     ADD 1 TO WS-BR-SUB.
003880     IF WS-BR-ID(WS-BR-SUB) = WS-EFF-BRANCH
003890         SET WS-BR-FOUND TO TRUE
003900     END-IF.
003910 2210-COMPARAR-SUCURSAL-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 2500-PROBAR-LOTE - THE VALIDATED BATCH MUST BE SEALED AND ITS
003960*                    DETAILS MUST PROVE TO ITS TRAILER BEFORE IT
003970*                    IS SPLIT.
003980******************************************************************
003990 2500-PROBAR-LOTE.
004000     IF WS-SPLIT-FAIL
004010         GO TO 2500-PROBAR-LOTE-EXIT
004020     END-IF.
004030     IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
004040         DISPLAY "Error: el lote OPCVAL no tiene cabecera o "
004050             "cierre; no se divide."
004060         SET WS-SPLIT-FAIL TO TRUE
004070         GO TO 2500-PROBAR-LOTE-EXIT
004080     END-IF.
004090     IF WS-TRL-CNT NOT = WS-READ-CNT
004100             OR WS-TRL-HASH NOT = WS-READ-HASH
004110         DISPLAY "Error: lote OPCVAL descuadrado; esperados "
004120             WS-TRL-CNT " leidos " WS-READ-CNT
004130             "; no se divide."
004140         SET WS-SPLIT-FAIL TO TRUE
004150     END-IF.
004160 2500-PROBAR-LOTE-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200* 3000-ASIGNAR-PARTICIONES - DEAL THE BRANCHES OUT: REPEATEDLY
004210*                            TAKE THE LARGEST BRANCH NOT YET
004220*                            PLACED AND PUT IT IN THE PARTITION
004230*                            WITH THE FEWEST DETAILS SO FAR (THE
004240*                            LOWEST NUMBER ON A TIE). A BRANCH
004250*                            IS NEVER SPLIT ACROSS PARTITIONS.
004260******************************************************************
004270 3000-ASIGNAR-PARTICIONES.
004280     MOVE WS-BR-USED-CNT TO WS-BR-LEFT-CNT.
004290     PERFORM 3100-COLOCAR-SUCURSAL
004300         THRU 3100-COLOCAR-SUCURSAL-EXIT
004310         UNTIL WS-BR-LEFT-CNT = ZERO.
004320 3000-ASIGNAR-PARTICIONES-EXIT.
004330     EXIT.
004340*
004350 3100-COLOCAR-SUCURSAL.
004360     MOVE ZERO TO WS-BR-MAX-SUB WS-BR-MAX-DETAILS WS-BR-SUB.
004370     PERFORM 3110-BUSCAR-MAYOR
004380         THRU 3110-BUSCAR-MAYOR-EXIT
004390         UNTIL WS-BR-SUB NOT < WS-BR-USED-CNT.
004400     MOVE 1 TO WS-PT-MIN-SUB.
004410     MOVE 1 TO WS-PT-SUB.
004420     PERFORM 3120-BUSCAR-MENOR
004430         THRU 3120-BUSCAR-MENOR-EXIT
004440         UNTIL WS-PT-SUB NOT < WS-PART-CNT.
004450     MOVE WS-PT-MIN-SUB TO WS-BR-PART(WS-BR-MAX-SUB).
004460     ADD WS-BR-DETAILS(WS-BR-MAX-SUB)
004470         TO WS-PT-LOAD(WS-PT-MIN-SUB).
004480     ADD 1 TO WS-PT-BRANCHES(WS-PT-MIN-SUB).
004490     SUBTRACT 1 FROM WS-BR-LEFT-CNT.
004500 3100-COLOCAR-SUCURSAL-EXIT.
004510     EXIT.
004520*
004530 3110-BUSCAR-MAYOR.
004540     ADD 1 TO WS-BR-SUB.
004550     IF WS-BR-PART(WS-BR-SUB) = ZERO
004560         IF WS-BR-MAX-SUB = ZERO
004570                 OR WS-BR-DETAILS(WS-BR-SUB) > WS-BR-MAX-DETAILS
004580             MOVE WS-BR-SUB TO WS-BR-MAX-SUB
004590             MOVE WS-BR-DETAILS(WS-BR-SUB) TO WS-BR-MAX-DETAILS
004600         END-IF
004610     END-IF.
004620 3110-BUSCAR-MAYOR-EXIT.
004630     EXIT.
004640*
004650 3120-BUSCAR-MENOR.
004660     ADD 1 TO WS-PT-SUB.
004670     IF WS-PT-LOAD(WS-PT-SUB) < WS-PT-LOAD(WS-PT-MIN-SUB)
004680         MOVE WS-PT-SUB TO WS-PT-MIN-SUB
004690     END-IF.
004700 3120-BUSCAR-MENOR-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740* 3500-COMPROBAR-DIVISION - LOOK FOR THE ORIGINAL BATCH AND THE
004750*                           DAY ("P0" + YYMMDD) ON THE BATCH
004760*                           REGISTER UNDER "OPCSPLIT". EITHER
004770*                           ONE ALREADY THERE MEANS THE BATCH
004780*                           WAS SPLIT BEFORE, OR ANOTHER BATCH
004790*                           WAS SPLIT TODAY UNDER THE SAME
004800*                           SUB-BATCH IDS, AND HOLDS THE RUN.
004810*                           AN UNOPENABLE REGISTER SKIPS THE
004820*                           CHECK.
004830******************************************************************
004840 3500-COMPROBAR-DIVISION.
004850     IF NOT WS-BREG-FILE-OPEN
004860         GO TO 3500-COMPROBAR-DIVISION-EXIT
004870     END-IF.
004880     MOVE WS-ORIG-BATCH-ID TO BREG-BATCH-ID.
004890     MOVE "OPCSPLIT"       TO BREG-PROGRAM.
004900     READ BAT-REG-FILE
004910         INVALID KEY
004920             CONTINUE
004930         NOT INVALID KEY
004940             DISPLAY "Error: el lote " WS-ORIG-BATCH-ID
004950                 " ya fue dividido el dia " BREG-BUS-DATE
004960                 "; no se divide otra vez."
004970             SET WS-SPLIT-FAIL TO TRUE
004980             GO TO 3500-COMPROBAR-DIVISION-EXIT
004990     END-READ.
005000     MOVE WS-DAY-BATCH-ID TO BREG-BATCH-ID.
005010     MOVE "OPCSPLIT"      TO BREG-PROGRAM.
005020     READ BAT-REG-FILE
005030         INVALID KEY
005040             CONTINUE
005050         NOT INVALID KEY
005060             DISPLAY "Error: ya se dividio el lote "
005070                 BREG-SOURCE-FILE " este dia de negocio; "
005080                 "no se divide otro."
005090             SET WS-SPLIT-FAIL TO TRUE
005100             GO TO 3500-COMPROBAR-DIVISION-EXIT
005110     END-READ.
005112 3500-COMPROBAR-DIVISION-EXIT.
005113     EXIT.
005114*
005115******************************************************************
005116* 3600-REGISTRAR-DIVISION - REGISTER THE ORIGINAL BATCH AND THE
005117*                           DAY, ONLY AFTER THE PARTITIONS HAVE
005118*                           BEEN WRITTEN AND PROVED.
005119******************************************************************
005120 3600-REGISTRAR-DIVISION.
005121     MOVE SPACES            TO BREG-REC.
005130     MOVE WS-ORIG-BATCH-ID  TO BREG-BATCH-ID.
005140     MOVE "OPCSPLIT"        TO BREG-PROGRAM.
005150     MOVE WS-ORIG-BRANCH-ID TO BREG-BRANCH-ID.
005160     MOVE WS-BUS-DATE       TO BREG-BUS-DATE.
005170     MOVE WS-TRL-HASH       TO BREG-HASH-TOTAL.
005180     MOVE "OPCTRANS"        TO BREG-SOURCE-FILE.
005190     WRITE BREG-REC
005200         INVALID KEY
005210             DISPLAY "Error: el lote " WS-ORIG-BATCH-ID
005220                 " ya estaba registrado; no se divide."
005230             SET WS-SPLIT-FAIL TO TRUE
005240             GO TO 3600-REGISTRAR-DIVISION-EXIT
005250     END-WRITE.
005260     MOVE SPACES            TO BREG-REC.
005270     MOVE WS-DAY-BATCH-ID   TO BREG-BATCH-ID.
005280     MOVE "OPCSPLIT"        TO BREG-PROGRAM.
005290     MOVE "PRT "            TO BREG-BRANCH-ID.
005300     MOVE WS-BUS-DATE       TO BREG-BUS-DATE.
005310     MOVE WS-TRL-HASH       TO BREG-HASH-TOTAL.
005320     MOVE WS-ORIG-BATCH-ID  TO BREG-SOURCE-FILE.
005330     WRITE BREG-REC
005340         INVALID KEY
005350             DISPLAY "Error: ya se dividio otro lote este dia "
005360                 "de negocio; no se divide."
005370             SET WS-SPLIT-FAIL TO TRUE
005380     END-WRITE.
005390 3600-REGISTRAR-DIVISION-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430* 4000-ESCRIBIR-PARTICIONES - SECOND PASS, ONCE PER PARTITION:
005440*                             WRITE THE SUB-BATCH HEADER, EVERY
005450*                             DETAIL OF THE PARTITION'S BRANCHES
005460*                             (STAMPED WITH ITS ORIGINAL BATCH ID
005470*                             AND BRANCH) AND THE TRAILER, THEN
005480*                             THE SPLIT-CONTROL ROWS AND THE
005490*                             REPORT.
005500******************************************************************
005510 4000-ESCRIBIR-PARTICIONES.
005520     OPEN OUTPUT OPCODE-PART-FILE
005530                 SPLIT-CTL-FILE.
005540     MOVE ZERO TO WS-PT-SUB.
005550     PERFORM 4100-ESCRIBIR-PARTICION
005560         THRU 4100-ESCRIBIR-PARTICION-EXIT
005570         UNTIL WS-PT-SUB NOT < WS-PART-CNT.
005580     CLOSE OPCODE-PART-FILE.
005590     MOVE SPACES            TO OPC-SPLIT-REC.
005600     SET SPL-TYPE-ORIGINAL  TO TRUE.
005610     MOVE WS-ORIG-BATCH-ID  TO SPL-BATCH-ID.
005620     MOVE ZERO              TO SPL-PARTITION-NO.
005630     MOVE WS-ORIG-BRANCH-ID TO SPL-BRANCH-ID.
005640     MOVE WS-BUS-DATE       TO SPL-BUS-DATE.
005650     MOVE WS-TRL-CNT        TO SPL-DETAIL-CNT.
005660     MOVE WS-TRL-HASH       TO SPL-HASH-TOTAL.
005670     MOVE WS-PART-CNT       TO SPL-PART-CNT.
005680     MOVE WS-BR-USED-CNT    TO SPL-BRANCH-CNT.
005690     WRITE OPC-SPLIT-REC.
005700     MOVE ZERO TO WS-PT-SUB WS-SUM-CNT WS-SUM-HASH.
005710     PERFORM 4300-GRABAR-CONTROL
005720         THRU 4300-GRABAR-CONTROL-EXIT
005730         UNTIL WS-PT-SUB NOT < WS-PART-CNT.
005740     CLOSE SPLIT-CTL-FILE.
005750     IF WS-SUM-CNT NOT = WS-TRL-CNT
005760             OR WS-SUM-HASH NOT = WS-TRL-HASH
005770         DISPLAY "Error: las particiones no cuadran con el "
005780             "lote original; se retiene el ciclo."
005790         SET WS-SPLIT-FAIL TO TRUE
005800     END-IF.
005810     PERFORM 4500-IMPRIMIR-REPARTO
005820         THRU 4500-IMPRIMIR-REPARTO-EXIT.
005830 4000-ESCRIBIR-PARTICIONES-EXIT.
005840     EXIT.
005850*
005860 4100-ESCRIBIR-PARTICION.
005870     ADD 1 TO WS-PT-SUB.
005880     MOVE SPACES                  TO PBT-CTL-REC.
005890     MOVE "H"                     TO PBT-REC-TYPE.
005900     MOVE WS-PT-BATCH-ID(WS-PT-SUB) TO PBT-BATCH-ID.
005910     MOVE WS-ORIG-PREP-DATE       TO PBT-PREP-DATE.
005920     MOVE "PRT "                  TO PBT-BRANCH-ID.
005930     WRITE OPCODE-PART-REC FROM PBT-CTL-REC.
005940     MOVE "N" TO WS-VAL-EOF-SW.
005950     OPEN INPUT OPCODE-VAL-FILE.
005960     PERFORM 4200-COPIAR-DETALLE
005970         THRU 4200-COPIAR-DETALLE-EXIT
005980         UNTIL WS-VAL-EOF.
005990     CLOSE OPCODE-VAL-FILE.
006000     MOVE SPACES                  TO PBT-CTL-REC.
006010     MOVE "T"                     TO PBT-REC-TYPE.
006020     MOVE WS-PT-BATCH-ID(WS-PT-SUB) TO PBT-BATCH-ID.
006030     MOVE WS-PT-CNT(WS-PT-SUB)    TO PBT-EXPECT-CNT.
006040     MOVE WS-PT-HASH(WS-PT-SUB)   TO PBT-HASH-TOTAL.
006050     WRITE OPCODE-PART-REC FROM PBT-CTL-REC.
006060 4100-ESCRIBIR-PARTICION-EXIT.
006070     EXIT.
006080*
006090 4200-COPIAR-DETALLE.
006100     READ OPCODE-VAL-FILE
006110         AT END
006120             SET WS-VAL-EOF TO TRUE
006130             GO TO 4200-COPIAR-DETALLE-EXIT
006140     END-READ.
006150     IF BAT-HEADER OR BAT-TRAILER
006160         GO TO 4200-COPIAR-DETALLE-EXIT
006170     END-IF.
006180     PERFORM 2100-SUCURSAL-EFECTIVA
006190         THRU 2100-SUCURSAL-EFECTIVA-EXIT.
006200     PERFORM 2200-BUSCAR-SUCURSAL
006210         THRU 2200-BUSCAR-SUCURSAL-EXIT.
006220     IF NOT WS-BR-FOUND
006230         GO TO 4200-COPIAR-DETALLE-EXIT
006240     END-IF.
006250     IF WS-BR-PART(WS-BR-SUB) NOT = WS-PT-SUB
006260         GO TO 4200-COPIAR-DETALLE-EXIT
006270     END-IF.
006280     IF OPC-ORIG-BATCH-ID = SPACES
006290         MOVE WS-ORIG-BATCH-ID  TO OPC-ORIG-BATCH-ID
006300         MOVE WS-ORIG-BRANCH-ID TO OPC-ORIG-BRANCH-ID
006310     END-IF.
006320     ADD 1 TO WS-PT-CNT(WS-PT-SUB).
006330     ADD OPC-OPERAND-1 TO WS-PT-HASH(WS-PT-SUB).
006340     ADD OPC-OPERAND-2 TO WS-PT-HASH(WS-PT-SUB).
006350     WRITE OPCODE-PART-REC FROM OPC-TRANS-REC.
006360 4200-COPIAR-DETALLE-EXIT.
006370     EXIT.
006380*
006390 4300-GRABAR-CONTROL.
006400     ADD 1 TO WS-PT-SUB.
006410     MOVE SPACES                  TO OPC-SPLIT-REC.
006420     SET SPL-TYPE-PARTITION       TO TRUE.
006430     MOVE WS-PT-BATCH-ID(WS-PT-SUB) TO SPL-BATCH-ID.
006440     MOVE WS-PT-SUB               TO SPL-PARTITION-NO.
006450     MOVE "PRT "                  TO SPL-BRANCH-ID.
006460     MOVE WS-BUS-DATE             TO SPL-BUS-DATE.
006470     MOVE WS-PT-CNT(WS-PT-SUB)    TO SPL-DETAIL-CNT.
006480     MOVE WS-PT-HASH(WS-PT-SUB)   TO SPL-HASH-TOTAL.
006490     MOVE WS-PART-CNT             TO SPL-PART-CNT.
006500     MOVE WS-PT-BRANCHES(WS-PT-SUB) TO SPL-BRANCH-CNT.
006510     WRITE OPC-SPLIT-REC.
006520     ADD WS-PT-CNT(WS-PT-SUB)  TO WS-SUM-CNT.
006530     ADD WS-PT-HASH(WS-PT-SUB) TO WS-SUM-HASH.
006540 4300-GRABAR-CONTROL-EXIT.
006550     EXIT.
006560*
006570******************************************************************
006580* 4500-IMPRIMIR-REPARTO - LIST EACH BRANCH WITH ITS PARTITION,
006590*                         THEN EACH SUB-BATCH WITH ITS TOTALS
006600*                         AGAINST THE ORIGINAL TRAILER.
006610******************************************************************
006620 4500-IMPRIMIR-REPARTO.
006630     WRITE REPORT-OUT-REC FROM RPT-BRANCH-HEADER-REC.
006640     MOVE ZERO TO WS-BR-SUB.
006650     PERFORM 4510-IMPRIMIR-SUCURSAL
006660         THRU 4510-IMPRIMIR-SUCURSAL-EXIT
006670         UNTIL WS-BR-SUB NOT < WS-BR-USED-CNT.
006680     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006690     WRITE REPORT-OUT-REC FROM RPT-PART-HEADER-REC.
006700     MOVE ZERO TO WS-PT-SUB.
006710     PERFORM 4520-IMPRIMIR-PARTICION
006720         THRU 4520-IMPRIMIR-PARTICION-EXIT
006730         UNTIL WS-PT-SUB NOT < WS-PART-CNT.
006740     MOVE "TOTAL"            TO RPL-LABEL.
006750     MOVE SPACES             TO RPL-PARTITION.
006760     MOVE SPACES             TO RPL-BATCH-ID.
006770     MOVE WS-BR-USED-CNT     TO RPL-BRANCHES.
006780     MOVE WS-SUM-CNT         TO RPL-DETAILS.
006790     MOVE WS-SUM-HASH        TO RPL-HASH.
006800     WRITE REPORT-OUT-REC FROM RPT-PART-REC.
006810     MOVE "ORIGINAL"         TO RPL-LABEL.
006820     MOVE WS-ORIG-BATCH-ID   TO RPL-BATCH-ID.
006830     MOVE WS-TRL-CNT         TO RPL-DETAILS.
006840     MOVE WS-TRL-HASH        TO RPL-HASH.
006850     WRITE REPORT-OUT-REC FROM RPT-PART-REC.
006860 4500-IMPRIMIR-REPARTO-EXIT.
006870     EXIT.
006880*
006890 4510-IMPRIMIR-SUCURSAL.
006900     ADD 1 TO WS-BR-SUB.
006910     MOVE WS-BR-ID(WS-BR-SUB)      TO RBL-BRANCH-ID.
006920     MOVE WS-BR-DETAILS(WS-BR-SUB) TO RBL-DETAILS.
006930     MOVE WS-BR-PART(WS-BR-SUB)    TO RBL-PARTITION.
006940     WRITE REPORT-OUT-REC FROM RPT-BRANCH-REC.
006950 4510-IMPRIMIR-SUCURSAL-EXIT.
006960     EXIT.
006970*
006980 4520-IMPRIMIR-PARTICION.
006990     ADD 1 TO WS-PT-SUB.
007000     MOVE WS-PT-SUB TO WS-CUR-PART.
007010     MOVE "PARTITION"               TO RPL-LABEL.
007020     MOVE WS-CUR-PART               TO RPL-PARTITION.
007030     MOVE WS-PT-BATCH-ID(WS-PT-SUB) TO RPL-BATCH-ID.
007040     MOVE WS-PT-BRANCHES(WS-PT-SUB) TO RPL-BRANCHES.
007050     MOVE WS-PT-CNT(WS-PT-SUB)      TO RPL-DETAILS.
007060     MOVE WS-PT-HASH(WS-PT-SUB)     TO RPL-HASH.
007070     WRITE REPORT-OUT-REC FROM RPT-PART-REC.
007080 4520-IMPRIMIR-PARTICION-EXIT.
007090     EXIT.
007100*
007110******************************************************************
007120* 8000-TERMINATE - CLOSE THE FILES, PRINT THE RESULT LINE AND SET
007130*                  THE RETURN CODE: 12 HOLDS THE RUN SO NO
007140*                  PARTITION INSTANCE STARTS ON A BAD SPLIT.
007150******************************************************************
007160 8000-TERMINATE.
007170     IF WS-BREG-FILE-OPEN
007180         CLOSE BAT-REG-FILE
007190     END-IF.
007200     MOVE WS-BUS-DATE      TO RPT-T-BUS-DATE.
007210     MOVE WS-ORIG-BATCH-ID TO RPT-T-BATCH-ID.
007220     MOVE WS-ORIG-BRANCH-ID TO RPT-T-BRANCH-ID.
007230     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
007240     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
007250     IF WS-SPLIT-FAIL
007260         MOVE "NOT SPLIT - RUN HELD" TO RRL-TEXT
007270     ELSE
007280         MOVE "SPLIT AND PROVED TO THE ORIGINAL TRAILER"
007290             TO RRL-TEXT
007300     END-IF.
007310     WRITE REPORT-OUT-REC FROM RPT-RESULT-REC.
007320     CLOSE REPORT-OUT-FILE.
007330     IF WS-SPLIT-FAIL
007340         DISPLAY "OPCSPLIT: lote " WS-ORIG-BATCH-ID
007350             " no dividido; se retiene el ciclo."
007360         MOVE 12 TO RETURN-CODE
007370     ELSE
007380         DISPLAY "OPCSPLIT: lote " WS-ORIG-BATCH-ID
007390             " dividido en " WS-PART-CNT " particiones."
007400         MOVE 0 TO RETURN-CODE
007410     END-IF.
007420 8000-TERMINATE-EXIT.
007430     EXIT.
007440 END PROGRAM OPCSPLIT.
