000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      OPCTRANS PARTITION MERGE. SCHEDULED AS THE COBOL6
000160*               WAIT CARD THAT FOLLOWS THE BRANCH-PARTITIONED
000170*               COBOL2 INSTANCES AND PRECEDES BALRPT: READS THE
000180*               SPLIT-CONTROL FILE WRITTEN BY OPCSPLIT (OPCSPLRC,
000190*               DD SPLITCTL), COPIES THE RESULT LINES OF EACH
000200*               PARTITION'S RESULT FILE (DD OPCRES1-OPCRES4), IN
000210*               PARTITION ORDER, INTO THE ONE COMBINED RESULT
000220*               FILE (DD OPCRESLT) THE REST OF THE NIGHT EXPECTS,
000230*               AND PROVES EACH INSTANCE'S "T" CONTROL ROW BACK
000240*               TO ITS SUB-BATCH ("P" ROW) - SAME SUB-BATCH, SAME
000250*               COUNT AND HASH, BALANCED - AND THE SUM OF THE
000260*               PARTITIONS BACK TO THE ORIGINAL BATCH TRAILER
000270*               ("O" ROW). A SPLIT-CONTROL FILE FOR ANOTHER
000280*               BUSINESS DATE (RUNCTL) IS REFUSED. REPORT DD
000290*               MERGERPT. RETURN CODE 0, OR 12 WHEN ANY PROOF
000300*               FAILS, WHICH HOLDS BALRPT AND THE REST OF THE RUN.
000310* TECTONICS:    cobc
000320*
000330* MODIFICATION HISTORY
000340*   2026-10-15  RA  INITIAL VERSION.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. OPCMERGE.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SPLIT-CTL-FILE ASSIGN TO SPLITCTL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440     SELECT OPCODE-RES-FILE-1 ASSIGN TO OPCRES1
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RES-STATUS.
000470     SELECT OPCODE-RES-FILE-2 ASSIGN TO OPCRES2
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RES-STATUS.
000500     SELECT OPCODE-RES-FILE-3 ASSIGN TO OPCRES3
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RES-STATUS.
000530     SELECT OPCODE-RES-FILE-4 ASSIGN TO OPCRES4
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RES-STATUS.
000560     SELECT OPCODE-OUT-FILE ASSIGN TO OPCRESLT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUNCTL-STATUS.
000610     SELECT REPORT-OUT-FILE ASSIGN TO MERGERPT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SPLIT-CTL-FILE
000660     RECORDING MODE IS F.
000670     COPY OPCSPLRC.
000680 FD  OPCODE-RES-FILE-1
000690     RECORDING MODE IS F.
000700 01  OPCODE-RES-REC-1           PIC X(80).
000710 FD  OPCODE-RES-FILE-2
000720     RECORDING MODE IS F.
000730 01  OPCODE-RES-REC-2           PIC X(80).
000740 FD  OPCODE-RES-FILE-3
000750     RECORDING MODE IS F.
000760 01  OPCODE-RES-REC-3           PIC X(80).
000770 FD  OPCODE-RES-FILE-4
000780     RECORDING MODE IS F.
000790 01  OPCODE-RES-REC-4           PIC X(80).
000800 FD  OPCODE-OUT-FILE
000810     RECORDING MODE IS F.
000820 01  OPCODE-OUT-REC             PIC X(80).
000830 FD  RUN-CTL-FILE
000840     RECORDING MODE IS F.
000850     COPY RUNCTLRC.
000860 FD  REPORT-OUT-FILE
000870     RECORDING MODE IS F.
000880 01  REPORT-OUT-REC             PIC X(132).
000890 WORKING-STORAGE SECTION.
000900     COPY OPCSPLRC REPLACING
000910         ==OPC-SPLIT-REC== BY ==MRG-RESULT-REC==
000920         LEADING ==SPL== BY ==MRG==.
000930*
000940 01  RPT-TITLE-REC.
000950     05 FILLER                  PIC X(34)
000960            VALUE "OPCMERGE OPCTRANS PARTITION MERGE".
000970     05 FILLER                  PIC X(16) VALUE
000980            "  BUSINESS DATE ".
000990     05 RPT-T-BUS-DATE          PIC 9(08).
001000     05 FILLER                  PIC X(08) VALUE "  BATCH ".
001010     05 RPT-T-BATCH-ID          PIC X(08).
001020     05 FILLER                  PIC X(58) VALUE SPACES.
001030 01  RPT-HEADER-REC.
001040     05 FILLER                  PIC X(11) VALUE "PARTITION".
001050     05 FILLER                  PIC X(10) VALUE "SUB-BATCH".
001060     05 FILLER                  PIC X(08) VALUE "   SPLIT".
001070     05 FILLER                  PIC X(08) VALUE "  POSTED".
001080     05 FILLER                  PIC X(22) VALUE
001090            "      SPLIT HASH TOTAL".
001100     05 FILLER                  PIC X(22) VALUE
001110            "     POSTED HASH TOTAL".
001120     05 FILLER                  PIC X(08) VALUE "   LINES".
001130     05 FILLER                  PIC X(02) VALUE SPACES.
001140     05 FILLER                  PIC X(06) VALUE "STATUS".
001150     05 FILLER                  PIC X(35) VALUE SPACES.
001160 01  RPT-DETAIL-REC.
001170     05 RDL-LABEL               PIC X(09).
001180     05 RDL-PARTITION           PIC X(01).
001190     05 FILLER                  PIC X(01) VALUE SPACE.
001200     05 RDL-BATCH-ID            PIC X(08).
001210     05 FILLER                  PIC X(02) VALUE SPACES.
001220     05 RDL-SPLIT-CNT           PIC ZZZZZZZ9.
001230     05 RDL-POSTED-CNT          PIC ZZZZZZZ9.
001240     05 FILLER                  PIC X(01) VALUE SPACE.
001250     05 RDL-SPLIT-HASH          PIC -,---,---,---,--9.99.
001260     05 FILLER                  PIC X(01) VALUE SPACE.
001270     05 RDL-POSTED-HASH         PIC -,---,---,---,--9.99.
001280     05 RDL-LINES               PIC ZZZZZZZ9.
001290     05 FILLER                  PIC X(02) VALUE SPACES.
001300     05 RDL-STATUS              PIC X(20).
001310     05 FILLER                  PIC X(21) VALUE SPACES.
001320 01  RPT-RESULT-REC.
001330     05 FILLER                  PIC X(08) VALUE "RESULT: ".
001340     05 RRL-TEXT                PIC X(60).
001350     05 FILLER                  PIC X(64) VALUE SPACES.
001360 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001370*
001380 77  WS-CTL-STATUS              PIC X(02) VALUE SPACES.
001390 77  WS-RES-STATUS              PIC X(02) VALUE SPACES.
001400 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-CTL-EOF-SW              PIC X(01) VALUE "N".
001420     88 WS-CTL-EOF                        VALUE "Y".
001430 77  WS-RES-EOF-SW              PIC X(01) VALUE "N".
001440     88 WS-RES-EOF                        VALUE "Y".
001450 77  WS-ORIG-SEEN-SW            PIC X(01) VALUE "N".
001460     88 WS-ORIG-SEEN                      VALUE "Y".
001470 77  WS-MERGE-FAIL-SW           PIC X(01) VALUE "N".
001480     88 WS-MERGE-FAIL                     VALUE "Y".
001490 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001500 77  WS-ORIG-BATCH-ID           PIC X(08) VALUE SPACES.
001510 77  WS-ORIG-BUS-DATE           PIC 9(08) VALUE ZERO.
001520 77  WS-ORIG-CNT                PIC 9(06) VALUE ZERO.
001530 77  WS-ORIG-HASH               PIC S9(13)V99 VALUE ZERO.
001540 77  WS-PART-CNT                PIC 9(01) VALUE ZERO.
001550 77  WS-MP-SUB                  PIC 9(01) COMP VALUE ZERO.
001560 77  WS-CUR-PART                PIC 9(01) VALUE ZERO.
001570 77  WS-MERGE-LINE              PIC X(80) VALUE SPACES.
001580 77  WS-SUM-CNT                 PIC 9(06) COMP VALUE ZERO.
001590 77  WS-SUM-HASH                PIC S9(13)V99 VALUE ZERO.
001600 77  WS-SUM-LINES               PIC 9(06) COMP VALUE ZERO.
001610 01  WS-MERGE-TABLE.
001620     05 WS-MP-ENTRY             OCCURS 4 TIMES.
001630         10 WS-MP-SPLIT-SW      PIC X(01).
001640             88 WS-MP-SPLIT-SEEN           VALUE "Y".
001650         10 WS-MP-BATCH-ID      PIC X(08).
001660         10 WS-MP-CNT           PIC 9(06).
001670         10 WS-MP-HASH          PIC S9(13)V99.
001680         10 WS-MP-RESULT-SW     PIC X(01).
001690             88 WS-MP-RESULT-SEEN          VALUE "Y".
001700         10 WS-MP-RES-BATCH-ID  PIC X(08).
001710         10 WS-MP-RES-CNT       PIC 9(06).
001720         10 WS-MP-RES-HASH      PIC S9(13)V99.
001730         10 WS-MP-RES-BAL-SW    PIC X(01).
001740         10 WS-MP-LINES         PIC 9(06) COMP.
001750         10 WS-MP-STATUS        PIC X(20).
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE
001790         THRU 1000-INITIALIZE-EXIT.
001800     IF NOT WS-MERGE-FAIL
001810         OPEN OUTPUT OPCODE-OUT-FILE
001820         MOVE ZERO TO WS-MP-SUB
001830         PERFORM 2000-MEZCLAR-PARTICION
001840             THRU 2000-MEZCLAR-PARTICION-EXIT
001850             UNTIL WS-MP-SUB NOT < WS-PART-CNT
001860         CLOSE OPCODE-OUT-FILE
001870         PERFORM 3000-PROBAR-TOTALES
001880             THRU 3000-PROBAR-TOTALES-EXIT
001890     END-IF.
001900     PERFORM 8000-TERMINATE
001910         THRU 8000-TERMINATE-EXIT.
001920     GOBACK.
001930*
001940******************************************************************
001950* 1000-INITIALIZE - READ THE BUSINESS DATE, THEN THE SPLIT-
001960*                   CONTROL FILE: ONE "O" ROW FOR THE ORIGINAL
001970*                   BATCH AND ONE "P" ROW PER PARTITION. A
001980*                   MISSING FILE, A MISSING ROW OR A SPLIT FOR
001990*                   ANOTHER BUSINESS DATE FAILS THE MERGE.
002000******************************************************************
002010 1000-INITIALIZE.
002020     INITIALIZE WS-MERGE-TABLE.
002030     OPEN INPUT RUN-CTL-FILE.
002040     IF WS-RUNCTL-STATUS = "00"
002050         READ RUN-CTL-FILE
002060             AT END
002070                 CONTINUE
002080             NOT AT END
002090                 IF RCT-TYPE-CONTROL
002100                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002110                 END-IF
002120         END-READ
002130         CLOSE RUN-CTL-FILE
002140     END-IF.
002150     IF WS-BUS-DATE = ZERO
002160         DISPLAY "Aviso: fecha de negocio no disponible; se "
002170             "usa la fecha del sistema."
002180         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002190     END-IF.
002200     OPEN OUTPUT REPORT-OUT-FILE.
002210     OPEN INPUT SPLIT-CTL-FILE.
002220     IF WS-CTL-STATUS NOT = "00"
002230         DISPLAY "Error: no se pudo abrir el control de "
002240             "division SPLITCTL (estado " WS-CTL-STATUS ")."
002250         SET WS-MERGE-FAIL TO TRUE
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     PERFORM 1100-LEER-CONTROL
002290         THRU 1100-LEER-CONTROL-EXIT
002300         UNTIL WS-CTL-EOF.
002310     CLOSE SPLIT-CTL-FILE.
002320     IF NOT WS-ORIG-SEEN
002330         DISPLAY "Error: SPLITCTL no trae el registro del "
002340             "lote original."
002350         SET WS-MERGE-FAIL TO TRUE
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002380     IF WS-ORIG-BUS-DATE NOT = WS-BUS-DATE
002390         DISPLAY "Error: SPLITCTL corresponde al dia "
002400             WS-ORIG-BUS-DATE ", no al dia de negocio "
002410             WS-BUS-DATE "."
002420         SET WS-MERGE-FAIL TO TRUE
002430         GO TO 1000-INITIALIZE-EXIT
002440     END-IF.
002450     IF WS-PART-CNT = ZERO OR WS-PART-CNT > 4
002460         DISPLAY "Error: numero de particiones no valido en "
002470             "SPLITCTL: " WS-PART-CNT "."
002480         SET WS-MERGE-FAIL TO TRUE
002490     END-IF.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520*
002530 1100-LEER-CONTROL.
002540     READ SPLIT-CTL-FILE
002550         AT END
002560             SET WS-CTL-EOF TO TRUE
002570             GO TO 1100-LEER-CONTROL-EXIT
002580     END-READ.
002590     IF SPL-TYPE-ORIGINAL
002600         SET WS-ORIG-SEEN TO TRUE
002610         MOVE SPL-BATCH-ID   TO WS-ORIG-BATCH-ID
002620         MOVE SPL-BUS-DATE   TO WS-ORIG-BUS-DATE
002630         MOVE SPL-DETAIL-CNT TO WS-ORIG-CNT
002640         MOVE SPL-HASH-TOTAL TO WS-ORIG-HASH
002650         MOVE SPL-PART-CNT   TO WS-PART-CNT
002660         GO TO 1100-LEER-CONTROL-EXIT
002670     END-IF.
002680     IF SPL-TYPE-PARTITION
002690             AND SPL-PARTITION-NO > ZERO
002700             AND SPL-PARTITION-NO NOT > 4
002710         MOVE SPL-PARTITION-NO TO WS-MP-SUB
002720         MOVE "Y"              TO WS-MP-SPLIT-SW(WS-MP-SUB)
002730         MOVE SPL-BATCH-ID     TO WS-MP-BATCH-ID(WS-MP-SUB)
002740         MOVE SPL-DETAIL-CNT   TO WS-MP-CNT(WS-MP-SUB)
002750         MOVE SPL-HASH-TOTAL   TO WS-MP-HASH(WS-MP-SUB)
002760     END-IF.
002770 1100-LEER-CONTROL-EXIT.
002780     EXIT.
002790*
002800******************************************************************
002810* 2000-MEZCLAR-PARTICION - COPY ONE PARTITION'S RESULT LINES TO
002820*                          OPCRESLT, KEEP ITS "T" CONTROL ROW
002830*                          AND PROVE IT TO THE SUB-BATCH.
002840******************************************************************
002850 2000-MEZCLAR-PARTICION.
002860     ADD 1 TO WS-MP-SUB.
002870     MOVE "N" TO WS-RES-EOF-SW.
002880     PERFORM 2100-ABRIR-RESULTADO
002890         THRU 2100-ABRIR-RESULTADO-EXIT.
002900     IF WS-RES-STATUS NOT = "00"
002910         MOVE "NO RESULT FILE" TO WS-MP-STATUS(WS-MP-SUB)
002920         SET WS-MERGE-FAIL TO TRUE
002930         GO TO 2000-MEZCLAR-PARTICION-EXIT
002940     END-IF.
002950     PERFORM 2200-COPIAR-RESULTADO
002960         THRU 2200-COPIAR-RESULTADO-EXIT
002970         UNTIL WS-RES-EOF.
002980     PERFORM 2300-CERRAR-RESULTADO
002990         THRU 2300-CERRAR-RESULTADO-EXIT.
003000     PERFORM 2400-PROBAR-PARTICION
003010         THRU 2400-PROBAR-PARTICION-EXIT.
003020 2000-MEZCLAR-PARTICION-EXIT.
003030     EXIT.
003040*
003050 2100-ABRIR-RESULTADO.
003060     EVALUATE WS-MP-SUB
003070         WHEN 1
003080             OPEN INPUT OPCODE-RES-FILE-1
003090         WHEN 2
003100             OPEN INPUT OPCODE-RES-FILE-2
003110         WHEN 3
003120             OPEN INPUT OPCODE-RES-FILE-3
003130         WHEN 4
003140             OPEN INPUT OPCODE-RES-FILE-4
003150     END-EVALUATE.
003160 2100-ABRIR-RESULTADO-EXIT.
003170     EXIT.
003180*
003190 2200-COPIAR-RESULTADO.
003200     EVALUATE WS-MP-SUB
003210         WHEN 1
003220             READ OPCODE-RES-FILE-1 INTO WS-MERGE-LINE
003230                 AT END
003240                     SET WS-RES-EOF TO TRUE
003250             END-READ
003260         WHEN 2
003270             READ OPCODE-RES-FILE-2 INTO WS-MERGE-LINE
003280                 AT END
003290                     SET WS-RES-EOF TO TRUE
003300             END-READ
003310         WHEN 3
003320             READ OPCODE-RES-FILE-3 INTO WS-MERGE-LINE
003330                 AT END
003340                     SET WS-RES-EOF TO TRUE
003350             END-READ
003360         WHEN 4
003370             READ OPCODE-RES-FILE-4 INTO WS-MERGE-LINE
003380                 AT END
003390                     SET WS-RES-EOF TO TRUE
003400             END-READ
003410     END-EVALUATE.
003420     IF WS-RES-EOF
003430         GO TO 2200-COPIAR-RESULTADO-EXIT
003440     END-IF.
003450     MOVE WS-MERGE-LINE TO MRG-RESULT-REC.
003460     IF MRG-TYPE-RESULT
003470         MOVE "Y"            TO WS-MP-RESULT-SW(WS-MP-SUB)
003480         MOVE MRG-BATCH-ID   TO WS-MP-RES-BATCH-ID(WS-MP-SUB)
003490         MOVE MRG-DETAIL-CNT TO WS-MP-RES-CNT(WS-MP-SUB)
003500         MOVE MRG-HASH-TOTAL TO WS-MP-RES-HASH(WS-MP-SUB)
003510         MOVE MRG-BALANCE-SW TO WS-MP-RES-BAL-SW(WS-MP-SUB)
003520         GO TO 2200-COPIAR-RESULTADO-EXIT
003530     END-IF.
003540     WRITE OPCODE-OUT-REC FROM WS-MERGE-LINE.
003550     ADD 1 TO WS-MP-LINES(WS-MP-SUB).
003560 2200-COPIAR-RESULTADO-EXIT.
003570     EXIT.
003580*
003590 2300-CERRAR-RESULTADO.
003600     EVALUATE WS-MP-SUB
003610         WHEN 1
003620             CLOSE OPCODE-RES-FILE-1
003630         WHEN 2
003640             CLOSE OPCODE-RES-FILE-2
003650         WHEN 3
003660             CLOSE OPCODE-RES-FILE-3
003670         WHEN 4
003680             CLOSE OPCODE-RES-FILE-4
003690     END-EVALUATE.
003700 2300-CERRAR-RESULTADO-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 2400-PROBAR-PARTICION - THE INSTANCE'S "T" ROW MUST NAME THE
003750*                         SUB-BATCH OPCSPLIT WROTE FOR THIS
003760*                         PARTITION, CARRY THE SAME COUNT AND
003770*                         HASH, AND SAY THE SUB-BATCH BALANCED.
003780*                         NO "T" ROW MEANS THE INSTANCE NEVER
003790*                         FINISHED.
003800******************************************************************
003810 2400-PROBAR-PARTICION.
003820     IF NOT WS-MP-SPLIT-SEEN(WS-MP-SUB)
003830         MOVE "NOT IN SPLITCTL" TO WS-MP-STATUS(WS-MP-SUB)
003840         SET WS-MERGE-FAIL TO TRUE
003850         GO TO 2400-PROBAR-PARTICION-EXIT
003860     END-IF.
003870     IF NOT WS-MP-RESULT-SEEN(WS-MP-SUB)
003880         MOVE "NOT FINISHED" TO WS-MP-STATUS(WS-MP-SUB)
003890         SET WS-MERGE-FAIL TO TRUE
003900         GO TO 2400-PROBAR-PARTICION-EXIT
003910     END-IF.
003920     IF WS-MP-RES-BATCH-ID(WS-MP-SUB)
003930             NOT = WS-MP-BATCH-ID(WS-MP-SUB)
003940         MOVE "WRONG SUB-BATCH" TO WS-MP-STATUS(WS-MP-SUB)
003950         SET WS-MERGE-FAIL TO TRUE
003960         GO TO 2400-PROBAR-PARTICION-EXIT
003970     END-IF.
003980     IF WS-MP-RES-BAL-SW(WS-MP-SUB) NOT = "Y"
003990         MOVE "OUT OF BALANCE" TO WS-MP-STATUS(WS-MP-SUB)
004000         SET WS-MERGE-FAIL TO TRUE
004010         GO TO 2400-PROBAR-PARTICION-EXIT
004020     END-IF.
004030     IF WS-MP-RES-CNT(WS-MP-SUB) NOT = WS-MP-CNT(WS-MP-SUB)
004040             OR WS-MP-RES-HASH(WS-MP-SUB)
004050                 NOT = WS-MP-HASH(WS-MP-SUB)
004060         MOVE "TOTALS DIFFER" TO WS-MP-STATUS(WS-MP-SUB)
004070         SET WS-MERGE-FAIL TO TRUE
004080         GO TO 2400-PROBAR-PARTICION-EXIT
004090     END-IF.
004100     MOVE "PROVED" TO WS-MP-STATUS(WS-MP-SUB).
004110 2400-PROBAR-PARTICION-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150* 3000-PROBAR-TOTALES - THE POSTED COUNTS AND HASHES OF ALL THE
004160*                       PARTITIONS MUST ADD BACK TO THE ORIGINAL
004170*                       BATCH TRAILER.
004180******************************************************************
004190 3000-PROBAR-TOTALES.
004200     MOVE ZERO TO WS-MP-SUB WS-SUM-CNT WS-SUM-HASH WS-SUM-LINES.
004210     PERFORM 3100-SUMAR-PARTICION
004220         THRU 3100-SUMAR-PARTICION-EXIT
004230         UNTIL WS-MP-SUB NOT < WS-PART-CNT.
004240     IF WS-SUM-CNT NOT = WS-ORIG-CNT
004250             OR WS-SUM-HASH NOT = WS-ORIG-HASH
004260         DISPLAY "Error: las particiones contabilizadas no "
004270             "cuadran con el cierre del lote " WS-ORIG-BATCH-ID
004280             "."
004290         SET WS-MERGE-FAIL TO TRUE
004300     END-IF.
004310 3000-PROBAR-TOTALES-EXIT.
004320     EXIT.
004330*
004340 3100-SUMAR-PARTICION.
004350     ADD 1 TO WS-MP-SUB.
004360     ADD WS-MP-RES-CNT(WS-MP-SUB)  TO WS-SUM-CNT.
004370     ADD WS-MP-RES-HASH(WS-MP-SUB) TO WS-SUM-HASH.
004380     ADD WS-MP-LINES(WS-MP-SUB)    TO WS-SUM-LINES.
004390 3100-SUMAR-PARTICION-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430* 8000-TERMINATE - PRINT ONE LINE PER PARTITION, THE TOTAL AND
004440*                  THE ORIGINAL TRAILER, AND SET THE RETURN CODE:
004450*                  12 HOLDS BALRPT AND THE REST OF THE RUN.
004460******************************************************************
004470 8000-TERMINATE.
004480     MOVE WS-BUS-DATE      TO RPT-T-BUS-DATE.
004490     MOVE WS-ORIG-BATCH-ID TO RPT-T-BATCH-ID.
004500     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
004510     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004520     WRITE REPORT-OUT-REC FROM RPT-HEADER-REC.
004530     MOVE ZERO TO WS-MP-SUB.
004540     PERFORM 8100-IMPRIMIR-PARTICION
004550         THRU 8100-IMPRIMIR-PARTICION-EXIT
004560         UNTIL WS-MP-SUB NOT < WS-PART-CNT
004570            OR WS-MP-SUB NOT < 4.
004580     MOVE "TOTAL"          TO RDL-LABEL.
004590     MOVE SPACES           TO RDL-PARTITION RDL-BATCH-ID
004600                              RDL-STATUS.
004610     MOVE ZERO             TO RDL-SPLIT-CNT RDL-SPLIT-HASH.
004620     MOVE WS-SUM-CNT       TO RDL-POSTED-CNT.
004630     MOVE WS-SUM-HASH      TO RDL-POSTED-HASH.
004640     MOVE WS-SUM-LINES     TO RDL-LINES.
004650     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
004660     MOVE "ORIGINAL"       TO RDL-LABEL.
004670     MOVE WS-ORIG-BATCH-ID TO RDL-BATCH-ID.
004680     MOVE WS-ORIG-CNT      TO RDL-SPLIT-CNT.
004690     MOVE WS-ORIG-HASH     TO RDL-SPLIT-HASH.
004700     MOVE ZERO             TO RDL-POSTED-CNT RDL-POSTED-HASH
004710                              RDL-LINES.
004720     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
004730     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004740     IF WS-MERGE-FAIL
004750         MOVE "NOT PROVED - BALRPT HELD" TO RRL-TEXT
004760     ELSE
004770         MOVE "MERGED AND PROVED TO THE ORIGINAL TRAILER"
004780             TO RRL-TEXT
004790     END-IF.
004800     WRITE REPORT-OUT-REC FROM RPT-RESULT-REC.
004810     CLOSE REPORT-OUT-FILE.
004820     IF WS-MERGE-FAIL
004830         DISPLAY "OPCMERGE: lote " WS-ORIG-BATCH-ID
004840             " no cuadra tras la division; se retiene el "
004850             "ciclo."
004860         MOVE 12 TO RETURN-CODE
004870     ELSE
004880         DISPLAY "OPCMERGE: lote " WS-ORIG-BATCH-ID
004890             " reunido y cuadrado."
004900         MOVE 0 TO RETURN-CODE
004910     END-IF.
004920 8000-TERMINATE-EXIT.
004930     EXIT.
004940*
004950 8100-IMPRIMIR-PARTICION.
004960     ADD 1 TO WS-MP-SUB.
004970     MOVE WS-MP-SUB                   TO WS-CUR-PART.
004980     MOVE "PARTITION"                 TO RDL-LABEL.
004990     MOVE WS-CUR-PART                 TO RDL-PARTITION.
005000     MOVE WS-MP-BATCH-ID(WS-MP-SUB)   TO RDL-BATCH-ID.
005010     MOVE WS-MP-CNT(WS-MP-SUB)        TO RDL-SPLIT-CNT.
005020     MOVE WS-MP-RES-CNT(WS-MP-SUB)    TO RDL-POSTED-CNT.
005030     MOVE WS-MP-HASH(WS-MP-SUB)       TO RDL-SPLIT-HASH.
005040     MOVE WS-MP-RES-HASH(WS-MP-SUB)   TO RDL-POSTED-HASH.
005050     MOVE WS-MP-LINES(WS-MP-SUB)      TO RDL-LINES.
005060     MOVE WS-MP-STATUS(WS-MP-SUB)     TO RDL-STATUS.
005070     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
005080 8100-IMPRIMIR-PARTICION-EXIT.
005090     EXIT.
005100 END PROGRAM OPCMERGE.
