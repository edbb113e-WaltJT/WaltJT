000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      MONTHLY BRANCH PROCESSING CHARGEBACK. ACCEPTS AN
000160*               ACCOUNTING PERIOD (YYYYMM; ZERO TAKES THE MONTH
000170*               BEFORE THE RUN-CONTROL BUSINESS DATE - A MONTH
000180*               STILL IN PROGRESS IS REFUSED) AND COUNTS EACH
000190*               SUBMITTING BRANCH'S WORK FOR IT:
000200*                 - HISTORY ROWS (HISTREC) BY HIST-SOURCE-BRANCH
000210*                   AND HIST-OPERATION: ERROR ROWS (STATUS "1",
000220*                   THE ITEMS SENT TO SUSPENSE) AS SUSPENSE
000230*                   ITEMS, ALL OTHERS AS ITEMS PROCESSED. REVPOST
000240*                   CONTRA ROWS (STATUS "3"), ROWS RELOADED FROM
000250*                   THE ARCHIVE AND WORK WITH NO BRANCH OR FROM
000260*                   THE STANDING-ORDER HOUSE BRANCH "STO" ARE
000270*                   HEAD-OFFICE WORK AND ARE NOT BILLED.
000280*                 - EDITVAL REJECTS (REJREC, DD EDITREJ: THE
000290*                   MONTH'S NIGHTLY REJECT FILES CONCATENATED) BY
000300*                   REJ-BRANCH-ID. A REJECT IS BILLED ONLY WHEN
000310*                   ITS BATCH IS ON THE PROCESSED-BATCH REGISTER
000320*                   UNDER EDITVAL WITH A BUSINESS DATE IN THE
000330*                   PERIOD, SO A NIGHT'S FILE SUPPLIED TWICE OR
000340*                   FROM ANOTHER MONTH IS NEVER BILLED.
000350*                 - BATCHES CONSUMED BY EDITVAL IN THE PERIOD, BY
000360*                   BREG-BRANCH-ID, FROM THE PROCESSED-BATCH
000370*                   REGISTER (BATREGRC, DD BATREG).
000380*               EACH COUNT IS PRICED FROM THE FEE SCHEDULE
000390*               MASTER (FEEREC, DD FEEMAST, MAINTAINED BY
000400*               FEEMNT), FALLING BACK TO THE TYPE'S DEFAULT ROW
000410*               (BLANK OPERATION) WHEN THE CODE HAS NO ROW OF
000420*               ITS OWN. WRITES THE BILLING FILE (BILLREC, DD
000430*               BILLOUT) AND A PRINTED INVOICE PER BRANCH (DD
000440*               BILLRPT) WITH A LINE PER FEE AND ITEM COUNT AND
000450*               THE INVOICE TOTAL, THEN A CONTROL TOTALS PAGE.
000460*               THE PERIOD IS REGISTERED ON THE PROCESSED-BATCH
000470*               REGISTER (BATCH ID "CB" + YYYYMM, PROGRAM
000480*               "CHGBILL") SO A MONTH CANNOT BE BILLED TWICE.
000490*               RETURN CODE 0 CLEAN, 4 WHEN A LINE HAD NO FEE ON
000500*               THE SCHEDULE OR EDITREJ OR THE BRANCH MASTER WAS
000510*               NOT AVAILABLE, 8 WHEN THE PERIOD IS NOT VALID OR
000520*               ALREADY BILLED, A REQUIRED FILE CANNOT BE OPENED
000530*               OR THE BRANCH TABLE OVERFLOWS; NO BILLING FILE
000540*               IS WRITTEN THEN.
000550* TECTONICS:    cobc
000560*
000570* MODIFICATION HISTORY
000580*   2026-10-15  RA  INITIAL VERSION.
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. CHGBILL.
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT FEE-MASTER-FILE ASSIGN TO FEEMAST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS FEE-KEY
000690         FILE STATUS IS WS-FEE-STATUS.
000700     SELECT HISTORY-FILE ASSIGN TO HISTORY
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS HIST-KEY
000740         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-HIST-STATUS.
000770     SELECT REJECT-IN-FILE ASSIGN TO EDITREJ
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REJ-STATUS.
000800     SELECT BAT-REG-FILE ASSIGN TO BATREG
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS BREG-KEY
000840         FILE STATUS IS WS-BREG-STATUS.
000850     SELECT BRCH-MASTER-FILE ASSIGN TO BRCHMAST
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS BRCH-ID
000890         FILE STATUS IS WS-BRCH-STATUS.
000900     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RUNCTL-STATUS.
000930     SELECT BILL-OUT-FILE ASSIGN TO BILLOUT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-BILL-STATUS.
000960     SELECT REPORT-OUT-FILE ASSIGN TO BILLRPT
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  FEE-MASTER-FILE.
001010     COPY FEEREC.
001020 FD  HISTORY-FILE.
001030     COPY HISTREC.
001040 FD  REJECT-IN-FILE
001050     RECORDING MODE IS F.
001060     COPY REJREC.
001070 FD  BAT-REG-FILE.
001080     COPY BATREGRC.
001090 FD  BRCH-MASTER-FILE.
001100     COPY BRCHREC.
001110 FD  RUN-CTL-FILE
001120     RECORDING MODE IS F.
001130     COPY RUNCTLRC.
001140 FD  BILL-OUT-FILE
001150     RECORDING MODE IS F.
001160     COPY BILLREC.
001170 FD  REPORT-OUT-FILE
001180     RECORDING MODE IS F.
001190 01  REPORT-OUT-REC             PIC X(132).
001200 WORKING-STORAGE SECTION.
001210*
001220 01  RPT-PAGE-HEADER-REC.
001230     05 FILLER                  PIC X(44)
001240            VALUE "CHGBILL BRANCH PROCESSING CHARGEBACK INVOICE".
001250     05 FILLER                  PIC X(09) VALUE "  PERIOD ".
001260     05 RPH-PERIOD              PIC 9(06).
001270     05 FILLER                  PIC X(16) VALUE SPACES.
001280     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001290     05 RPH-PAGE-NO             PIC ZZ9.
001300     05 FILLER                  PIC X(46) VALUE SPACES.
001310 01  RPT-BRANCH-REC.
001320     05 FILLER                  PIC X(08) VALUE "BRANCH: ".
001330     05 RBR-BRANCH              PIC X(04).
001340     05 FILLER                  PIC X(02) VALUE SPACES.
001350     05 RBR-NAME                PIC X(30).
001360     05 FILLER                  PIC X(88) VALUE SPACES.
001370 01  RPT-COLUMN-HEADER-REC.
001380     05 FILLER                  PIC X(20) VALUE "FEE".
001390     05 FILLER                  PIC X(04) VALUE "OP".
001400     05 FILLER                  PIC X(31) VALUE "DESCRIPTION".
001410     05 FILLER                  PIC X(10) VALUE "     ITEMS".
001420     05 FILLER                  PIC X(12) VALUE "    UNIT FEE".
001430     05 FILLER                  PIC X(20) VALUE
001440            "              AMOUNT".
001450     05 FILLER                  PIC X(35) VALUE SPACES.
001460 01  RPT-DETAIL-REC.
001470     05 RDT-FEE-LABEL           PIC X(18).
001480     05 FILLER                  PIC X(02) VALUE SPACES.
001490     05 RDT-OPERATION           PIC X(01).
001500     05 FILLER                  PIC X(03) VALUE SPACES.
001510     05 RDT-DESCRIPTION         PIC X(30).
001520     05 FILLER                  PIC X(02) VALUE SPACES.
001530     05 RDT-ITEMS               PIC Z(8)9.
001540     05 FILLER                  PIC X(03) VALUE SPACES.
001550     05 RDT-UNIT-FEE            PIC ZZ,ZZ9.99.
001560     05 FILLER                  PIC X(03) VALUE SPACES.
001570     05 RDT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001580     05 FILLER                  PIC X(02) VALUE SPACES.
001590     05 RDT-FLAG                PIC X(16).
001600     05 FILLER                  PIC X(17) VALUE SPACES.
001610 01  RPT-INVOICE-TOTAL-REC.
001620     05 FILLER                  PIC X(20) VALUE "INVOICE TOTAL".
001630     05 FILLER                  PIC X(36) VALUE SPACES.
001640     05 RIT-ITEMS               PIC Z(8)9.
001650     05 FILLER                  PIC X(15) VALUE SPACES.
001660     05 RIT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001670     05 FILLER                  PIC X(35) VALUE SPACES.
001720 01  RPT-CTL-TITLE-REC.
001730     05 FILLER                  PIC X(40)
001740            VALUE "CONTROL TOTALS".
001750     05 FILLER                  PIC X(92) VALUE SPACES.
001760 01  RPT-CTL-COUNT-REC.
001770     05 RCC-LABEL               PIC X(45).
001780     05 RCC-COUNT               PIC Z(8)9.
001790     05 FILLER                  PIC X(78) VALUE SPACES.
001800 01  RPT-CTL-AMOUNT-REC.
001810     05 RCA-LABEL               PIC X(45).
001820     05 RCA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001830     05 FILLER                  PIC X(67) VALUE SPACES.
001840 01  RPT-SUMMARY-REC.
001850     05 FILLER                  PIC X(16)
001860            VALUE "OVERALL VERDICT=".
001870     05 RPT-SUM-VERDICT         PIC X(14).
001880     05 FILLER                  PIC X(102) VALUE SPACES.
001890 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001900*
001910 77  WS-FEE-STATUS              PIC X(02) VALUE SPACES.
001920 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001930 77  WS-REJ-STATUS              PIC X(02) VALUE SPACES.
001940 77  WS-BREG-STATUS             PIC X(02) VALUE SPACES.
001950 77  WS-BRCH-STATUS             PIC X(02) VALUE SPACES.
001960 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001970 77  WS-BILL-STATUS             PIC X(02) VALUE SPACES.
001980 77  WS-HIST-FILE-SW            PIC X(01) VALUE "N".
001990     88 WS-HIST-FILE-OPEN                 VALUE "Y".
002000 77  WS-REJ-FILE-SW             PIC X(01) VALUE "N".
002010     88 WS-REJ-FILE-OPEN                  VALUE "Y".
002020 77  WS-BREG-FILE-SW            PIC X(01) VALUE "N".
002030     88 WS-BREG-FILE-OPEN                 VALUE "Y".
002040 77  WS-BRCH-FILE-SW            PIC X(01) VALUE "N".
002050     88 WS-BRCH-FILE-OPEN                 VALUE "Y".
002060 77  WS-EOF-SW                  PIC X(01) VALUE "N".
002070     88 WS-EOF                            VALUE "Y".
002080 77  WS-FEE-EOF-SW              PIC X(01) VALUE "N".
002090     88 WS-FEE-EOF                        VALUE "Y".
002100 77  WS-BREG-EOF-SW             PIC X(01) VALUE "N".
002110     88 WS-BREG-EOF                       VALUE "Y".
002120 77  WS-REJ-EOF-SW              PIC X(01) VALUE "N".
002130     88 WS-REJ-EOF                        VALUE "Y".
002140 77  WS-HOLD-SW                 PIC X(01) VALUE "N".
002150     88 WS-HOLD                           VALUE "Y".
002160 77  WS-WARNING-SW              PIC X(01) VALUE "N".
002170     88 WS-WARNING                        VALUE "Y".
002180 77  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
002190     88 WS-TABLE-FULL                     VALUE "Y".
002200 77  WS-INVOICE-SW              PIC X(01) VALUE "N".
002210     88 WS-IN-INVOICE                     VALUE "Y".
002220 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
002230 01  WS-BILL-PERIOD             PIC 9(06) VALUE ZERO.
002240 01  WS-BILL-PERIOD-PARTS REDEFINES WS-BILL-PERIOD.
002250     05 WS-PER-YEAR             PIC 9(04).
002260     05 WS-PER-MONTH            PIC 9(02).
002270 77  WS-CUR-PERIOD              PIC 9(06) VALUE ZERO.
002280 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
002290 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
002300 01  WS-BILL-BATCH-ID.
002310     05 FILLER                  PIC X(02) VALUE "CB".
002320     05 WS-BILL-BATCH-PERIOD    PIC 9(06) VALUE ZERO.
002330 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002340 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002350 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002360*
002370* OPERATION CODES BILLED SEPARATELY; ANY OTHER CODE IS COUNTED
002380* IN THE NINTH SLOT AND PRICED AT THE TYPE'S DEFAULT FEE.
002390*
002400 01  WS-OP-LIST                 PIC X(08) VALUE "ASMDPUIE".
002410 01  WS-OP-TABLE REDEFINES WS-OP-LIST.
002420     05 WS-OP-CODE              PIC X(01) OCCURS 8 TIMES.
002430 77  WS-OP-SUB                  PIC 9(02) COMP VALUE ZERO.
002440 77  WS-OP-FOUND-SW             PIC X(01) VALUE "N".
002450     88 WS-OP-FOUND                       VALUE "Y".
002460*
002470* FEE SCHEDULE, LOADED FROM FEEMAST AT START OF RUN.
002480*
002490 77  WS-FEE-SUB                 PIC 9(03) COMP VALUE ZERO.
002500 77  WS-FEE-USED-CNT            PIC 9(03) COMP VALUE ZERO.
002510 77  WS-FEE-FOUND-SW            PIC X(01) VALUE "N".
002520     88 WS-FEE-FOUND                      VALUE "Y".
002530 01  WS-FEE-TABLE.
002540     05 WS-FEE-ENTRY            OCCURS 40 TIMES.
002550         10 WS-FEE-ENT-KEY.
002560             15 WS-FEE-ENT-TYPE PIC X(01).
002570             15 WS-FEE-ENT-OP   PIC X(01).
002580         10 WS-FEE-ENT-DESC     PIC X(30).
002590         10 WS-FEE-ENT-AMOUNT   PIC 9(05)V99.
002600 01  WS-LK-KEY.
002610     05 WS-LK-TYPE              PIC X(01).
002620     05 WS-LK-OP                PIC X(01).
002630 77  WS-LK-DESC                 PIC X(30) VALUE SPACES.
002640 77  WS-LK-AMOUNT               PIC 9(05)V99 VALUE ZERO.
002650*
002660* WORK COUNTED PER BRANCH, KEPT IN BRANCH ORDER.
002670*
002680 77  WS-ROW-BRANCH              PIC X(04) VALUE SPACES.
002690 77  WS-BR-SUB                  PIC 9(03) COMP VALUE ZERO.
002700 77  WS-BR-USED-CNT             PIC 9(03) COMP VALUE ZERO.
002710 77  WS-SHIFT-SUB               PIC 9(03) COMP VALUE ZERO.
002720 77  WS-SHIFT-NEXT              PIC 9(03) COMP VALUE ZERO.
002730 77  WS-BR-FOUND-SW             PIC X(01) VALUE "N".
002740     88 WS-BR-FOUND                       VALUE "Y".
002750 77  WS-BR-SLOT-SW              PIC X(01) VALUE "N".
002760     88 WS-BR-SLOT-FOUND                  VALUE "Y".
002770 01  WS-BR-TABLE.
002780     05 WS-BR-ENTRY             OCCURS 200 TIMES.
002790         10 WS-BR-ID            PIC X(04).
002800         10 WS-BR-ITEM-CNT      PIC 9(07) COMP OCCURS 9 TIMES.
002810         10 WS-BR-SUSP-CNT      PIC 9(07) COMP OCCURS 9 TIMES.
002820         10 WS-BR-REJ-CNT       PIC 9(07) COMP.
002830         10 WS-BR-BATCH-CNT     PIC 9(07) COMP.
002840*
002850* ONE INVOICE LINE BEING PRICED, AND THE RUNNING TOTALS.
002860*
002870 77  WS-LN-TYPE                 PIC X(01) VALUE SPACE.
002880 77  WS-LN-OP                   PIC X(01) VALUE SPACE.
002890 77  WS-LN-COUNT                PIC 9(07) VALUE ZERO.
002900 77  WS-LN-AMOUNT               PIC 9(11)V99 VALUE ZERO.
002910 77  WS-INV-ITEMS               PIC 9(09) VALUE ZERO.
002920 77  WS-INV-AMOUNT              PIC 9(11)V99 VALUE ZERO.
002930 77  WS-INV-CNT                 PIC 9(04) VALUE ZERO.
002940 77  WS-BILL-LINE-CNT           PIC 9(06) VALUE ZERO.
002950 77  WS-BILL-ITEM-CNT           PIC 9(09) VALUE ZERO.
002960 77  WS-BILL-AMOUNT             PIC 9(13)V99 VALUE ZERO.
002970 77  WS-NO-FEE-CNT              PIC 9(06) VALUE ZERO.
002980*
002990* CONTROL COUNTS.
003000*
003010 77  WS-HIST-READ-CNT           PIC 9(09) VALUE ZERO.
003020 77  WS-HIST-ITEM-CNT           PIC 9(09) VALUE ZERO.
003030 77  WS-HIST-SUSP-CNT           PIC 9(09) VALUE ZERO.
003040 77  WS-HIST-HOUSE-CNT          PIC 9(09) VALUE ZERO.
003050 77  WS-HIST-REVERSAL-CNT       PIC 9(09) VALUE ZERO.
003060 77  WS-HIST-RESTORED-CNT       PIC 9(09) VALUE ZERO.
003070 77  WS-REJ-READ-CNT            PIC 9(09) VALUE ZERO.
003080 77  WS-REJ-BILLED-CNT          PIC 9(09) VALUE ZERO.
003090 77  WS-REJ-HOUSE-CNT           PIC 9(09) VALUE ZERO.
003100 77  WS-REJ-NOREG-CNT           PIC 9(09) VALUE ZERO.
003110 77  WS-REJ-OUTPER-CNT          PIC 9(09) VALUE ZERO.
003120 77  WS-BATCH-BILLED-CNT        PIC 9(09) VALUE ZERO.
003130 77  WS-BATCH-HOUSE-CNT         PIC 9(09) VALUE ZERO.
003140 PROCEDURE DIVISION.
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT.
003180     IF NOT WS-HOLD
003190         PERFORM 2000-CONTAR-HISTORIAL
003200             THRU 2000-CONTAR-HISTORIAL-EXIT
003210             UNTIL WS-EOF
003220         PERFORM 3000-CONTAR-LOTES
003230             THRU 3000-CONTAR-LOTES-EXIT
003240         PERFORM 4000-CONTAR-RECHAZOS
003250             THRU 4000-CONTAR-RECHAZOS-EXIT
003260             UNTIL WS-REJ-EOF
003270     END-IF.
003280     IF WS-TABLE-FULL
003290         DISPLAY "Error: mas de 200 sucursales en el periodo; "
003300             "no se genera la facturacion."
003310         SET WS-HOLD TO TRUE
003320     END-IF.
003330     IF NOT WS-HOLD
003340         PERFORM 5000-FACTURAR
003350             THRU 5000-FACTURAR-EXIT
003360     END-IF.
003370     PERFORM 8000-TERMINATE
003380         THRU 8000-TERMINATE-EXIT.
003390     GOBACK.
003400*
003410******************************************************************
003420* 1000-INITIALIZE - READ THE BUSINESS DATE, ACCEPT AND VALIDATE
003430*                   THE PERIOD, REFUSE A PERIOD ALREADY BILLED,
003440*                   LOAD THE FEE SCHEDULE AND OPEN THE FILES.
003450*                   ANY FAILURE HOLDS THE RUN.
003460******************************************************************
003470 1000-INITIALIZE.
003480     OPEN OUTPUT REPORT-OUT-FILE.
003490     PERFORM 1050-LEER-FECHA-NEGOCIO
003500         THRU 1050-LEER-FECHA-NEGOCIO-EXIT.
003510     MOVE WS-BUS-DATE(1:6) TO WS-CUR-PERIOD.
003520     DISPLAY "Periodo a facturar (AAAAMM, 0=mes anterior a la "
003530         "fecha de negocio): ".
003540     ACCEPT WS-BILL-PERIOD.
003550     IF WS-BILL-PERIOD NOT NUMERIC
003560         MOVE ZERO TO WS-BILL-PERIOD
003570     END-IF.
003580     IF WS-BILL-PERIOD = ZERO
003590         MOVE WS-CUR-PERIOD TO WS-BILL-PERIOD
003600         IF WS-PER-MONTH = 1
003610             SUBTRACT 1 FROM WS-PER-YEAR
003620             MOVE 12 TO WS-PER-MONTH
003630         ELSE
003640             SUBTRACT 1 FROM WS-PER-MONTH
003650         END-IF
003660     END-IF.
003670     MOVE WS-BILL-PERIOD TO RPH-PERIOD.
003680     IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
003690         DISPLAY "Error: periodo " WS-BILL-PERIOD " no valido; "
003700             "ejecucion cancelada."
003710         SET WS-HOLD TO TRUE
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740     IF WS-BILL-PERIOD NOT < WS-CUR-PERIOD
003750         DISPLAY "Error: el periodo " WS-BILL-PERIOD " aun no "
003760             "ha terminado; ejecucion cancelada."
003770         SET WS-HOLD TO TRUE
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF.
003800     COMPUTE WS-FROM-DATE = WS-BILL-PERIOD * 100 + 1.
003810     COMPUTE WS-TO-DATE   = WS-BILL-PERIOD * 100 + 31.
003820     MOVE WS-BILL-PERIOD TO WS-BILL-BATCH-PERIOD.
003830     PERFORM 1100-VERIFICAR-REGISTRO
003840         THRU 1100-VERIFICAR-REGISTRO-EXIT.
003850     IF WS-HOLD
003860         GO TO 1000-INITIALIZE-EXIT
003870     END-IF.
003880     PERFORM 1200-CARGAR-TARIFAS
003890         THRU 1200-CARGAR-TARIFAS-EXIT.
003900     IF WS-HOLD
003910         GO TO 1000-INITIALIZE-EXIT
003920     END-IF.
003930     OPEN INPUT HISTORY-FILE.
003940     IF WS-HIST-STATUS NOT = "00"
003950         DISPLAY "Error: no se pudo abrir el archivo de "
003960             "historial; estado " WS-HIST-STATUS
003970         SET WS-HOLD TO TRUE
003980         GO TO 1000-INITIALIZE-EXIT
003990     END-IF.
004000     SET WS-HIST-FILE-OPEN TO TRUE.
004010     OPEN INPUT REJECT-IN-FILE.
004020     IF WS-REJ-STATUS = "00"
004030         SET WS-REJ-FILE-OPEN TO TRUE
004040     ELSE
004050         DISPLAY "Aviso: EDITREJ no disponible (estado "
004060             WS-REJ-STATUS "); no se facturan rechazos."
004070         SET WS-REJ-EOF TO TRUE
004080         SET WS-WARNING TO TRUE
004090     END-IF.
004100     OPEN INPUT BRCH-MASTER-FILE.
004110     IF WS-BRCH-STATUS = "00"
004120         SET WS-BRCH-FILE-OPEN TO TRUE
004130     ELSE
004140         DISPLAY "Aviso: no se pudo abrir el maestro de "
004150             "sucursales (estado " WS-BRCH-STATUS "); las "
004160             "facturas salen sin nombre."
004170         SET WS-WARNING TO TRUE
004180     END-IF.
004190     MOVE WS-FROM-DATE TO HIST-RUN-DATE.
004200     MOVE ZERO         TO HIST-TRANS-SEQ.
004210     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004220         INVALID KEY
004230             SET WS-EOF TO TRUE
004240     END-START.
004250     IF NOT WS-EOF
004260         PERFORM 2100-READ-NEXT-HISTORY
004270             THRU 2100-READ-NEXT-HISTORY-EXIT
004280     END-IF.
004290 1000-INITIALIZE-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330* 1050-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING DATE
004340*          FROM THE RUN-CONTROL FILE (RUNCTLRC COPYBOOK),
004350*          FALLING BACK TO THE SYSTEM DATE WITH A WARNING WHEN
004360*          THE FILE IS NOT AVAILABLE.
004370******************************************************************
004380 1050-LEER-FECHA-NEGOCIO.
004390     OPEN INPUT RUN-CTL-FILE.
004400     IF WS-RUNCTL-STATUS = "00"
004410         READ RUN-CTL-FILE
004420             AT END
004430                 CONTINUE
004440             NOT AT END
004450                 IF RCT-TYPE-CONTROL
004460                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
004470                 END-IF
004480         END-READ
004490         CLOSE RUN-CTL-FILE
004500     END-IF.
004510     IF WS-BUS-DATE = ZERO
004520         DISPLAY "Aviso: fecha de negocio no disponible; se "
004530             "usa la fecha del sistema."
004540         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
004550     END-IF.
004560 1050-LEER-FECHA-NEGOCIO-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600* 1100-VERIFICAR-REGISTRO - OPEN THE PROCESSED-BATCH REGISTER,
004610*                           CREATING IT ON ITS VERY FIRST USE,
004620*                           AND REFUSE A PERIOD WHOSE BILLING IS
004630*                           ALREADY REGISTERED FOR CHGBILL. THE
004640*                           REGISTER STAYS OPEN: IT IS ALSO THE
004650*                           SOURCE OF THE BATCH COUNTS.
004660******************************************************************
004670 1100-VERIFICAR-REGISTRO.
004680     OPEN I-O BAT-REG-FILE.
004690     IF WS-BREG-STATUS = "35"
004700         OPEN OUTPUT BAT-REG-FILE
004710         CLOSE BAT-REG-FILE
004720         OPEN I-O BAT-REG-FILE
004730     END-IF.
004740     IF WS-BREG-STATUS NOT = "00"
004750         DISPLAY "Error: no se pudo abrir el registro de lotes "
004760             "BATREG; estado " WS-BREG-STATUS
004770         SET WS-HOLD TO TRUE
004780         GO TO 1100-VERIFICAR-REGISTRO-EXIT
004790     END-IF.
004800     SET WS-BREG-FILE-OPEN TO TRUE.
004810     MOVE WS-BILL-BATCH-ID TO BREG-BATCH-ID.
004820     MOVE "CHGBILL"        TO BREG-PROGRAM.
004830     READ BAT-REG-FILE
004840         INVALID KEY
004850             CONTINUE
004860         NOT INVALID KEY
004870             DISPLAY "Error: la facturacion " WS-BILL-BATCH-ID
004880                 " ya fue registrada el " BREG-BUS-DATE
004890                 "; no se factura de nuevo."
004900             SET WS-HOLD TO TRUE
004910     END-READ.
004920 1100-VERIFICAR-REGISTRO-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960* 1200-CARGAR-TARIFAS - LOAD THE FEE SCHEDULE INTO THE FEE
004970*                       TABLE. AN UNOPENABLE MASTER HOLDS THE
004980*                       RUN, SINCE NOTHING COULD BE PRICED.
004990******************************************************************
005000 1200-CARGAR-TARIFAS.
005010     OPEN INPUT FEE-MASTER-FILE.
005020     IF WS-FEE-STATUS NOT = "00"
005030         DISPLAY "Error: no se pudo abrir el maestro de "
005040             "tarifas FEEMAST; estado " WS-FEE-STATUS
005050         SET WS-HOLD TO TRUE
005060         GO TO 1200-CARGAR-TARIFAS-EXIT
005070     END-IF.
005080     MOVE LOW-VALUES TO FEE-KEY.
005090     START FEE-MASTER-FILE KEY IS NOT LESS THAN FEE-KEY
005100         INVALID KEY
005110             SET WS-FEE-EOF TO TRUE
005120     END-START.
005130     PERFORM 1210-LEER-TARIFA
005140         THRU 1210-LEER-TARIFA-EXIT
005150         UNTIL WS-FEE-EOF.
005160     CLOSE FEE-MASTER-FILE.
005170     IF WS-FEE-USED-CNT = ZERO
005180         DISPLAY "Aviso: el maestro de tarifas esta vacio; "
005190             "nada se cobra."
005200     END-IF.
005210 1200-CARGAR-TARIFAS-EXIT.
005220     EXIT.
005230*
005240 1210-LEER-TARIFA.
005250     READ FEE-MASTER-FILE NEXT RECORD
005260         AT END
005270             SET WS-FEE-EOF TO TRUE
005280             GO TO 1210-LEER-TARIFA-EXIT
005290     END-READ.
005300     IF WS-FEE-USED-CNT NOT < 40
005310         DISPLAY "Aviso: tabla de tarifas llena; se ignora la "
005320             "tarifa " FEE-TYPE FEE-OPERATION "."
005330         SET WS-WARNING TO TRUE
005340         GO TO 1210-LEER-TARIFA-EXIT
005350     END-IF.
005360     ADD 1 TO WS-FEE-USED-CNT.
005370     MOVE FEE-KEY         TO WS-FEE-ENT-KEY(WS-FEE-USED-CNT).
005380     MOVE FEE-DESCRIPTION TO WS-FEE-ENT-DESC(WS-FEE-USED-CNT).
005390     MOVE FEE-AMOUNT      TO WS-FEE-ENT-AMOUNT(WS-FEE-USED-CNT).
005400 1210-LEER-TARIFA-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440* 2000-CONTAR-HISTORIAL - COUNT ONE HISTORY ROW OF THE PERIOD
005450*                         AGAINST ITS BRANCH AND OPERATION CODE
005460*                         AND READ THE NEXT ROW IN RANGE.
005470******************************************************************
005480 2000-CONTAR-HISTORIAL.
005490     ADD 1 TO WS-HIST-READ-CNT.
005500     IF HIST-RESTORED
005510         ADD 1 TO WS-HIST-RESTORED-CNT
005520         GO TO 2000-CONTAR-HISTORIAL-LEER
005530     END-IF.
005540     IF HIST-STATUS-REVERSAL
005550         ADD 1 TO WS-HIST-REVERSAL-CNT
005560         GO TO 2000-CONTAR-HISTORIAL-LEER
005570     END-IF.
005580     IF HIST-SOURCE-BRANCH = SPACES
005590             OR HIST-SOURCE-BRANCH = "STO "
005600         ADD 1 TO WS-HIST-HOUSE-CNT
005610         GO TO 2000-CONTAR-HISTORIAL-LEER
005620     END-IF.
005630     MOVE HIST-SOURCE-BRANCH TO WS-ROW-BRANCH.
005640     PERFORM 6000-BUSCAR-SUCURSAL
005650         THRU 6000-BUSCAR-SUCURSAL-EXIT.
005660     IF WS-BR-SUB = ZERO
005670         GO TO 2000-CONTAR-HISTORIAL-LEER
005680     END-IF.
005690     PERFORM 6300-BUSCAR-OPERACION
005700         THRU 6300-BUSCAR-OPERACION-EXIT.
005710     IF HIST-STATUS-ERROR
005720         ADD 1 TO WS-BR-SUSP-CNT(WS-BR-SUB WS-OP-SUB)
005730         ADD 1 TO WS-HIST-SUSP-CNT
005740     ELSE
005750         ADD 1 TO WS-BR-ITEM-CNT(WS-BR-SUB WS-OP-SUB)
005760         ADD 1 TO WS-HIST-ITEM-CNT
005770     END-IF.
005780 2000-CONTAR-HISTORIAL-LEER.
005790     PERFORM 2100-READ-NEXT-HISTORY
005800         THRU 2100-READ-NEXT-HISTORY-EXIT.
005810 2000-CONTAR-HISTORIAL-EXIT.
005820     EXIT.
005830*
005840 2100-READ-NEXT-HISTORY.
005850     READ HISTORY-FILE NEXT RECORD
005860         AT END
005870             SET WS-EOF TO TRUE
005880     END-READ.
005890     IF NOT WS-EOF AND HIST-RUN-DATE > WS-TO-DATE
005900         SET WS-EOF TO TRUE
005910     END-IF.
005920 2100-READ-NEXT-HISTORY-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
005970*                           COUNT, PRINT THE TITLE AND, INSIDE AN
005980*                           INVOICE, THE BRANCH LINE AND COLUMN
005990*                           HEADINGS, AND RESET THE LINE COUNT.
006000******************************************************************
006010 2900-WRITE-PAGE-HEADING.
006020     ADD 1 TO WS-PAGE-CNT.
006030     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
006040     IF WS-PAGE-CNT > 1
006050         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
006060     END-IF.
006070     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
006080     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006090     IF WS-IN-INVOICE
006100         WRITE REPORT-OUT-REC FROM RPT-BRANCH-REC
006110         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
006120         WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC
006130     END-IF.
006140     MOVE ZERO TO WS-LINE-CNT.
006150 2900-WRITE-PAGE-HEADING-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190* 3000-CONTAR-LOTES - BROWSE THE PROCESSED-BATCH REGISTER AND
006200*                     COUNT EVERY BATCH EDITVAL CONSUMED IN THE
006210*                     PERIOD AGAINST ITS BRANCH. ROWS OF OTHER
006220*                     PROGRAMS (THE CALCULATORS' OWN ROWS FOR
006230*                     THE SAME BATCHES, AND THE HOUSE POSTING
006240*                     RUNS) ARE NOT COUNTED.
006250******************************************************************
006260 3000-CONTAR-LOTES.
006270     MOVE LOW-VALUES TO BREG-KEY.
006280     START BAT-REG-FILE KEY IS NOT LESS THAN BREG-KEY
006290         INVALID KEY
006300             SET WS-BREG-EOF TO TRUE
006310     END-START.
006320     PERFORM 3100-LEER-LOTE
006330         THRU 3100-LEER-LOTE-EXIT
006340         UNTIL WS-BREG-EOF.
006350 3000-CONTAR-LOTES-EXIT.
006360     EXIT.
006370*
006380 3100-LEER-LOTE.
006390     READ BAT-REG-FILE NEXT RECORD
006400         AT END
006410             SET WS-BREG-EOF TO TRUE
006420             GO TO 3100-LEER-LOTE-EXIT
006430     END-READ.
006440     IF BREG-PROGRAM NOT = "EDITVAL"
006450             OR BREG-BUS-DATE < WS-FROM-DATE
006460             OR BREG-BUS-DATE > WS-TO-DATE
006470         GO TO 3100-LEER-LOTE-EXIT
006480     END-IF.
006490     IF BREG-BRANCH-ID = SPACES
006500             OR BREG-BRANCH-ID = "STO "
006510         ADD 1 TO WS-BATCH-HOUSE-CNT
006520         GO TO 3100-LEER-LOTE-EXIT
006530     END-IF.
006540     MOVE BREG-BRANCH-ID TO WS-ROW-BRANCH.
006550     PERFORM 6000-BUSCAR-SUCURSAL
006560         THRU 6000-BUSCAR-SUCURSAL-EXIT.
006570     IF WS-BR-SUB > ZERO
006580         ADD 1 TO WS-BR-BATCH-CNT(WS-BR-SUB)
006590         ADD 1 TO WS-BATCH-BILLED-CNT
006600     END-IF.
006610 3100-LEER-LOTE-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650* 4000-CONTAR-RECHAZOS - COUNT ONE EDITREJ REJECT AGAINST ITS
006660*                        BRANCH WHEN ITS BATCH WAS CONSUMED BY
006670*                        EDITVAL IN THE PERIOD. A REJECT FROM AN
006680*                        UNREGISTERED BATCH (HELD AS A WHOLE, OR
006690*                        THE RESUBMIT CYCLE) OR FROM ANOTHER
006700*                        PERIOD IS COUNTED ASIDE, NOT BILLED.
006710******************************************************************
006720 4000-CONTAR-RECHAZOS.
006730     READ REJECT-IN-FILE
006740         AT END
006750             SET WS-REJ-EOF TO TRUE
006760             GO TO 4000-CONTAR-RECHAZOS-EXIT
006770     END-READ.
006780     ADD 1 TO WS-REJ-READ-CNT.
006790     IF REJ-BRANCH-ID = SPACES
006800             OR REJ-BRANCH-ID = "STO "
006810         ADD 1 TO WS-REJ-HOUSE-CNT
006820         GO TO 4000-CONTAR-RECHAZOS-EXIT
006830     END-IF.
006840     MOVE REJ-BATCH-ID TO BREG-BATCH-ID.
006850     MOVE "EDITVAL"    TO BREG-PROGRAM.
006860     READ BAT-REG-FILE
006870         INVALID KEY
006880             ADD 1 TO WS-REJ-NOREG-CNT
006890             GO TO 4000-CONTAR-RECHAZOS-EXIT
006900     END-READ.
006910     IF BREG-BUS-DATE < WS-FROM-DATE
006920             OR BREG-BUS-DATE > WS-TO-DATE
006930         ADD 1 TO WS-REJ-OUTPER-CNT
006940         GO TO 4000-CONTAR-RECHAZOS-EXIT
006950     END-IF.
006960     MOVE REJ-BRANCH-ID TO WS-ROW-BRANCH.
006970     PERFORM 6000-BUSCAR-SUCURSAL
006980         THRU 6000-BUSCAR-SUCURSAL-EXIT.
006990     IF WS-BR-SUB > ZERO
007000         ADD 1 TO WS-BR-REJ-CNT(WS-BR-SUB)
007010         ADD 1 TO WS-REJ-BILLED-CNT
007020     END-IF.
007030 4000-CONTAR-RECHAZOS-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070* 5000-FACTURAR - WRITE ONE INVOICE AND ITS BILLING LINES PER
007080*                 BRANCH, IN BRANCH ORDER, THEN THE CONTROL
007090*                 TRAILER, AND REGISTER THE PERIOD AS BILLED.
007100******************************************************************
007110 5000-FACTURAR.
007120     OPEN OUTPUT BILL-OUT-FILE.
007130     IF WS-BILL-STATUS NOT = "00"
007140         DISPLAY "Error: no se pudo abrir el archivo de "
007150             "facturacion BILLOUT; estado " WS-BILL-STATUS
007160         SET WS-HOLD TO TRUE
007170         GO TO 5000-FACTURAR-EXIT
007180     END-IF.
007190     MOVE ZERO TO WS-BR-SUB.
007200     PERFORM 5100-FACTURAR-SUCURSAL
007210         THRU 5100-FACTURAR-SUCURSAL-EXIT
007220         UNTIL WS-BR-SUB NOT < WS-BR-USED-CNT.
007230     MOVE "N" TO WS-INVOICE-SW.
007240     MOVE SPACES              TO BILL-TRAILER-REC.
007250     SET BILL-TRAILER         TO TRUE.
007260     MOVE WS-BILL-PERIOD      TO BILL-T-PERIOD.
007270     MOVE WS-INV-CNT          TO BILL-T-BRANCH-COUNT.
007280     MOVE WS-BILL-LINE-CNT    TO BILL-T-LINE-COUNT.
007290     MOVE WS-BILL-ITEM-CNT    TO BILL-T-ITEM-COUNT.
007300     MOVE WS-BILL-AMOUNT      TO BILL-T-AMOUNT-TOTAL.
007310     WRITE BILL-TRAILER-REC.
007320     CLOSE BILL-OUT-FILE.
007330     PERFORM 7000-REGISTRAR-FACTURACION
007340         THRU 7000-REGISTRAR-FACTURACION-EXIT.
007350 5000-FACTURAR-EXIT.
007360     EXIT.
007370*
007380******************************************************************
007390* 5100-FACTURAR-SUCURSAL - PRINT ONE BRANCH'S INVOICE ON A NEW
007400*                          PAGE: ITEMS PROCESSED AND ITEMS TO
007410*                          SUSPENSE BY OPERATION CODE, EDITVAL
007420*                          REJECTS AND BATCHES, THEN THE TOTAL.
007430******************************************************************
007440 5100-FACTURAR-SUCURSAL.
007450     ADD 1 TO WS-BR-SUB.
007460     MOVE WS-BR-ID(WS-BR-SUB) TO RBR-BRANCH.
007470     PERFORM 5150-NOMBRE-SUCURSAL
007480         THRU 5150-NOMBRE-SUCURSAL-EXIT.
007490     SET WS-IN-INVOICE TO TRUE.
007500     PERFORM 2900-WRITE-PAGE-HEADING
007510         THRU 2900-WRITE-PAGE-HEADING-EXIT.
007520     ADD 1 TO WS-INV-CNT.
007530     MOVE ZERO TO WS-INV-ITEMS.
007540     MOVE ZERO TO WS-INV-AMOUNT.
007550     MOVE "I" TO WS-LN-TYPE.
007560     MOVE ZERO TO WS-OP-SUB.
007570     PERFORM 5200-LINEA-OPERACION
007580         THRU 5200-LINEA-OPERACION-EXIT
007590         UNTIL WS-OP-SUB NOT < 9.
007600     MOVE "S" TO WS-LN-TYPE.
007610     MOVE ZERO TO WS-OP-SUB.
007620     PERFORM 5200-LINEA-OPERACION
007630         THRU 5200-LINEA-OPERACION-EXIT
007640         UNTIL WS-OP-SUB NOT < 9.
007650     MOVE "R"   TO WS-LN-TYPE.
007660     MOVE SPACE TO WS-LN-OP.
007670     MOVE WS-BR-REJ-CNT(WS-BR-SUB) TO WS-LN-COUNT.
007680     PERFORM 5300-ESCRIBIR-LINEA
007690         THRU 5300-ESCRIBIR-LINEA-EXIT.
007700     MOVE "B"   TO WS-LN-TYPE.
007710     MOVE SPACE TO WS-LN-OP.
007720     MOVE WS-BR-BATCH-CNT(WS-BR-SUB) TO WS-LN-COUNT.
007730     PERFORM 5300-ESCRIBIR-LINEA
007740         THRU 5300-ESCRIBIR-LINEA-EXIT.
007780     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
007790     MOVE WS-INV-ITEMS  TO RIT-ITEMS.
007800     MOVE WS-INV-AMOUNT TO RIT-AMOUNT.
007810     WRITE REPORT-OUT-REC FROM RPT-INVOICE-TOTAL-REC.
007820     ADD 2 TO WS-LINE-CNT.
007830 5100-FACTURAR-SUCURSAL-EXIT.
007840     EXIT.
007850*
007860 5150-NOMBRE-SUCURSAL.
007870     MOVE "NOT ON BRANCH MASTER" TO RBR-NAME.
007880     IF NOT WS-BRCH-FILE-OPEN
007890         MOVE SPACES TO RBR-NAME
007900         GO TO 5150-NOMBRE-SUCURSAL-EXIT
007910     END-IF.
007920     MOVE WS-BR-ID(WS-BR-SUB) TO BRCH-ID.
007930     READ BRCH-MASTER-FILE
007940         INVALID KEY
007950             GO TO 5150-NOMBRE-SUCURSAL-EXIT
007960     END-READ.
007970     MOVE BRCH-NAME TO RBR-NAME.
007980 5150-NOMBRE-SUCURSAL-EXIT.
007990     EXIT.
008000*
008010 5200-LINEA-OPERACION.
008020     ADD 1 TO WS-OP-SUB.
008030     IF WS-OP-SUB < 9
008040         MOVE WS-OP-CODE(WS-OP-SUB) TO WS-LN-OP
008050     ELSE
008060         MOVE SPACE TO WS-LN-OP
008070     END-IF.
008080     IF WS-LN-TYPE = "I"
008090         MOVE WS-BR-ITEM-CNT(WS-BR-SUB WS-OP-SUB) TO WS-LN-COUNT
008100     ELSE
008110         MOVE WS-BR-SUSP-CNT(WS-BR-SUB WS-OP-SUB) TO WS-LN-COUNT
008120     END-IF.
008130     PERFORM 5300-ESCRIBIR-LINEA
008140         THRU 5300-ESCRIBIR-LINEA-EXIT.
008150 5200-LINEA-OPERACION-EXIT.
008160     EXIT.
008170*
008180******************************************************************
008190* 5300-ESCRIBIR-LINEA - PRICE ONE NON-ZERO COUNT FROM THE FEE
008200*                       TABLE, PRINT IT ON THE INVOICE, WRITE ITS
008210*                       BILLING RECORD AND ROLL IT INTO THE
008220*                       INVOICE AND FILE TOTALS. A COUNT WITH NO
008230*                       FEE IS BILLED AT ZERO AND FLAGGED.
008240******************************************************************
008250 5300-ESCRIBIR-LINEA.
008260     IF WS-LN-COUNT = ZERO
008270         GO TO 5300-ESCRIBIR-LINEA-EXIT
008280     END-IF.
008290     MOVE WS-LN-TYPE TO WS-LK-TYPE.
008300     MOVE WS-LN-OP   TO WS-LK-OP.
008310     PERFORM 6500-BUSCAR-TARIFA
008320         THRU 6500-BUSCAR-TARIFA-EXIT.
008330     COMPUTE WS-LN-AMOUNT = WS-LN-COUNT * WS-LK-AMOUNT.
008340     IF WS-LINE-CNT NOT < WS-MAX-LINES
008350         PERFORM 2900-WRITE-PAGE-HEADING
008360             THRU 2900-WRITE-PAGE-HEADING-EXIT
008370     END-IF.
008380     EVALUATE WS-LN-TYPE
008390         WHEN "I"
008400             MOVE "ITEMS PROCESSED"   TO RDT-FEE-LABEL
008410         WHEN "S"
008420             MOVE "ITEMS TO SUSPENSE" TO RDT-FEE-LABEL
008430         WHEN "R"
008440             MOVE "EDITVAL REJECTS"   TO RDT-FEE-LABEL
008450         WHEN OTHER
008460             MOVE "BATCHES"           TO RDT-FEE-LABEL
008470     END-EVALUATE.
008480     MOVE WS-LN-OP     TO RDT-OPERATION.
008490     MOVE WS-LK-DESC   TO RDT-DESCRIPTION.
008500     MOVE WS-LN-COUNT  TO RDT-ITEMS.
008510     MOVE WS-LK-AMOUNT TO RDT-UNIT-FEE.
008520     MOVE WS-LN-AMOUNT TO RDT-AMOUNT.
008530     MOVE SPACES       TO RDT-FLAG.
008540     MOVE SPACES         TO BILL-DETAIL-REC.
008550     SET BILL-DETAIL     TO TRUE.
008560     MOVE WS-BILL-PERIOD TO BILL-PERIOD.
008570     MOVE WS-BR-ID(WS-BR-SUB) TO BILL-BRANCH-ID.
008580     MOVE WS-LN-TYPE     TO BILL-FEE-TYPE.
008590     MOVE WS-LN-OP       TO BILL-OPERATION.
008600     MOVE WS-LN-COUNT    TO BILL-ITEM-COUNT.
008610     MOVE WS-LK-AMOUNT   TO BILL-UNIT-FEE.
008620     MOVE WS-LN-AMOUNT   TO BILL-AMOUNT.
008630     MOVE "Y"            TO BILL-FEE-FOUND.
008640     IF NOT WS-FEE-FOUND
008650         MOVE "NO FEE ON FILE" TO RDT-FLAG
008660         SET BILL-FEE-NOT-FOUND TO TRUE
008670         ADD 1 TO WS-NO-FEE-CNT
008680         SET WS-WARNING TO TRUE
008690     END-IF.
008700     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
008710     ADD 1 TO WS-LINE-CNT.
008720     WRITE BILL-DETAIL-REC.
008730     ADD 1            TO WS-BILL-LINE-CNT.
008740     ADD WS-LN-COUNT  TO WS-INV-ITEMS.
008750     ADD WS-LN-AMOUNT TO WS-INV-AMOUNT.
008760     ADD WS-LN-COUNT  TO WS-BILL-ITEM-CNT.
008770     ADD WS-LN-AMOUNT TO WS-BILL-AMOUNT.
008780 5300-ESCRIBIR-LINEA-EXIT.
008790     EXIT.
008800*
008810******************************************************************
008820* 6000-BUSCAR-SUCURSAL - FIND THIS ROW'S BRANCH IN THE BRANCH
008830*                        TABLE, OR INSERT IT IN BRANCH ORDER, AND
008840*                        LEAVE WS-BR-SUB POINTING AT ITS ENTRY. A
008850*                        FULL TABLE LEAVES WS-BR-SUB AT ZERO AND
008860*                        HOLDS THE RUN.
008870******************************************************************
008880 6000-BUSCAR-SUCURSAL.
008890     MOVE "N" TO WS-BR-FOUND-SW.
008900     MOVE "N" TO WS-BR-SLOT-SW.
008910     MOVE 1 TO WS-BR-SUB.
008920     PERFORM 6100-COMPARAR-SUCURSAL
008930         THRU 6100-COMPARAR-SUCURSAL-EXIT
008940         UNTIL WS-BR-FOUND OR WS-BR-SLOT-FOUND
008950             OR WS-BR-SUB > WS-BR-USED-CNT.
008960     IF WS-BR-FOUND
008970         GO TO 6000-BUSCAR-SUCURSAL-EXIT
008980     END-IF.
008990     IF WS-BR-USED-CNT NOT < 200
009000         SET WS-TABLE-FULL TO TRUE
009010         MOVE ZERO TO WS-BR-SUB
009020         GO TO 6000-BUSCAR-SUCURSAL-EXIT
009030     END-IF.
009040     MOVE WS-BR-USED-CNT TO WS-SHIFT-SUB.
009050     PERFORM 6200-DESPLAZAR-SUCURSAL
009060         THRU 6200-DESPLAZAR-SUCURSAL-EXIT
009070         UNTIL WS-SHIFT-SUB < WS-BR-SUB.
009080     ADD 1 TO WS-BR-USED-CNT.
009090     INITIALIZE WS-BR-ENTRY(WS-BR-SUB).
009100     MOVE WS-ROW-BRANCH TO WS-BR-ID(WS-BR-SUB).
009110 6000-BUSCAR-SUCURSAL-EXIT.
009120     EXIT.
009130*
009140 6100-COMPARAR-SUCURSAL.
009150     IF WS-BR-ID(WS-BR-SUB) = WS-ROW-BRANCH
009160         SET WS-BR-FOUND TO TRUE
009170     ELSE
009180         IF WS-BR-ID(WS-BR-SUB) > WS-ROW-BRANCH
009190             SET WS-BR-SLOT-FOUND TO TRUE
009200         ELSE
009210             ADD 1 TO WS-BR-SUB
009220         END-IF
009230     END-IF.
009240 6100-COMPARAR-SUCURSAL-EXIT.
009250     EXIT.
009260*
009270 6200-DESPLAZAR-SUCURSAL.
009280     COMPUTE WS-SHIFT-NEXT = WS-SHIFT-SUB + 1.
009290     MOVE WS-BR-ENTRY(WS-SHIFT-SUB)
009300         TO WS-BR-ENTRY(WS-SHIFT-NEXT).
009310     SUBTRACT 1 FROM WS-SHIFT-SUB.
009320 6200-DESPLAZAR-SUCURSAL-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360* 6300-BUSCAR-OPERACION - SET WS-OP-SUB TO THE SLOT OF THE
009370*                         HISTORY ROW'S OPERATION CODE (9 FOR
009380*                         ANY CODE NOT BILLED SEPARATELY).
009390******************************************************************
009400 6300-BUSCAR-OPERACION.
009410     MOVE "N" TO WS-OP-FOUND-SW.
009420     MOVE 1 TO WS-OP-SUB.
009430     PERFORM 6310-COMPARAR-OPERACION
009440         THRU 6310-COMPARAR-OPERACION-EXIT
009450         UNTIL WS-OP-FOUND OR WS-OP-SUB > 8.
009460     IF NOT WS-OP-FOUND
009470         MOVE 9 TO WS-OP-SUB
009480     END-IF.
009490 6300-BUSCAR-OPERACION-EXIT.
009500     EXIT.
009510*
009520 6310-COMPARAR-OPERACION.
009530     IF WS-OP-CODE(WS-OP-SUB) = HIST-OPERATION
009540         SET WS-OP-FOUND TO TRUE
009550     ELSE
009560         ADD 1 TO WS-OP-SUB
009570     END-IF.
009580 6310-COMPARAR-OPERACION-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620* 6500-BUSCAR-TARIFA - FIND THE FEE FOR WS-LK-KEY IN THE FEE
009630*                      TABLE, FALLING BACK TO THE TYPE'S DEFAULT
009640*                      ROW (BLANK OPERATION). NOT FOUND LEAVES A
009650*                      ZERO FEE AND WS-FEE-FOUND OFF.
009660******************************************************************
009670 6500-BUSCAR-TARIFA.
009680     PERFORM 6510-EXPLORAR-TARIFAS
009690         THRU 6510-EXPLORAR-TARIFAS-EXIT.
009700     IF NOT WS-FEE-FOUND AND WS-LK-OP NOT = SPACE
009710         MOVE SPACE TO WS-LK-OP
009720         PERFORM 6510-EXPLORAR-TARIFAS
009730             THRU 6510-EXPLORAR-TARIFAS-EXIT
009740     END-IF.
009750     IF WS-FEE-FOUND
009760         MOVE WS-FEE-ENT-DESC(WS-FEE-SUB)   TO WS-LK-DESC
009770         MOVE WS-FEE-ENT-AMOUNT(WS-FEE-SUB) TO WS-LK-AMOUNT
009780     ELSE
009790         MOVE SPACES TO WS-LK-DESC
009800         MOVE ZERO   TO WS-LK-AMOUNT
009810     END-IF.
009820 6500-BUSCAR-TARIFA-EXIT.
009830     EXIT.
009840*
009850 6510-EXPLORAR-TARIFAS.
009860     MOVE "N" TO WS-FEE-FOUND-SW.
009870     MOVE 1 TO WS-FEE-SUB.
009880     PERFORM 6520-COMPARAR-TARIFA
009890         THRU 6520-COMPARAR-TARIFA-EXIT
009900         UNTIL WS-FEE-FOUND OR WS-FEE-SUB > WS-FEE-USED-CNT.
009910 6510-EXPLORAR-TARIFAS-EXIT.
009920     EXIT.
009930*
009940 6520-COMPARAR-TARIFA.
009950     IF WS-FEE-ENT-KEY(WS-FEE-SUB) = WS-LK-KEY
009960         SET WS-FEE-FOUND TO TRUE
009970     ELSE
009980         ADD 1 TO WS-FEE-SUB
009990     END-IF.
010000 6520-COMPARAR-TARIFA-EXIT.
010010     EXIT.
010020*
010030******************************************************************
010040* 7000-REGISTRAR-FACTURACION - RECORD THE PERIOD'S BILLING ON THE
010050*                              PROCESSED-BATCH REGISTER WITH THE
010060*                              AMOUNT BILLED, SO THE MONTH
010070*                              CANNOT BE BILLED AGAIN.
010080******************************************************************
010090 7000-REGISTRAR-FACTURACION.
010100     MOVE SPACES           TO BREG-REC.
010110     MOVE WS-BILL-BATCH-ID TO BREG-BATCH-ID.
010120     MOVE "CHGBILL"        TO BREG-PROGRAM.
010130     MOVE WS-BUS-DATE      TO BREG-BUS-DATE.
010140     MOVE WS-BILL-AMOUNT   TO BREG-HASH-TOTAL.
010150     MOVE "HISTORY"        TO BREG-SOURCE-FILE.
010160     WRITE BREG-REC
010170         INVALID KEY
010180             DISPLAY "Error: no se pudo registrar la "
010190                 "facturacion " WS-BILL-BATCH-ID
010200                 "; estado " WS-BREG-STATUS
010210             SET WS-HOLD TO TRUE
010220     END-WRITE.
010230 7000-REGISTRAR-FACTURACION-EXIT.
010240     EXIT.
010250*
010260******************************************************************
010270* 8000-TERMINATE - PRINT THE CONTROL TOTALS AND THE OVERALL
010280*                  VERDICT, CLOSE THE FILES AND SET THE RETURN
010290*                  CODE.
010300******************************************************************
010310 8000-TERMINATE.
010320     MOVE "N" TO WS-INVOICE-SW.
010330     PERFORM 2900-WRITE-PAGE-HEADING
010340         THRU 2900-WRITE-PAGE-HEADING-EXIT.
010350     WRITE REPORT-OUT-REC FROM RPT-CTL-TITLE-REC.
010360     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
010370     MOVE "HISTORY ROWS IN PERIOD"       TO RCC-LABEL.
010380     MOVE WS-HIST-READ-CNT               TO RCC-COUNT.
010390     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010400     MOVE "  BILLED AS ITEMS PROCESSED"   TO RCC-LABEL.
010410     MOVE WS-HIST-ITEM-CNT               TO RCC-COUNT.
010420     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010430     MOVE "  BILLED AS ITEMS TO SUSPENSE" TO RCC-LABEL.
010440     MOVE WS-HIST-SUSP-CNT               TO RCC-COUNT.
010450     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010460     MOVE "  NOT BILLED - NO BRANCH OR HOUSE BRANCH"
010470                                         TO RCC-LABEL.
010480     MOVE WS-HIST-HOUSE-CNT              TO RCC-COUNT.
010490     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010500     MOVE "  NOT BILLED - REVERSAL ROWS"  TO RCC-LABEL.
010510     MOVE WS-HIST-REVERSAL-CNT           TO RCC-COUNT.
010520     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010530     MOVE "  NOT BILLED - RELOADED FROM ARCHIVE"
010540                                         TO RCC-LABEL.
010550     MOVE WS-HIST-RESTORED-CNT           TO RCC-COUNT.
010560     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010570     MOVE "EDITREJ REJECTS READ"         TO RCC-LABEL.
010580     MOVE WS-REJ-READ-CNT                TO RCC-COUNT.
010590     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010600     MOVE "  BILLED"                     TO RCC-LABEL.
010610     MOVE WS-REJ-BILLED-CNT              TO RCC-COUNT.
010620     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010630     MOVE "  NOT BILLED - NO BRANCH OR HOUSE BRANCH"
010640                                         TO RCC-LABEL.
010650     MOVE WS-REJ-HOUSE-CNT               TO RCC-COUNT.
010660     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010670     MOVE "  NOT BILLED - BATCH NOT REGISTERED"
010680                                         TO RCC-LABEL.
010690     MOVE WS-REJ-NOREG-CNT               TO RCC-COUNT.
010700     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010710     MOVE "  NOT BILLED - BATCH OUTSIDE PERIOD"
010720                                         TO RCC-LABEL.
010730     MOVE WS-REJ-OUTPER-CNT              TO RCC-COUNT.
010740     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010750     MOVE "EDITVAL BATCHES BILLED"       TO RCC-LABEL.
010760     MOVE WS-BATCH-BILLED-CNT            TO RCC-COUNT.
010770     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010780     MOVE "EDITVAL BATCHES NOT BILLED - HOUSE BRANCH"
010790                                         TO RCC-LABEL.
010800     MOVE WS-BATCH-HOUSE-CNT             TO RCC-COUNT.
010810     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010820     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
010830     MOVE "INVOICES (BRANCHES)"          TO RCC-LABEL.
010840     MOVE WS-INV-CNT                     TO RCC-COUNT.
010850     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010860     MOVE "BILLING LINES WRITTEN"        TO RCC-LABEL.
010870     MOVE WS-BILL-LINE-CNT               TO RCC-COUNT.
010880     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010890     MOVE "  OF WHICH WITH NO FEE ON FILE" TO RCC-LABEL.
010900     MOVE WS-NO-FEE-CNT                  TO RCC-COUNT.
010910     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010920     MOVE "ITEMS BILLED"                 TO RCC-LABEL.
010930     MOVE WS-BILL-ITEM-CNT               TO RCC-COUNT.
010940     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
010950     MOVE "AMOUNT BILLED"                TO RCA-LABEL.
010960     MOVE WS-BILL-AMOUNT                 TO RCA-AMOUNT.
010970     WRITE REPORT-OUT-REC FROM RPT-CTL-AMOUNT-REC.
010980     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
010990     IF WS-HOLD
011000         MOVE "NOT BILLED"     TO RPT-SUM-VERDICT
011010     ELSE
011020         IF WS-WARNING
011030             MOVE "WARNING"    TO RPT-SUM-VERDICT
011040         ELSE
011050             MOVE "BILLED"     TO RPT-SUM-VERDICT
011060         END-IF
011070     END-IF.
011080     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
011090     CLOSE REPORT-OUT-FILE.
011100     IF WS-HIST-FILE-OPEN
011110         CLOSE HISTORY-FILE
011120     END-IF.
011130     IF WS-REJ-FILE-OPEN
011140         CLOSE REJECT-IN-FILE
011150     END-IF.
011160     IF WS-BREG-FILE-OPEN
011170         CLOSE BAT-REG-FILE
011180     END-IF.
011190     IF WS-BRCH-FILE-OPEN
011200         CLOSE BRCH-MASTER-FILE
011210     END-IF.
011220     IF WS-HOLD
011230         MOVE 8 TO RETURN-CODE
011240     ELSE
011250         IF WS-WARNING
011260             MOVE 4 TO RETURN-CODE
011270         ELSE
011280             MOVE 0 TO RETURN-CODE
011290         END-IF
011300     END-IF.
011310 8000-TERMINATE-EXIT.
011320     EXIT.
011330 END PROGRAM CHGBILL.
