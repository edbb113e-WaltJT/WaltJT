000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      MONTH-END FOREIGN-CURRENCY REVALUATION. ACCEPTS
000160*               A PERIOD-END DATE (YYYYMMDD; ZERO TAKES THE LAST
000170*               DAY OF THE MONTH BEFORE THE RUN-CONTROL BUSINESS
000180*               DATE) AND READS THE HISTORY ROWS (HISTREC) FROM
000190*               THE FIRST OF THAT MONTH TO THE PERIOD-END DATE
000200*               WHOSE HIST-CURRENCY-CODE IS NOT THE BASE
000210*               CURRENCY (USD OR BLANK). ERROR ROWS (STATUS
000220*               "1") CARRY NO RESULT AND ROWS RELOADED FROM THE
000230*               ARCHIVE (HIST-RESTORED) ARE NOT PART OF THE
000240*               MONTH, SO BOTH ARE LEFT OUT; REVERSED AND
000250*               REVERSAL ROWS ARE KEPT SO THEY NET OUT. EACH
000260*               ROW'S RESULTADO IS TAKEN TO BASE AT THE RATE
000270*               MASTER (RATEREC, DD RATEMAST) RATE IN EFFECT ON
000280*               ITS OWN RUN DATE, AS THE CALCULATORS CONVERTED
000290*               IT, AND TOTALED BY CURRENCY AND ACCOUNT. EACH
000300*               TOTAL IS THEN RESTATED AT THE RATE IN EFFECT ON
000310*               THE PERIOD-END DATE, AND THE DIFFERENCE IS THE
000320*               UNREALIZED GAIN (POSITIVE) OR LOSS (NEGATIVE) IN
000330*               BASE CURRENCY. THE REPORT (DD FXREVRPT) LISTS
000340*               EVERY CURRENCY AND ACCOUNT WITH CURRENCY
000350*               SUBTOTALS AND BASE GRAND TOTALS.
000360*               EVERY NON-ZERO DIFFERENCE IS POSTED TO HISTORY
000370*               AS AN ORDINARY STATUS "0" ROW IN USD UNDER THE
000380*               REVALUATION BATCH ID "FX" + YYYYMM (PROGRAM
000390*               FXREVAL, OPERATION "S": OPERAND-1 THE BASE AT
000396*               THE POSTING RATES, OPERAND-2 THE BASE AT THE
000402*               PERIOD-END RATE, SO THAT, AS ON EVERY "S" ROW,
000408*               RESULTADO IS OPERAND-2 LESS OPERAND-1), WITH A
000414*               MATCHING AUDIT LOG RECORD, ON THE BUSINESS
000420*               DATE (OR THE FIRST DAY
000430*               OF THE NEXT OPEN PERIOD WHEN THE PERIOD
000440*               CALENDAR SHOWS IT CLOSED), SO THE POSTINGS
000450*               REACH COBOL4, ACCTPOST AND HISTEXT WITH THE
000460*               DAY'S OTHER WORK. THE BATCH IS RECORDED ON THE
000470*               PROCESSED-BATCH REGISTER (BATREGRC, DD BATREG)
000480*               AND A SECOND RUN FOR THE SAME MONTH IS REFUSED.
000490*               RUN FROM COBOL6 WITH THE PARAMETER SWITCH SET,
000500*               SO THE POSTINGS CARRY THE CYCLE'S OPERATOR.
000510*               RETURN CODE 0; 4 WHEN A ROW OR A CURRENCY HAD
000520*               NO RATE OR A POSTING FAILED; 8 WHEN THE RUN
000530*               CANNOT START.
000540* TECTONICS:    cobc
000550*
000560* MODIFICATION HISTORY
000570*   2026-10-15  RA  INITIAL VERSION.
000572*   2026-10-15  RA  THE AUDIT RECORD NOW CARRIES THE HISTORY KEY
000574*                   OF ITS ROW, SO HISTRCOV CAN REPLAY SEALED
000576*                   GENERATIONS BY IT.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. FXREVAL.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT HISTORY-FILE ASSIGN TO HISTORY
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HIST-KEY
000680         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-HIST-STATUS.
000710     SELECT RATE-MASTER-FILE ASSIGN TO RATEMAST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RATE-KEY
000750         FILE STATUS IS WS-RATE-STATUS.
000760     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-AUDIT-STATUS.
000790     SELECT SEQ-CTL-FILE ASSIGN TO SEQCTL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SEQ-RUN-DATE
000830         FILE STATUS IS WS-SEQ-STATUS.
000840     SELECT BAT-REG-FILE ASSIGN TO BATREG
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS BREG-KEY
000880         FILE STATUS IS WS-BREG-STATUS.
000890     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RUNCTL-STATUS.
000920     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS PCAL-PERIOD
000960         FILE STATUS IS WS-PCAL-STATUS.
000970     SELECT REPORT-OUT-FILE ASSIGN TO FXREVRPT
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  HISTORY-FILE.
001020     COPY HISTREC.
001030 FD  RATE-MASTER-FILE.
001040     COPY RATEREC.
001050 FD  AUDIT-LOG-FILE
001060     RECORDING MODE IS F.
001070     COPY AUDITREC.
001080 FD  SEQ-CTL-FILE.
001090     COPY SEQCTLRC.
001100 FD  BAT-REG-FILE.
001110     COPY BATREGRC.
001120 FD  RUN-CTL-FILE
001130     RECORDING MODE IS F.
001140     COPY RUNCTLRC.
001150 FD  PERIOD-CAL-FILE.
001160     COPY PERCALRC.
001170 FD  REPORT-OUT-FILE
001180     RECORDING MODE IS F.
001190 01  REPORT-OUT-REC             PIC X(132).
001200 WORKING-STORAGE SECTION.
001210*
001220 01  RPT-PAGE-HEADER-REC.
001230     05 FILLER                  PIC X(39)
001240            VALUE "FXREVAL MONTH-END FX REVALUATION REPORT".
001250     05 FILLER                  PIC X(13) VALUE "  PERIOD END ".
001260     05 RPH-PERIOD-END          PIC 9(08).
001270     05 FILLER                  PIC X(08) VALUE "  BATCH ".
001280     05 RPH-BATCH-ID            PIC X(08).
001290     05 FILLER                  PIC X(04) VALUE SPACES.
001300     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001310     05 RPH-PAGE-NO             PIC ZZ9.
001320     05 FILLER                  PIC X(41) VALUE SPACES.
001330 01  RPT-COLUMN-HEADER-REC.
001340     05 FILLER                  PIC X(15) VALUE "CUR  ACCOUNT".
001350     05 FILLER                  PIC X(22) VALUE
001360            "         NATIVE AMOUNT".
001370     05 FILLER                  PIC X(09) VALUE " M/E RATE".
001380     05 FILLER                  PIC X(23) VALUE
001390            "  BASE AT POSTING RATES".
001400     05 FILLER                  PIC X(23) VALUE
001410            "       BASE AT M/E RATE".
001420     05 FILLER                  PIC X(23) VALUE
001430            "   UNREALIZED GAIN/LOSS".
001440     05 FILLER                  PIC X(12) VALUE "  STATUS".
001450     05 FILLER                  PIC X(05) VALUE SPACES.
001460 01  RPT-REVAL-LINE-REC.
001470     05 RRL-CURRENCY            PIC X(03).
001480     05 FILLER                  PIC X(02) VALUE SPACES.
001490     05 RRL-ACCOUNT             PIC X(08).
001500     05 FILLER                  PIC X(02) VALUE SPACES.
001510     05 RRL-NATIVE              PIC ---,---,---,---,--9.99.
001520     05 FILLER                  PIC X(01) VALUE SPACE.
001530     05 RRL-RATE                PIC ZZ9.9999.
001540     05 FILLER                  PIC X(01) VALUE SPACE.
001550     05 RRL-BASE-ORIG           PIC ---,---,---,---,--9.99.
001560     05 FILLER                  PIC X(01) VALUE SPACE.
001570     05 RRL-BASE-ME             PIC ---,---,---,---,--9.99.
001580     05 FILLER                  PIC X(01) VALUE SPACE.
001590     05 RRL-GAIN                PIC ---,---,---,---,--9.99.
001600     05 FILLER                  PIC X(02) VALUE SPACES.
001610     05 RRL-FLAG                PIC X(10).
001620     05 FILLER                  PIC X(05) VALUE SPACES.
001630 01  RPT-GRAND-TOTAL-REC.
001640     05 FILLER                  PIC X(22)
001650            VALUE "TOTAL BASE AT POSTING=".
001660     05 RGT-BASE-ORIG           PIC ---,---,---,---,--9.99.
001670     05 FILLER                  PIC X(08) VALUE " AT M/E=".
001680     05 RGT-BASE-ME             PIC ---,---,---,---,--9.99.
001690     05 FILLER                  PIC X(11) VALUE " GAIN/LOSS=".
001700     05 RGT-GAIN                PIC ---,---,---,---,--9.99.
001710     05 FILLER                  PIC X(08) VALUE " POSTED=".
001720     05 RGT-POSTED-CNT          PIC Z(3)9.
001730     05 FILLER                  PIC X(09) VALUE " NO RATE=".
001740     05 RGT-NORATE-CNT          PIC Z(3)9.
001750 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001760*
001770 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001780 77  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
001790 77  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001800 77  WS-SEQ-STATUS              PIC X(02) VALUE SPACES.
001810 77  WS-BREG-STATUS             PIC X(02) VALUE SPACES.
001820 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001830 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
001840 77  WS-PCAL-FILE-SW            PIC X(01) VALUE "N".
001850     88 WS-PCAL-FILE-OPEN                 VALUE "Y".
001860 77  WS-PER-CLOSED-SW           PIC X(01) VALUE "N".
001870     88 WS-PER-CLOSED                     VALUE "Y".
001880 01  WS-PER-CHECK-DATE          PIC 9(08) VALUE ZERO.
001890 01  WS-PER-CHECK-PARTS REDEFINES WS-PER-CHECK-DATE.
001900     05 WS-PCK-YEAR             PIC 9(04).
001910     05 WS-PCK-MONTH            PIC 9(02).
001920     05 WS-PCK-DAY              PIC 9(02).
001930 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001940     88 WS-EOF                            VALUE "Y".
001950 77  WS-ANY-ERROR-SW            PIC X(01) VALUE "N".
001960     88 WS-ANY-ERROR                      VALUE "Y".
001970 77  WS-POST-FAIL-SW            PIC X(01) VALUE "N".
001980     88 WS-POST-FAILED                    VALUE "Y".
001990 77  WS-OPEN-RETRY-CTR          PIC 9(03) COMP VALUE ZERO.
002000 77  WS-WRITE-RETRY-CTR         PIC 9(02) COMP VALUE ZERO.
002010 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
002020 77  WS-HIST-RUN-DATE           PIC 9(08) VALUE ZERO.
002030 77  WS-HIST-TRANS-SEQ          PIC 9(08) VALUE ZERO.
002040 77  WS-HIST-SEQ-CTR            PIC 9(08) COMP VALUE ZERO.
002050 77  WS-TIME-OF-DAY             PIC 9(08) VALUE ZERO.
002060 77  WS-RUN-TIMESTAMP           PIC X(26) VALUE SPACES.
002070 01  WS-TIMESTAMP-PARTS.
002080     05 WS-TS-YEAR              PIC 9(04).
002090     05 WS-TS-MONTH             PIC 9(02).
002100     05 WS-TS-DAY               PIC 9(02).
002110     05 WS-TS-HOUR              PIC 9(02).
002120     05 WS-TS-MINUTE            PIC 9(02).
002130     05 WS-TS-SECOND            PIC 9(02).
002140     05 WS-TS-HUNDREDTHS        PIC 9(02).
002150 77  WS-ENT-DATE                PIC X(08) VALUE SPACES.
002160 01  WS-PEND-DATE               PIC 9(08) VALUE ZERO.
002170 01  WS-PEND-PARTS REDEFINES WS-PEND-DATE.
002180     05 WS-PEND-YEAR            PIC 9(04).
002190     05 WS-PEND-MONTH           PIC 9(02).
002200     05 WS-PEND-DAY             PIC 9(02).
002210 01  WS-DIM-VALUES              PIC X(24)
002220            VALUE "312831303130313130313031".
002230 01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
002240     05 WS-DIM                  PIC 9(02) OCCURS 12 TIMES.
002250 77  WS-MONTH-DAYS              PIC 9(02) VALUE ZERO.
002260 77  WS-LEAP-QUOT               PIC 9(04) VALUE ZERO.
002270 77  WS-LEAP-REM-4              PIC 9(04) VALUE ZERO.
002280 77  WS-LEAP-REM-100            PIC 9(04) VALUE ZERO.
002290 77  WS-LEAP-REM-400            PIC 9(04) VALUE ZERO.
002300 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
002310 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
002320 77  WS-REVAL-BATCH-ID          PIC X(08) VALUE SPACES.
002330 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002340 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002350 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002360*
002370 77  WS-RATE-CURRENCY           PIC X(03) VALUE SPACES.
002380 77  WS-RATE-DATE               PIC 9(08) VALUE ZERO.
002390 77  WS-RATE-VALUE              PIC 9(03)V9999 VALUE ZERO.
002400 77  WS-RATE-FOUND-SW           PIC X(01) VALUE "N".
002410     88 WS-RATE-FOUND                     VALUE "Y".
002420 77  WS-CACHE-CURRENCY          PIC X(03) VALUE SPACES.
002430 77  WS-CACHE-DATE              PIC 9(08) VALUE ZERO.
002440 77  WS-CACHE-RATE              PIC 9(03)V9999 VALUE ZERO.
002450 77  WS-CACHE-FOUND-SW          PIC X(01) VALUE "N".
002460 77  WS-ME-RATE                 PIC 9(03)V9999 VALUE ZERO.
002470 77  WS-ME-FOUND-SW             PIC X(01) VALUE "N".
002480     88 WS-ME-FOUND                       VALUE "Y".
002490*
002500 01  WS-ROW-KEY.
002510     05 WS-ROW-CURRENCY         PIC X(03).
002520     05 WS-ROW-ACCOUNT          PIC X(08).
002530 77  WS-ROW-BASE                PIC S9(13)V99 VALUE ZERO.
002540 77  WS-RVL-SUB                 PIC 9(03) COMP VALUE ZERO.
002550 77  WS-RVL-USED-CNT            PIC 9(03) COMP VALUE ZERO.
002560 77  WS-SHIFT-SUB               PIC 9(03) COMP VALUE ZERO.
002570 77  WS-SHIFT-NEXT              PIC 9(03) COMP VALUE ZERO.
002580 77  WS-RVL-FOUND-SW            PIC X(01) VALUE "N".
002590     88 WS-RVL-FOUND                      VALUE "Y".
002600 77  WS-RVL-POS-SW              PIC X(01) VALUE "N".
002610     88 WS-RVL-POS-FOUND                  VALUE "Y".
002620 01  WS-RVL-TABLE.
002630     05 WS-RVL-ENTRY            OCCURS 200 TIMES.
002640         10 WS-RVL-KEY.
002650             15 WS-RVL-CURRENCY PIC X(03).
002660             15 WS-RVL-ACCOUNT  PIC X(08).
002670         10 WS-RVL-NATIVE       PIC S9(13)V99.
002680         10 WS-RVL-BASE-ORIG    PIC S9(13)V99.
002690*
002700 77  WS-PREV-CURRENCY           PIC X(03) VALUE SPACES.
002710 77  WS-BASE-ME                 PIC S9(13)V99 VALUE ZERO.
002720 77  WS-GAIN                    PIC S9(13)V99 VALUE ZERO.
002730 77  WS-CUR-NATIVE              PIC S9(13)V99 VALUE ZERO.
002740 77  WS-CUR-BASE-ORIG           PIC S9(13)V99 VALUE ZERO.
002750 77  WS-CUR-BASE-ME             PIC S9(13)V99 VALUE ZERO.
002760 77  WS-CUR-GAIN                PIC S9(13)V99 VALUE ZERO.
002770 77  WS-TOT-BASE-ORIG           PIC S9(13)V99 VALUE ZERO.
002780 77  WS-TOT-BASE-ME             PIC S9(13)V99 VALUE ZERO.
002790 77  WS-TOT-GAIN                PIC S9(13)V99 VALUE ZERO.
002800 77  WS-POSTED-SUM              PIC S9(13)V99 VALUE ZERO.
002810 77  WS-POST-REC-NO             PIC 9(06) VALUE ZERO.
002820 77  WS-POST-ACCOUNT            PIC X(08) VALUE SPACES.
002830 01  WS-POST-FIELDS.
002840     05 WS-POST-OPERAND-1       PIC S9(9)V99.
002850     05 WS-POST-OPERAND-2       PIC S9(9)V99.
002860     05 WS-POST-RESULTADO       PIC S9(9)V99.
002870*
002880 77  WS-ROWS-USED-CNT           PIC 9(06) COMP VALUE ZERO.
002890 77  WS-ROWS-NORATE-CNT         PIC 9(06) COMP VALUE ZERO.
002900 77  WS-ROWS-FULL-CNT           PIC 9(06) COMP VALUE ZERO.
002910 77  WS-POSTED-CNT              PIC 9(04) COMP VALUE ZERO.
002920 77  WS-NORATE-CNT              PIC 9(04) COMP VALUE ZERO.
002930 77  WS-POST-ERR-CNT            PIC 9(04) COMP VALUE ZERO.
002940 77  WS-CNT-ED                  PIC Z(5)9.
002950 LINKAGE SECTION.
002960     COPY LNKPARMS.
002970 PROCEDURE DIVISION USING LNK-PARMS.
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE
003000         THRU 1000-INITIALIZE-EXIT.
003010     PERFORM 2000-PROCESS-HISTORY
003020         THRU 2000-PROCESS-HISTORY-EXIT
003030         UNTIL WS-EOF.
003040     PERFORM 3000-REVALUAR
003050         THRU 3000-REVALUAR-EXIT.
003060     PERFORM 7000-REGISTRAR-LOTE
003070         THRU 7000-REGISTRAR-LOTE-EXIT.
003080     PERFORM 8000-TERMINATE
003090         THRU 8000-TERMINATE-EXIT.
003100     GOBACK.
003110*
003120******************************************************************
003130* 1000-INITIALIZE - READ THE BUSINESS DATE, ACCEPT THE PERIOD-
003140*                   END DATE, REFUSE A MONTH ALREADY REVALUED,
003150*                   OPEN THE FILES, SETTLE THE POSTING DATE,
003160*                   PRINT THE FIRST PAGE HEADING AND POSITION
003170*                   ON THE MONTH'S FIRST HISTORY ROW.
003180******************************************************************
003190 1000-INITIALIZE.
003200     PERFORM 1250-LEER-FECHA-NEGOCIO
003210         THRU 1250-LEER-FECHA-NEGOCIO-EXIT.
003220     PERFORM 1400-PEDIR-FECHA-CIERRE
003230         THRU 1400-PEDIR-FECHA-CIERRE-EXIT.
003240     PERFORM 1500-VERIFICAR-REGISTRO
003250         THRU 1500-VERIFICAR-REGISTRO-EXIT.
003260     OPEN INPUT RATE-MASTER-FILE.
003270     IF WS-RATE-STATUS NOT = "00"
003280         DISPLAY "Error: no se pudo abrir el maestro de tasas "
003290             "RATEMAST; estado " WS-RATE-STATUS "; no se "
003300             "puede revaluar."
003310         MOVE 8 TO RETURN-CODE
003320         GOBACK
003330     END-IF.
003340     PERFORM 1010-ABRIR-BITACORA
003350         THRU 1010-ABRIR-BITACORA-EXIT.
003360     PERFORM 1100-ABRIR-ARCHIVO-HISTORIAL
003370         THRU 1100-ABRIR-ARCHIVO-HISTORIAL-EXIT.
003380     MOVE WS-BUS-DATE TO WS-HIST-RUN-DATE.
003390     PERFORM 1300-PERIODO-ABIERTO
003400         THRU 1300-PERIODO-ABIERTO-EXIT.
003410     OPEN OUTPUT REPORT-OUT-FILE.
003420     MOVE WS-PEND-DATE      TO RPH-PERIOD-END.
003430     MOVE WS-REVAL-BATCH-ID TO RPH-BATCH-ID.
003440     PERFORM 2900-WRITE-PAGE-HEADING
003450         THRU 2900-WRITE-PAGE-HEADING-EXIT.
003460     MOVE WS-FROM-DATE TO HIST-RUN-DATE.
003470     MOVE ZERO         TO HIST-TRANS-SEQ.
003480     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
003490         INVALID KEY
003500             SET WS-EOF TO TRUE
003510     END-START.
003520     IF NOT WS-EOF
003530         PERFORM 2100-READ-NEXT-HISTORY
003540             THRU 2100-READ-NEXT-HISTORY-EXIT
003550     END-IF.
003560 1000-INITIALIZE-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600* 1010-ABRIR-BITACORA - OPEN THE SHARED AUDIT LOG FOR APPEND,
003610*                       CREATING IT ON FIRST USE AND RETRYING
003620*                       WITH AN OPERATOR MESSAGE WHEN ANOTHER
003630*                       SESSION HOLDS IT, INSTEAD OF ABENDING.
003640******************************************************************
003650 1010-ABRIR-BITACORA.
003660     MOVE ZERO TO WS-OPEN-RETRY-CTR.
003670 1012-INTENTAR-BITACORA.
003680     OPEN EXTEND AUDIT-LOG-FILE.
003690     IF WS-AUDIT-STATUS = "00"
003700         GO TO 1010-ABRIR-BITACORA-EXIT
003710     END-IF.
003720     IF WS-AUDIT-STATUS = "35"
003730         OPEN OUTPUT AUDIT-LOG-FILE
003740         GO TO 1010-ABRIR-BITACORA-EXIT
003750     END-IF.
003760     ADD 1 TO WS-OPEN-RETRY-CTR.
003770     IF WS-OPEN-RETRY-CTR > 30
003780         DISPLAY "Error: AUDITLOG retenido por otra sesion "
003790             "(estado " WS-AUDIT-STATUS "); fin del programa."
003800         MOVE 12 TO RETURN-CODE
003810         GOBACK
003820     END-IF.
003830     DISPLAY "Aviso: AUDITLOG retenido por otra sesion; "
003840         "reintentando."
003850     GO TO 1012-INTENTAR-BITACORA.
003860 1010-ABRIR-BITACORA-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900* 1100-ABRIR-ARCHIVO-HISTORIAL - OPEN THE INDEXED HISTORY FILE
003910*                                FOR UPDATE, RETRYING WHILE
003920*                                ANOTHER SESSION HOLDS IT. A
003930*                                HISTORY FILE THAT DOES NOT
003940*                                EXIST YET HAS NOTHING TO
003950*                                REVALUE AND ENDS THE PROGRAM.
003960******************************************************************
003970 1100-ABRIR-ARCHIVO-HISTORIAL.
003980     MOVE ZERO TO WS-OPEN-RETRY-CTR.
003990 1105-INTENTAR-HISTORIAL.
004000     OPEN I-O HISTORY-FILE.
004010     IF WS-HIST-STATUS = "35"
004020         DISPLAY "Error: no existe el archivo de historial; "
004030             "nada que revaluar."
004040         MOVE 8 TO RETURN-CODE
004050         GOBACK
004060     END-IF.
004070     IF WS-HIST-STATUS NOT = "00"
004080         ADD 1 TO WS-OPEN-RETRY-CTR
004090         IF WS-OPEN-RETRY-CTR > 30
004100             DISPLAY "Error: el archivo de historial esta "
004110                 "retenido por otra sesion (estado "
004120                 WS-HIST-STATUS "); fin del programa."
004130             MOVE 12 TO RETURN-CODE
004140             GOBACK
004150         END-IF
004160         DISPLAY "Aviso: archivo de historial retenido por "
004170             "otra sesion; reintentando."
004180         GO TO 1105-INTENTAR-HISTORIAL
004190     END-IF.
004200 1100-ABRIR-ARCHIVO-HISTORIAL-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240* 1250-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
004250*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
004260*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
004270*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
004280******************************************************************
004290 1250-LEER-FECHA-NEGOCIO.
004300     OPEN INPUT RUN-CTL-FILE.
004310     IF WS-RUNCTL-STATUS = "00"
004320         READ RUN-CTL-FILE
004330             AT END
004340                 CONTINUE
004350             NOT AT END
004360                 IF RCT-TYPE-CONTROL
004370                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
004380                 END-IF
004390         END-READ
004400         CLOSE RUN-CTL-FILE
004410     END-IF.
004420     IF WS-BUS-DATE = ZERO
004430         DISPLAY "Aviso: fecha de negocio no disponible; se "
004440             "usa la fecha del sistema."
004450         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
004460     END-IF.
004470 1250-LEER-FECHA-NEGOCIO-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510* 1300-PERIODO-ABIERTO - OPEN THE PERIOD CALENDAR AND, IF THE
004520*                        POSTING DATE FALLS IN A CLOSED PERIOD,
004530*                        MOVE IT FORWARD TO THE FIRST DAY OF THE
004540*                        NEXT OPEN PERIOD. NO CALENDAR MEANS
004550*                        EVERY PERIOD IS OPEN.
004560******************************************************************
004570 1300-PERIODO-ABIERTO.
004580     OPEN INPUT PERIOD-CAL-FILE.
004590     IF WS-PCAL-STATUS NOT = "00"
004600         GO TO 1300-PERIODO-ABIERTO-EXIT
004610     END-IF.
004620     SET WS-PCAL-FILE-OPEN TO TRUE.
004630     MOVE WS-HIST-RUN-DATE TO WS-PER-CHECK-DATE.
004640     PERFORM 9300-VERIFICAR-PERIODO
004650         THRU 9300-VERIFICAR-PERIODO-EXIT.
004660     IF NOT WS-PER-CLOSED
004670         GO TO 1300-PERIODO-ABIERTO-EXIT
004680     END-IF.
004690     PERFORM 1310-AVANZAR-PERIODO
004700         THRU 1310-AVANZAR-PERIODO-EXIT
004710         UNTIL NOT WS-PER-CLOSED.
004720     DISPLAY "Aviso: la fecha de negocio " WS-HIST-RUN-DATE
004730         " cae en un periodo cerrado; la revaluacion se "
004740         "registra el " WS-PER-CHECK-DATE ".".
004750     MOVE WS-PER-CHECK-DATE TO WS-HIST-RUN-DATE.
004760 1300-PERIODO-ABIERTO-EXIT.
004770     EXIT.
004780*
004790 1310-AVANZAR-PERIODO.
004800     IF WS-PCK-MONTH = 12
004810         ADD 1 TO WS-PCK-YEAR
004820         MOVE 1 TO WS-PCK-MONTH
004830     ELSE
004840         ADD 1 TO WS-PCK-MONTH
004850     END-IF.
004860     MOVE 1 TO WS-PCK-DAY.
004870     PERFORM 9300-VERIFICAR-PERIODO
004880         THRU 9300-VERIFICAR-PERIODO-EXIT.
004890 1310-AVANZAR-PERIODO-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930* 1400-PEDIR-FECHA-CIERRE - ACCEPT AND VALIDATE THE PERIOD-END
004940*                           DATE. ZERO OR BLANK TAKES THE LAST
004950*                           DAY OF THE MONTH BEFORE THE BUSINESS
004960*                           DATE. A DATE AFTER THE BUSINESS DATE
004970*                           IS REFUSED. SETS THE SCAN RANGE AND
004980*                           THE REVALUATION BATCH ID.
004990******************************************************************
005000 1400-PEDIR-FECHA-CIERRE.
005010     DISPLAY "Fecha de cierre a revaluar (AAAAMMDD, 0=fin del "
005020         "mes anterior a la fecha de negocio): ".
005030     ACCEPT WS-ENT-DATE.
005040     IF WS-ENT-DATE = "0" OR WS-ENT-DATE = "00000000"
005050             OR WS-ENT-DATE = SPACES
005060         MOVE WS-BUS-DATE TO WS-PEND-DATE
005070         IF WS-PEND-MONTH = 1
005080             SUBTRACT 1 FROM WS-PEND-YEAR
005090             MOVE 12 TO WS-PEND-MONTH
005100         ELSE
005110             SUBTRACT 1 FROM WS-PEND-MONTH
005120         END-IF
005130         PERFORM 1410-DIAS-DEL-MES
005140             THRU 1410-DIAS-DEL-MES-EXIT
005150         MOVE WS-MONTH-DAYS TO WS-PEND-DAY
005160     ELSE
005170         IF WS-ENT-DATE NOT NUMERIC
005180             DISPLAY "Error: fecha de cierre " WS-ENT-DATE
005190                 " no numerica; ejecucion cancelada."
005200             MOVE 8 TO RETURN-CODE
005210             GOBACK
005220         END-IF
005230         MOVE WS-ENT-DATE TO WS-PEND-DATE
005240         IF WS-PEND-MONTH < 1 OR WS-PEND-MONTH > 12
005250             DISPLAY "Error: fecha de cierre " WS-PEND-DATE
005260                 " no valida; ejecucion cancelada."
005270             MOVE 8 TO RETURN-CODE
005280             GOBACK
005290         END-IF
005300         PERFORM 1410-DIAS-DEL-MES
005310             THRU 1410-DIAS-DEL-MES-EXIT
005320         IF WS-PEND-DAY < 1 OR WS-PEND-DAY > WS-MONTH-DAYS
005330             DISPLAY "Error: fecha de cierre " WS-PEND-DATE
005340                 " no valida; ejecucion cancelada."
005350             MOVE 8 TO RETURN-CODE
005360             GOBACK
005370         END-IF
005380     END-IF.
005390     IF WS-PEND-DATE > WS-BUS-DATE
005400         DISPLAY "Error: la fecha de cierre " WS-PEND-DATE
005410             " es posterior a la fecha de negocio "
005420             WS-BUS-DATE "; ejecucion cancelada."
005430         MOVE 8 TO RETURN-CODE
005440         GOBACK
005450     END-IF.
005460     COMPUTE WS-FROM-DATE = WS-PEND-YEAR * 10000
005470         + WS-PEND-MONTH * 100 + 1.
005480     MOVE WS-PEND-DATE TO WS-TO-DATE.
005490     STRING "FX"                DELIMITED BY SIZE
005500         WS-PEND-DATE(1:6)      DELIMITED BY SIZE
005510         INTO WS-REVAL-BATCH-ID
005520     END-STRING.
005530 1400-PEDIR-FECHA-CIERRE-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570* 1410-DIAS-DEL-MES - SET WS-MONTH-DAYS TO THE NUMBER OF DAYS IN
005580*                     THE MONTH OF WS-PEND-DATE, ALLOWING FOR
005590*                     LEAP YEARS.
005600******************************************************************
005610 1410-DIAS-DEL-MES.
005620     MOVE WS-DIM(WS-PEND-MONTH) TO WS-MONTH-DAYS.
005630     IF WS-PEND-MONTH NOT = 2
005640         GO TO 1410-DIAS-DEL-MES-EXIT
005650     END-IF.
005660     DIVIDE WS-PEND-YEAR BY 4 GIVING WS-LEAP-QUOT
005670         REMAINDER WS-LEAP-REM-4.
005680     DIVIDE WS-PEND-YEAR BY 100 GIVING WS-LEAP-QUOT
005690         REMAINDER WS-LEAP-REM-100.
005700     DIVIDE WS-PEND-YEAR BY 400 GIVING WS-LEAP-QUOT
005710         REMAINDER WS-LEAP-REM-400.
005720     IF WS-LEAP-REM-4 = ZERO
005730             AND (WS-LEAP-REM-100 NOT = ZERO
005740                  OR WS-LEAP-REM-400 = ZERO)
005750         MOVE 29 TO WS-MONTH-DAYS
005760     END-IF.
005770 1410-DIAS-DEL-MES-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810* 1500-VERIFICAR-REGISTRO - REFUSE A MONTH WHOSE REVALUATION
005820*                           BATCH IS ALREADY ON THE PROCESSED-
005830*                           BATCH REGISTER FOR FXREVAL, SO THE
005840*                           SAME DIFFERENCES CANNOT POST TWICE.
005850*                           AN UNOPENABLE REGISTER ALSO STOPS
005860*                           THE RUN, SINCE THE BATCH COULD NOT
005870*                           BE REGISTERED AFTERWARDS.
005880******************************************************************
005890 1500-VERIFICAR-REGISTRO.
005900     OPEN I-O BAT-REG-FILE.
005910     IF WS-BREG-STATUS = "35"
005920         OPEN OUTPUT BAT-REG-FILE
005930         CLOSE BAT-REG-FILE
005940         OPEN I-O BAT-REG-FILE
005950     END-IF.
005960     IF WS-BREG-STATUS NOT = "00"
005970         DISPLAY "Error: no se pudo abrir el registro de lotes "
005980             "BATREG; estado " WS-BREG-STATUS
005990         MOVE 8 TO RETURN-CODE
006000         GOBACK
006010     END-IF.
006020     MOVE WS-REVAL-BATCH-ID TO BREG-BATCH-ID.
006030     MOVE "FXREVAL"         TO BREG-PROGRAM.
006040     READ BAT-REG-FILE
006050         INVALID KEY
006060             CONTINUE
006070         NOT INVALID KEY
006080             DISPLAY "Error: la revaluacion " WS-REVAL-BATCH-ID
006090                 " ya fue registrada el " BREG-BUS-DATE
006100                 "; no se registra de nuevo."
006110             CLOSE BAT-REG-FILE
006120             MOVE 8 TO RETURN-CODE
006130             GOBACK
006140     END-READ.
006150     CLOSE BAT-REG-FILE.
006160 1500-VERIFICAR-REGISTRO-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200* 2000-PROCESS-HISTORY - TAKE ONE FOREIGN-CURRENCY ROW TO BASE
006210*                        AT THE RATE IN EFFECT ON ITS RUN DATE
006220*                        AND ROLL IT INTO ITS CURRENCY AND
006230*                        ACCOUNT BUCKET. BASE-CURRENCY ROWS -
006240*                        AMONG THEM EARLIER REVALUATION
006250*                        POSTINGS - HAVE NOTHING TO RESTATE.
006260******************************************************************
006270 2000-PROCESS-HISTORY.
006280     IF HIST-STATUS-ERROR OR HIST-RESTORED
006290         GO TO 2000-PROCESS-HISTORY-LEER
006300     END-IF.
006310     IF HIST-CURRENCY-CODE = SPACES OR HIST-CURRENCY-CODE = "USD"
006320         GO TO 2000-PROCESS-HISTORY-LEER
006330     END-IF.
006340     MOVE HIST-CURRENCY-CODE TO WS-RATE-CURRENCY.
006350     MOVE HIST-RUN-DATE      TO WS-RATE-DATE.
006360     PERFORM 5000-BUSCAR-TASA
006370         THRU 5000-BUSCAR-TASA-EXIT.
006380     IF NOT WS-RATE-FOUND
006390         ADD 1 TO WS-ROWS-NORATE-CNT
006400         GO TO 2000-PROCESS-HISTORY-LEER
006410     END-IF.
006420     MOVE HIST-CURRENCY-CODE TO WS-ROW-CURRENCY.
006430     IF HIST-ACCOUNT-CODE = SPACES
006440         MOVE "*NOACCT*" TO WS-ROW-ACCOUNT
006450     ELSE
006460         MOVE HIST-ACCOUNT-CODE TO WS-ROW-ACCOUNT
006470     END-IF.
006480     PERFORM 4000-BUSCAR-ENTRADA
006490         THRU 4000-BUSCAR-ENTRADA-EXIT.
006500     IF WS-RVL-SUB = ZERO
006510         ADD 1 TO WS-ROWS-FULL-CNT
006520         GO TO 2000-PROCESS-HISTORY-LEER
006530     END-IF.
006540     COMPUTE WS-ROW-BASE ROUNDED =
006550         HIST-RESULTADO / WS-RATE-VALUE.
006560     ADD HIST-RESULTADO TO WS-RVL-NATIVE(WS-RVL-SUB).
006570     ADD WS-ROW-BASE    TO WS-RVL-BASE-ORIG(WS-RVL-SUB).
006580     ADD 1 TO WS-ROWS-USED-CNT.
006590 2000-PROCESS-HISTORY-LEER.
006600     PERFORM 2100-READ-NEXT-HISTORY
006610         THRU 2100-READ-NEXT-HISTORY-EXIT.
006620 2000-PROCESS-HISTORY-EXIT.
006630     EXIT.
006640*
006650 2100-READ-NEXT-HISTORY.
006660     READ HISTORY-FILE NEXT RECORD
006670         AT END
006680             SET WS-EOF TO TRUE
006690     END-READ.
006700     IF NOT WS-EOF AND HIST-RUN-DATE > WS-TO-DATE
006710         SET WS-EOF TO TRUE
006720     END-IF.
006730 2100-READ-NEXT-HISTORY-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
006780*                           COUNT, PRINT THE TITLE AND COLUMN
006790*                           HEADINGS, AND RESET THE LINE COUNT.
006800******************************************************************
006810 2900-WRITE-PAGE-HEADING.
006820     ADD 1 TO WS-PAGE-CNT.
006830     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
006840     IF WS-PAGE-CNT > 1
006850         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
006860     END-IF.
006870     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
006880     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006890     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
006900     MOVE ZERO TO WS-LINE-CNT.
006910 2900-WRITE-PAGE-HEADING-EXIT.
006920     EXIT.
006930*
006940******************************************************************
006950* 3000-REVALUAR - WALK THE BUCKETS IN CURRENCY AND ACCOUNT
006960*                 ORDER, RESTATE AND PRINT EACH ONE, POSTING
006970*                 ITS DIFFERENCE, WITH A SUBTOTAL AT EACH
006980*                 CHANGE OF CURRENCY AND THE BASE GRAND TOTALS
006990*                 AT THE END.
007000******************************************************************
007010 3000-REVALUAR.
007020     MOVE ZERO TO WS-RVL-SUB.
007030     PERFORM 3100-REVALUAR-ENTRADA
007040         THRU 3100-REVALUAR-ENTRADA-EXIT
007050         UNTIL WS-RVL-SUB NOT < WS-RVL-USED-CNT.
007060     IF WS-PREV-CURRENCY NOT = SPACES
007070         PERFORM 3200-TOTAL-MONEDA
007080             THRU 3200-TOTAL-MONEDA-EXIT
007090     END-IF.
007100     MOVE WS-TOT-BASE-ORIG TO RGT-BASE-ORIG.
007110     MOVE WS-TOT-BASE-ME   TO RGT-BASE-ME.
007120     MOVE WS-TOT-GAIN      TO RGT-GAIN.
007130     MOVE WS-POSTED-CNT    TO RGT-POSTED-CNT.
007140     MOVE WS-NORATE-CNT    TO RGT-NORATE-CNT.
007150     WRITE REPORT-OUT-REC FROM RPT-GRAND-TOTAL-REC.
007160 3000-REVALUAR-EXIT.
007170     EXIT.
007180*
007190******************************************************************
007200* 3100-REVALUAR-ENTRADA - RESTATE ONE CURRENCY AND ACCOUNT AT
007210*                         THE PERIOD-END RATE, POST A NON-ZERO
007220*                         DIFFERENCE AND PRINT THE LINE. A
007230*                         CURRENCY WITH NO RATE IN EFFECT ON
007240*                         THE PERIOD-END DATE IS LISTED AS
007250*                         NO RATE AND LEFT OUT OF THE BASE
007260*                         TOTALS.
007270******************************************************************
007280 3100-REVALUAR-ENTRADA.
007290     ADD 1 TO WS-RVL-SUB.
007300     IF WS-RVL-CURRENCY(WS-RVL-SUB) NOT = WS-PREV-CURRENCY
007310         IF WS-PREV-CURRENCY NOT = SPACES
007320             PERFORM 3200-TOTAL-MONEDA
007330                 THRU 3200-TOTAL-MONEDA-EXIT
007340         END-IF
007350         MOVE WS-RVL-CURRENCY(WS-RVL-SUB) TO WS-PREV-CURRENCY
007360         MOVE ZERO TO WS-CUR-NATIVE
007370         MOVE ZERO TO WS-CUR-BASE-ORIG
007380         MOVE ZERO TO WS-CUR-BASE-ME
007390         MOVE ZERO TO WS-CUR-GAIN
007400         MOVE WS-PREV-CURRENCY TO WS-RATE-CURRENCY
007410         MOVE WS-PEND-DATE     TO WS-RATE-DATE
007420         PERFORM 5000-BUSCAR-TASA
007430             THRU 5000-BUSCAR-TASA-EXIT
007440         MOVE WS-RATE-FOUND-SW TO WS-ME-FOUND-SW
007450         MOVE WS-RATE-VALUE    TO WS-ME-RATE
007460         IF NOT WS-ME-FOUND
007470             DISPLAY "Aviso: sin tasa de " WS-PREV-CURRENCY
007480                 " vigente al " WS-PEND-DATE "; la moneda no "
007490                 "se revalua."
007500         END-IF
007510     END-IF.
007520     IF WS-LINE-CNT NOT < WS-MAX-LINES
007530         PERFORM 2900-WRITE-PAGE-HEADING
007540             THRU 2900-WRITE-PAGE-HEADING-EXIT
007550     END-IF.
007560     MOVE SPACES TO RRL-FLAG.
007570     IF WS-ME-FOUND
007580         COMPUTE WS-BASE-ME ROUNDED =
007590             WS-RVL-NATIVE(WS-RVL-SUB) / WS-ME-RATE
007600         COMPUTE WS-GAIN =
007610             WS-BASE-ME - WS-RVL-BASE-ORIG(WS-RVL-SUB)
007620         IF WS-GAIN NOT = ZERO
007630             PERFORM 6000-REGISTRAR-DIFERENCIA
007640                 THRU 6000-REGISTRAR-DIFERENCIA-EXIT
007650         END-IF
007660         ADD WS-RVL-BASE-ORIG(WS-RVL-SUB) TO WS-CUR-BASE-ORIG
007670         ADD WS-BASE-ME                   TO WS-CUR-BASE-ME
007680         ADD WS-GAIN                      TO WS-CUR-GAIN
007690     ELSE
007700         MOVE ZERO TO WS-BASE-ME
007710         MOVE ZERO TO WS-GAIN
007720         MOVE "NO RATE" TO RRL-FLAG
007730         ADD 1 TO WS-NORATE-CNT
007740     END-IF.
007750     ADD WS-RVL-NATIVE(WS-RVL-SUB) TO WS-CUR-NATIVE.
007760     MOVE WS-RVL-CURRENCY(WS-RVL-SUB)  TO RRL-CURRENCY.
007770     MOVE WS-RVL-ACCOUNT(WS-RVL-SUB)   TO RRL-ACCOUNT.
007780     MOVE WS-RVL-NATIVE(WS-RVL-SUB)    TO RRL-NATIVE.
007790     MOVE WS-ME-RATE                   TO RRL-RATE.
007800     MOVE WS-RVL-BASE-ORIG(WS-RVL-SUB) TO RRL-BASE-ORIG.
007810     MOVE WS-BASE-ME                   TO RRL-BASE-ME.
007820     MOVE WS-GAIN                      TO RRL-GAIN.
007830     WRITE REPORT-OUT-REC FROM RPT-REVAL-LINE-REC.
007840     ADD 1 TO WS-LINE-CNT.
007850 3100-REVALUAR-ENTRADA-EXIT.
007860     EXIT.
007870*
007880******************************************************************
007890* 3200-TOTAL-MONEDA - PRINT THE SUBTOTAL OF THE CURRENCY JUST
007900*                     FINISHED AND ROLL ITS BASE AMOUNTS INTO
007910*                     THE GRAND TOTALS.
007920******************************************************************
007930 3200-TOTAL-MONEDA.
007940     MOVE WS-PREV-CURRENCY TO RRL-CURRENCY.
007950     MOVE "TOTAL"          TO RRL-ACCOUNT.
007960     MOVE WS-CUR-NATIVE    TO RRL-NATIVE.
007970     MOVE WS-ME-RATE       TO RRL-RATE.
007980     MOVE WS-CUR-BASE-ORIG TO RRL-BASE-ORIG.
007990     MOVE WS-CUR-BASE-ME   TO RRL-BASE-ME.
008000     MOVE WS-CUR-GAIN      TO RRL-GAIN.
008010     MOVE SPACES           TO RRL-FLAG.
008020     WRITE REPORT-OUT-REC FROM RPT-REVAL-LINE-REC.
008030     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
008040     ADD 2 TO WS-LINE-CNT.
008050     ADD WS-CUR-BASE-ORIG TO WS-TOT-BASE-ORIG.
008060     ADD WS-CUR-BASE-ME   TO WS-TOT-BASE-ME.
008070     ADD WS-CUR-GAIN      TO WS-TOT-GAIN.
008080 3200-TOTAL-MONEDA-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120* 4000-BUSCAR-ENTRADA - FIND THIS ROW'S CURRENCY AND ACCOUNT IN
008130*                       THE REVALUATION TABLE, OR INSERT IT IN
008140*                       KEY ORDER, AND LEAVE WS-RVL-SUB POINTING
008150*                       AT ITS ENTRY. A FULL TABLE LEAVES
008160*                       WS-RVL-SUB AT ZERO.
008170******************************************************************
008180 4000-BUSCAR-ENTRADA.
008190     MOVE "N" TO WS-RVL-FOUND-SW.
008200     MOVE "N" TO WS-RVL-POS-SW.
008210     MOVE 1 TO WS-RVL-SUB.
008220     PERFORM 4100-COMPARAR-ENTRADA
008230         THRU 4100-COMPARAR-ENTRADA-EXIT
008240         UNTIL WS-RVL-FOUND OR WS-RVL-POS-FOUND
008250             OR WS-RVL-SUB > WS-RVL-USED-CNT.
008260     IF WS-RVL-FOUND
008270         GO TO 4000-BUSCAR-ENTRADA-EXIT
008280     END-IF.
008290     IF WS-RVL-USED-CNT NOT < 200
008300         IF WS-ROWS-FULL-CNT = ZERO
008310             DISPLAY "Aviso: tabla de revaluacion llena; las "
008320                 "filas de monedas y cuentas adicionales no "
008330                 "se revaluan."
008340         END-IF
008350         MOVE ZERO TO WS-RVL-SUB
008360         GO TO 4000-BUSCAR-ENTRADA-EXIT
008370     END-IF.
008380     MOVE WS-RVL-USED-CNT TO WS-SHIFT-SUB.
008390     PERFORM 4200-DESPLAZAR-ENTRADA
008400         THRU 4200-DESPLAZAR-ENTRADA-EXIT
008410         UNTIL WS-SHIFT-SUB < WS-RVL-SUB.
008420     ADD 1 TO WS-RVL-USED-CNT.
008430     MOVE WS-ROW-KEY TO WS-RVL-KEY(WS-RVL-SUB).
008440     MOVE ZERO TO WS-RVL-NATIVE(WS-RVL-SUB).
008450     MOVE ZERO TO WS-RVL-BASE-ORIG(WS-RVL-SUB).
008460 4000-BUSCAR-ENTRADA-EXIT.
008470     EXIT.
008480*
008490 4100-COMPARAR-ENTRADA.
008500     IF WS-RVL-KEY(WS-RVL-SUB) = WS-ROW-KEY
008510         SET WS-RVL-FOUND TO TRUE
008520     ELSE
008530         IF WS-RVL-KEY(WS-RVL-SUB) > WS-ROW-KEY
008540             SET WS-RVL-POS-FOUND TO TRUE
008550         ELSE
008560             ADD 1 TO WS-RVL-SUB
008570         END-IF
008580     END-IF.
008590 4100-COMPARAR-ENTRADA-EXIT.
008600     EXIT.
008610*
008620 4200-DESPLAZAR-ENTRADA.
008630     COMPUTE WS-SHIFT-NEXT = WS-SHIFT-SUB + 1.
008640     MOVE WS-RVL-ENTRY(WS-SHIFT-SUB)
008650         TO WS-RVL-ENTRY(WS-SHIFT-NEXT).
008660     SUBTRACT 1 FROM WS-SHIFT-SUB.
008670 4200-DESPLAZAR-ENTRADA-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 5000-BUSCAR-TASA - FIND THE RATE OF WS-RATE-CURRENCY IN EFFECT
008720*                    ON WS-RATE-DATE (THE LATEST ROW EFFECTIVE
008730*                    ON OR BEFORE IT) AND SET WS-RATE-VALUE AND
008740*                    WS-RATE-FOUND. THE LAST ANSWER IS KEPT,
008750*                    SINCE HISTORY ROWS ARRIVE IN DATE ORDER.
008760******************************************************************
008770 5000-BUSCAR-TASA.
008780     IF WS-RATE-CURRENCY = WS-CACHE-CURRENCY
008790             AND WS-RATE-DATE = WS-CACHE-DATE
008800         MOVE WS-CACHE-FOUND-SW TO WS-RATE-FOUND-SW
008810         MOVE WS-CACHE-RATE     TO WS-RATE-VALUE
008820         GO TO 5000-BUSCAR-TASA-EXIT
008830     END-IF.
008840     MOVE "N"  TO WS-RATE-FOUND-SW.
008850     MOVE ZERO TO WS-RATE-VALUE.
008860     MOVE WS-RATE-CURRENCY TO RATE-CURRENCY-CODE.
008870     MOVE WS-RATE-DATE     TO RATE-EFF-DATE.
008880     START RATE-MASTER-FILE KEY IS NOT GREATER THAN RATE-KEY
008890         INVALID KEY
008900             CONTINUE
008910     END-START.
008920     IF WS-RATE-STATUS = "00"
008930         READ RATE-MASTER-FILE NEXT RECORD
008940             AT END
008950                 CONTINUE
008960             NOT AT END
008970                 IF RATE-CURRENCY-CODE = WS-RATE-CURRENCY
008980                         AND RATE-RATE-USABLE
008990                     SET WS-RATE-FOUND TO TRUE
009000                     MOVE RATE-UNITS-PER-BASE TO WS-RATE-VALUE
009010                 END-IF
009020         END-READ
009030     END-IF.
009040     MOVE WS-RATE-CURRENCY TO WS-CACHE-CURRENCY.
009050     MOVE WS-RATE-DATE     TO WS-CACHE-DATE.
009060     MOVE WS-RATE-FOUND-SW TO WS-CACHE-FOUND-SW.
009070     MOVE WS-RATE-VALUE    TO WS-CACHE-RATE.
009080 5000-BUSCAR-TASA-EXIT.
009090     EXIT.
009100*
009110******************************************************************
009120* 6000-REGISTRAR-DIFERENCIA - POST THE CURRENT BUCKET'S GAIN OR
009130*                             LOSS AS ONE HISTORY ROW AND ONE
009140*                             AUDIT RECORD UNDER THE
009150*                             REVALUATION BATCH, AND SET THE
009160*                             LINE'S STATUS. AN AMOUNT TOO
009170*                             LARGE FOR THE HISTORY LAYOUT IS
009180*                             NOT POSTED.
009190******************************************************************
009200 6000-REGISTRAR-DIFERENCIA.
009210     MOVE "N" TO WS-POST-FAIL-SW.
009220     COMPUTE WS-POST-OPERAND-2 = WS-BASE-ME
009230         ON SIZE ERROR
009240             SET WS-POST-FAILED TO TRUE
009250     END-COMPUTE.
009260     COMPUTE WS-POST-OPERAND-1 = WS-RVL-BASE-ORIG(WS-RVL-SUB)
009270         ON SIZE ERROR
009280             SET WS-POST-FAILED TO TRUE
009290     END-COMPUTE.
009300     COMPUTE WS-POST-RESULTADO = WS-GAIN
009310         ON SIZE ERROR
009320             SET WS-POST-FAILED TO TRUE
009330     END-COMPUTE.
009340     IF WS-POST-FAILED
009350         DISPLAY "Error: importe de revaluacion de "
009360             WS-RVL-CURRENCY(WS-RVL-SUB) "/"
009370             WS-RVL-ACCOUNT(WS-RVL-SUB)
009380             " demasiado grande; no se registra."
009390         GO TO 6000-REGISTRAR-DIFERENCIA-FALLO
009400     END-IF.
009410     IF WS-RVL-ACCOUNT(WS-RVL-SUB) = "*NOACCT*"
009420         MOVE SPACES TO WS-POST-ACCOUNT
009430     ELSE
009440         MOVE WS-RVL-ACCOUNT(WS-RVL-SUB) TO WS-POST-ACCOUNT
009450     END-IF.
009460     ADD 1 TO WS-POST-REC-NO.
009470     ACCEPT WS-TIME-OF-DAY FROM TIME.
009480     PERFORM 9400-ASIGNAR-SECUENCIA
009490         THRU 9400-ASIGNAR-SECUENCIA-EXIT.
009500     PERFORM 9050-CONSTRUIR-TIMESTAMP
009510         THRU 9050-CONSTRUIR-TIMESTAMP-EXIT.
009520     PERFORM 6100-GRABAR-HISTORIAL
009530         THRU 6100-GRABAR-HISTORIAL-EXIT.
009540     IF WS-POST-FAILED
009550         GO TO 6000-REGISTRAR-DIFERENCIA-FALLO
009560     END-IF.
009570     PERFORM 6200-GRABAR-BITACORA
009580         THRU 6200-GRABAR-BITACORA-EXIT.
009590     ADD 1 TO WS-POSTED-CNT.
009600     ADD WS-POST-RESULTADO TO WS-POSTED-SUM.
009610     MOVE "POSTED" TO RRL-FLAG.
009620     GO TO 6000-REGISTRAR-DIFERENCIA-EXIT.
009630 6000-REGISTRAR-DIFERENCIA-FALLO.
009640     MOVE "NOT POSTED" TO RRL-FLAG.
009650     ADD 1 TO WS-POST-ERR-CNT.
009660     SET WS-ANY-ERROR TO TRUE.
009670 6000-REGISTRAR-DIFERENCIA-EXIT.
009680     EXIT.
009690*
009700******************************************************************
009710* 6100-GRABAR-HISTORIAL - WRITE THE REVALUATION ROW (STATUS
009720*                         "0", USD) UNDER THE POSTING DATE,
009730*                         RE-ALLOCATING THE SEQUENCE ON A
009740*                         DUPLICATE KEY LIKE THE CALCULATORS DO.
009750*                         A WRITE THAT STILL FAILS AFTER THE
009760*                         RETRIES SETS WS-POST-FAILED.
009770******************************************************************
009780 6100-GRABAR-HISTORIAL.
009790     MOVE SPACES              TO HIST-REC.
009800     MOVE WS-HIST-RUN-DATE    TO HIST-RUN-DATE.
009810     MOVE WS-HIST-TRANS-SEQ   TO HIST-TRANS-SEQ.
009820     MOVE "FXREVAL"           TO HIST-PROGRAM-NAME.
009830     MOVE LNK-OPERATOR-ID     TO HIST-OPERATOR-ID.
009840     MOVE WS-POST-OPERAND-1   TO HIST-OPERAND-1.
009850     MOVE WS-POST-OPERAND-2   TO HIST-OPERAND-2.
009860     MOVE "S"                 TO HIST-OPERATION.
009870     MOVE WS-POST-RESULTADO   TO HIST-RESULTADO.
009880     SET HIST-STATUS-OK       TO TRUE.
009890     MOVE "USD"               TO HIST-CURRENCY-CODE.
009900     MOVE WS-REVAL-BATCH-ID   TO HIST-SOURCE-BATCH-ID.
009910     MOVE WS-POST-REC-NO      TO HIST-SOURCE-REC-NO.
009920     MOVE WS-POST-ACCOUNT     TO HIST-ACCOUNT-CODE.
009930     MOVE SPACES              TO HIST-SOURCE-BRANCH.
009940     MOVE ZERO                TO HIST-LINK-DATE.
009950     MOVE ZERO                TO HIST-LINK-SEQ.
009960     MOVE ZERO TO WS-WRITE-RETRY-CTR.
009970 6150-INTENTAR-HISTORIAL.
009980     WRITE HIST-REC
009990         INVALID KEY
010000             ADD 1 TO WS-WRITE-RETRY-CTR
010010             IF WS-WRITE-RETRY-CTR NOT > 5
010020                 DISPLAY "Aviso: clave de historial en uso "
010030                     "(estado " WS-HIST-STATUS "); se asigna "
010040                     "otra secuencia y se reintenta."
010050                 PERFORM 9400-ASIGNAR-SECUENCIA
010060                     THRU 9400-ASIGNAR-SECUENCIA-EXIT
010070                 MOVE WS-HIST-TRANS-SEQ TO HIST-TRANS-SEQ
010080                 GO TO 6150-INTENTAR-HISTORIAL
010090             ELSE
010100                 DISPLAY "Error: no se pudo grabar la fila de "
010110                     "revaluacion tras varios reintentos; "
010120                     "estado " WS-HIST-STATUS
010130                 SET WS-POST-FAILED TO TRUE
010140             END-IF
010150     END-WRITE.
010160 6100-GRABAR-HISTORIAL-EXIT.
010170     EXIT.
010180*
010190******************************************************************
010200* 6200-GRABAR-BITACORA - APPEND THE REVALUATION ROW'S AUDIT
010210*                        RECORD (STATUS "0") SO COBOL4 AND
010220*                        ACCTPOST SEE IT WITH THE DAY'S WORK.
010230******************************************************************
010240 6200-GRABAR-BITACORA.
010250     MOVE SPACES              TO AUDIT-LOG-REC.
010260     MOVE WS-RUN-TIMESTAMP    TO AUD-TIMESTAMP.
010270     MOVE "FXREVAL"           TO AUD-PROGRAM-NAME.
010280     MOVE LNK-OPERATOR-ID     TO AUD-OPERATOR-ID.
010290     MOVE WS-POST-OPERAND-1   TO AUD-OPERAND-1.
010300     MOVE WS-POST-OPERAND-2   TO AUD-OPERAND-2.
010310     MOVE "S"                 TO AUD-OPERATION.
010320     MOVE WS-POST-RESULTADO   TO AUD-RESULTADO.
010330     SET AUD-STATUS-OK        TO TRUE.
010340     MOVE "USD"               TO AUD-CURRENCY-CODE.
010350     MOVE WS-REVAL-BATCH-ID   TO AUD-SOURCE-BATCH-ID.
010360     MOVE WS-POST-REC-NO      TO AUD-SOURCE-REC-NO.
010370     MOVE WS-POST-ACCOUNT     TO AUD-ACCOUNT-CODE.
010380     MOVE SPACES              TO AUD-SOURCE-BRANCH.
010382     MOVE WS-HIST-RUN-DATE     TO AUD-HIST-RUN-DATE.
010384     MOVE WS-HIST-TRANS-SEQ    TO AUD-HIST-TRANS-SEQ.
010386     MOVE ZERO                 TO AUD-LINK-DATE.
010388     MOVE ZERO                 TO AUD-LINK-SEQ.
010390     WRITE AUDIT-LOG-REC.
010400 6200-GRABAR-BITACORA-EXIT.
010410     EXIT.
010420*
010430******************************************************************
010440* 7000-REGISTRAR-LOTE - RECORD THE REVALUATION BATCH ON THE
010450*                       PROCESSED-BATCH REGISTER WITH THE SUM
010460*                       POSTED, ONCE ANYTHING HAS POSTED, SO
010470*                       THE MONTH CANNOT BE REVALUED AGAIN.
010480******************************************************************
010490 7000-REGISTRAR-LOTE.
010500     IF WS-POSTED-CNT = ZERO
010510         GO TO 7000-REGISTRAR-LOTE-EXIT
010520     END-IF.
010530     OPEN I-O BAT-REG-FILE.
010540     IF WS-BREG-STATUS NOT = "00"
010550         DISPLAY "Aviso: no se pudo registrar la revaluacion "
010560             WS-REVAL-BATCH-ID "; estado " WS-BREG-STATUS
010570         SET WS-ANY-ERROR TO TRUE
010580         GO TO 7000-REGISTRAR-LOTE-EXIT
010590     END-IF.
010600     MOVE SPACES            TO BREG-REC.
010610     MOVE WS-REVAL-BATCH-ID TO BREG-BATCH-ID.
010620     MOVE "FXREVAL"         TO BREG-PROGRAM.
010630     MOVE WS-HIST-RUN-DATE  TO BREG-BUS-DATE.
010640     MOVE WS-POSTED-SUM     TO BREG-HASH-TOTAL.
010650     MOVE "HISTORY"         TO BREG-SOURCE-FILE.
010660     WRITE BREG-REC
010670         INVALID KEY
010680             DISPLAY "Aviso: no se pudo registrar la "
010690                 "revaluacion " WS-REVAL-BATCH-ID
010700                 "; estado " WS-BREG-STATUS
010710             SET WS-ANY-ERROR TO TRUE
010720     END-WRITE.
010730     CLOSE BAT-REG-FILE.
010740 7000-REGISTRAR-LOTE-EXIT.
010750     EXIT.
010760*
010770******************************************************************
010780* 8000-TERMINATE - REPORT THE COUNTS, CLOSE THE FILES AND SET
010790*                  THE RETURN CODE.
010800******************************************************************
010810 8000-TERMINATE.
010820     MOVE WS-ROWS-USED-CNT TO WS-CNT-ED.
010830     DISPLAY "FXREVAL: filas revaluadas " WS-CNT-ED.
010840     MOVE WS-POSTED-CNT TO WS-CNT-ED.
010850     DISPLAY "FXREVAL: diferencias registradas " WS-CNT-ED
010860         " en el lote " WS-REVAL-BATCH-ID " del "
010870         WS-HIST-RUN-DATE ".".
010880     IF WS-ROWS-NORATE-CNT > ZERO
010890         MOVE WS-ROWS-NORATE-CNT TO WS-CNT-ED
010900         DISPLAY "Aviso: " WS-CNT-ED " fila(s) sin tasa a su "
010910             "fecha quedan fuera de la revaluacion."
010920         SET WS-ANY-ERROR TO TRUE
010930     END-IF.
010940     IF WS-ROWS-FULL-CNT > ZERO
010950         MOVE WS-ROWS-FULL-CNT TO WS-CNT-ED
010960         DISPLAY "Aviso: " WS-CNT-ED " fila(s) no caben en la "
010970             "tabla de revaluacion."
010980         SET WS-ANY-ERROR TO TRUE
010990     END-IF.
011000     IF WS-NORATE-CNT > ZERO
011010         SET WS-ANY-ERROR TO TRUE
011020     END-IF.
011030     CLOSE HISTORY-FILE
011040           RATE-MASTER-FILE
011050           AUDIT-LOG-FILE
011060           REPORT-OUT-FILE.
011070     IF WS-PCAL-FILE-OPEN
011080         CLOSE PERIOD-CAL-FILE
011090     END-IF.
011100     IF WS-ANY-ERROR
011110         MOVE 4 TO RETURN-CODE
011120     ELSE
011130         MOVE 0 TO RETURN-CODE
011140     END-IF.
011150 8000-TERMINATE-EXIT.
011160     EXIT.
011170*
011180******************************************************************
011190* 9050-CONSTRUIR-TIMESTAMP - FORMAT THE POSTING DATE AND TIME OF
011200*                            DAY INTO A DB2-STYLE TIMESTAMP FOR
011210*                            THE AUDIT LOG.
011220******************************************************************
011230 9050-CONSTRUIR-TIMESTAMP.
011240     MOVE WS-HIST-RUN-DATE(1:4)  TO WS-TS-YEAR.
011250     MOVE WS-HIST-RUN-DATE(5:2)  TO WS-TS-MONTH.
011260     MOVE WS-HIST-RUN-DATE(7:2)  TO WS-TS-DAY.
011270     MOVE WS-TIME-OF-DAY(1:2)    TO WS-TS-HOUR.
011280     MOVE WS-TIME-OF-DAY(3:2)    TO WS-TS-MINUTE.
011290     MOVE WS-TIME-OF-DAY(5:2)    TO WS-TS-SECOND.
011300     MOVE WS-TIME-OF-DAY(7:2)    TO WS-TS-HUNDREDTHS.
011310     STRING WS-TS-YEAR       DELIMITED BY SIZE
011320         "-"                 DELIMITED BY SIZE
011330         WS-TS-MONTH         DELIMITED BY SIZE
011340         "-"                 DELIMITED BY SIZE
011350         WS-TS-DAY           DELIMITED BY SIZE
011360         "-"                 DELIMITED BY SIZE
011370         WS-TS-HOUR          DELIMITED BY SIZE
011380         "."                 DELIMITED BY SIZE
011390         WS-TS-MINUTE        DELIMITED BY SIZE
011400         "."                 DELIMITED BY SIZE
011410         WS-TS-SECOND        DELIMITED BY SIZE
011420         "."                 DELIMITED BY SIZE
011430         WS-TS-HUNDREDTHS    DELIMITED BY SIZE
011440         "0000"              DELIMITED BY SIZE
011450         INTO WS-RUN-TIMESTAMP
011460     END-STRING.
011470 9050-CONSTRUIR-TIMESTAMP-EXIT.
011480     EXIT.
011490*
011500******************************************************************
011510* 9300-VERIFICAR-PERIODO - SET WS-PER-CLOSED WHEN THE PERIOD OF
011520*                          WS-PER-CHECK-DATE IS CLOSED ON THE
011530*                          PERIOD CALENDAR.
011540******************************************************************
011550 9300-VERIFICAR-PERIODO.
011560     MOVE "N" TO WS-PER-CLOSED-SW.
011570     IF NOT WS-PCAL-FILE-OPEN
011580         GO TO 9300-VERIFICAR-PERIODO-EXIT
011590     END-IF.
011600     MOVE WS-PER-CHECK-DATE(1:6) TO PCAL-PERIOD.
011610     READ PERIOD-CAL-FILE
011620         INVALID KEY
011630             GO TO 9300-VERIFICAR-PERIODO-EXIT
011640     END-READ.
011650     IF PCAL-CLOSED
011660         SET WS-PER-CLOSED TO TRUE
011670     END-IF.
011680 9300-VERIFICAR-PERIODO-EXIT.
011690     EXIT.
011700*
011710******************************************************************
011720* 9400-ASIGNAR-SECUENCIA - ALLOCATE THE NEXT HIST-TRANS-SEQ FOR
011730*                          THE POSTING DATE THROUGH THE
011740*                          SEQUENCE-CONTROL FILE, OPENED AND
011750*                          CLOSED PER ACCESS SO CONCURRENT
011760*                          SESSIONS SERIALIZE ON THE FILE.
011770******************************************************************
011780 9400-ASIGNAR-SECUENCIA.
011790     PERFORM 9410-ABRIR-SEQ-CTL
011800         THRU 9410-ABRIR-SEQ-CTL-EXIT.
011810     MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE.
011820     READ SEQ-CTL-FILE
011830         INVALID KEY
011840             MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE
011850             MOVE WS-HIST-SEQ-CTR  TO SEQ-LAST-USED
011860             WRITE SEQ-CTL-REC
011870                 INVALID KEY
011880                     CONTINUE
011890             END-WRITE
011900     END-READ.
011910     ADD 1 TO SEQ-LAST-USED.
011920     REWRITE SEQ-CTL-REC
011930         INVALID KEY
011940             DISPLAY "Error: no se pudo regrabar el control "
011950                 "de secuencia; estado " WS-SEQ-STATUS
011960     END-REWRITE.
011970     MOVE SEQ-LAST-USED TO WS-HIST-TRANS-SEQ.
011980     MOVE SEQ-LAST-USED TO WS-HIST-SEQ-CTR.
011990     CLOSE SEQ-CTL-FILE.
012000 9400-ASIGNAR-SECUENCIA-EXIT.
012010     EXIT.
012020*
012030******************************************************************
012040* 9410-ABRIR-SEQ-CTL - OPEN THE SEQUENCE-CONTROL FILE FOR
012050*                      UPDATE, CREATING IT ON FIRST USE AND
012060*                      RETRYING WITH AN OPERATOR MESSAGE WHILE
012070*                      ANOTHER SESSION HOLDS IT.
012080******************************************************************
012090 9410-ABRIR-SEQ-CTL.
012100     MOVE ZERO TO WS-OPEN-RETRY-CTR.
012110 9415-INTENTAR-SEQ-CTL.
012120     OPEN I-O SEQ-CTL-FILE.
012130     IF WS-SEQ-STATUS = "35"
012140         OPEN OUTPUT SEQ-CTL-FILE
012150         CLOSE SEQ-CTL-FILE
012160         OPEN I-O SEQ-CTL-FILE
012170     END-IF.
012180     IF WS-SEQ-STATUS NOT = "00"
012190         ADD 1 TO WS-OPEN-RETRY-CTR
012200         IF WS-OPEN-RETRY-CTR > 50
012210             DISPLAY "Error: el control de secuencia esta "
012220                 "retenido por otra sesion (estado "
012230                 WS-SEQ-STATUS "); fin del programa."
012240             MOVE 12 TO RETURN-CODE
012250             GOBACK
012260         END-IF
012270         DISPLAY "Aviso: control de secuencia retenido por "
012280             "otra sesion; reintentando."
012290         GO TO 9415-INTENTAR-SEQ-CTL
012300     END-IF.
012310 9410-ABRIR-SEQ-CTL-EXIT.
012320     EXIT.
012330 END PROGRAM FXREVAL.
