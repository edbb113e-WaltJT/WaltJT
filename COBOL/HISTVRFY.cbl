000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      HISTORY FILE INTEGRITY VERIFIER. WALKS THE
000160*               INDEXED HISTORY FILE (HISTREC COPYBOOK) FOR AN
000170*               ACCEPTED RANGE OF RUN DATES AND PROVES EACH ROW
000180*               ON ITS OWN, WHERE BALRPT ONLY PROVES THE DAY'S
000190*               COUNTS AND HASH TOTALS AGAINST THE AUDIT LOG:
000200*               - RESULTADO IS RECOMPUTED FROM THE OPERANDS AND
000210*                 THE OPERATION CODE (A, S = OPERAND-2 LESS
000220*                 OPERAND-1, M, D, P, U, I, E, AS THE
000230*                 CALCULATORS DO) AND ROUNDED TO THE CURRENCY'S
000240*                 RATE-DECIMAL-PLACES (RATEREC, DD RATEMAST). A
000250*                 RESULT THE CALCULATORS CONVERTED TO BASE OR TO
000260*                 A TARGET CURRENCY IS PROVED THROUGH THE RATES
000270*                 IN EFFECT ON ITS RUN DATE. ERROR ROWS MUST
000280*                 CARRY A ZERO RESULT; A REVPOST CONTRA ROW MUST
000290*                 RECOMPUTE TO THE NEGATED RESULT.
000300*               - EVERY REVERSED ROW (STATUS "2") AND ITS CONTRA
000310*                 (STATUS "3") MUST POINT AT EACH OTHER THROUGH
000320*                 HIST-LINK-DATE/HIST-LINK-SEQ, AND THE CONTRA
000330*                 MUST CARRY THE NEGATED AMOUNT. A LINK TO A ROW
000340*                 NOT ON FILE IS AN ORPHAN, UNLESS THE TARGET'S
000350*                 PERIOD IS CLOSED ON THE PERIOD CALENDAR
000360*                 (PERCALRC, DD PERCAL), WHEN IT MAY HAVE BEEN
000370*                 ARCHIVED AND IS ONLY A WARNING.
000380*               - A RESTORED ROW (HIST-RESTORED-SW "R") MUST SIT
000390*                 ON A DATE HISTARCH COULD HAVE ARCHIVED: A DATE
000400*                 IN A CLOSED PERIOD WITH NO LIVE ROWS LEFT.
000410*               - A NON-BLANK ACCOUNT OR BRANCH CODE MUST STILL
000420*                 BE ON ITS MASTER (ACCTREC, DD ACCTMAST;
000430*                 BRCHREC, DD BRCHMAST).
000440*               EVERY FINDING IS PRINTED WITH ITS ROW KEY ON THE
000450*               VERIFICATION REPORT (DD VRFYRPT), FOLLOWED BY
000460*               THE COUNTS BY CHECK. ZERO DATES VERIFY FROM THE
000470*               START OF THE FILE THROUGH THE BUSINESS DATE, SO
000480*               THE WEEKLY RUN FROM THE COBOL6 RUN CARDS PROVES
000490*               THE WHOLE FILE. RETURN CODE 0 CONSISTENT, 4
000500*               WARNINGS ONLY, 8 ANY ERROR OR AN UNUSABLE RUN.
000510* TECTONICS:    cobc
000520*
000530* MODIFICATION HISTORY
000540*   2026-10-15  RA  INITIAL VERSION.
000543*   2026-10-15  RA  A RATECORR REPLACEMENT ROW MAY LINK TO THE
000546*                   REVERSED ROW IT REPLACES.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. HISTVRFY.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT HISTORY-FILE ASSIGN TO HISTORY
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS HIST-KEY
000650         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000660             WITH DUPLICATES
000670         FILE STATUS IS WS-HIST-STATUS.
000680     SELECT LINK-HIST-FILE ASSIGN TO HISTORY
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS HLK-KEY
000720         ALTERNATE RECORD KEY IS HLK-OPERATOR-ID
000730             WITH DUPLICATES
000740         FILE STATUS IS WS-HLK-STATUS.
000750     SELECT RATE-MASTER-FILE ASSIGN TO RATEMAST
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS RATE-KEY
000790         FILE STATUS IS WS-RATE-STATUS.
000800     SELECT ACCT-MASTER-FILE ASSIGN TO ACCTMAST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ACCT-CODE
000840         FILE STATUS IS WS-ACCT-STATUS.
000850     SELECT BRCH-MASTER-FILE ASSIGN TO BRCHMAST
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS BRCH-ID
000890         FILE STATUS IS WS-BRCH-STATUS.
000900     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS PCAL-PERIOD
000940         FILE STATUS IS WS-PCAL-STATUS.
000950     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RUNCTL-STATUS.
000980     SELECT REPORT-OUT-FILE ASSIGN TO VRFYRPT
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  HISTORY-FILE.
001030     COPY HISTREC.
001040 FD  LINK-HIST-FILE.
001050     COPY HISTREC REPLACING LEADING ==HIST== BY ==HLK==.
001060 FD  RATE-MASTER-FILE.
001070     COPY RATEREC.
001080 FD  ACCT-MASTER-FILE.
001090     COPY ACCTREC.
001100 FD  BRCH-MASTER-FILE.
001110     COPY BRCHREC.
001120 FD  PERIOD-CAL-FILE.
001130     COPY PERCALRC.
001140 FD  RUN-CTL-FILE
001150     RECORDING MODE IS F.
001160     COPY RUNCTLRC.
001170 FD  REPORT-OUT-FILE
001180     RECORDING MODE IS F.
001190 01  REPORT-OUT-REC             PIC X(132).
001200 WORKING-STORAGE SECTION.
001210*
001220 01  RPT-PAGE-HEADER-REC.
001230     05 FILLER                  PIC X(33)
001240            VALUE "HISTVRFY HISTORY INTEGRITY CHECK".
001250     05 FILLER                  PIC X(06) VALUE " FROM ".
001260     05 RPH-FROM-DATE           PIC 9(08).
001270     05 FILLER                  PIC X(04) VALUE " TO ".
001280     05 RPH-TO-DATE             PIC 9(08).
001290     05 FILLER                  PIC X(10) VALUE SPACES.
001300     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001310     05 RPH-PAGE-NO             PIC ZZ9.
001320     05 FILLER                  PIC X(52) VALUE SPACES.
001330 01  RPT-COLUMN-HEADER-REC.
001340     05 FILLER                  PIC X(09) VALUE "RUN DATE".
001350     05 FILLER                  PIC X(09) VALUE "SEQUENCE".
001360     05 FILLER                  PIC X(11) VALUE "PROGRAM".
001370     05 FILLER                  PIC X(03) VALUE "ST".
001380     05 FILLER                  PIC X(04) VALUE "CUR".
001390     05 FILLER                  PIC X(02) VALUE "S".
001400     05 FILLER                  PIC X(31) VALUE "FINDING".
001410     05 FILLER                  PIC X(63) VALUE "DETAIL".
001420 01  RPT-FINDING-REC.
001430     05 RFL-DATE                PIC 9(08).
001440     05 FILLER                  PIC X(01) VALUE SPACE.
001450     05 RFL-SEQ                 PIC 9(08).
001460     05 FILLER                  PIC X(01) VALUE SPACE.
001470     05 RFL-PROGRAM             PIC X(10).
001480     05 FILLER                  PIC X(01) VALUE SPACE.
001490     05 RFL-STATUS              PIC X(01).
001500     05 FILLER                  PIC X(02) VALUE SPACES.
001510     05 RFL-CURRENCY            PIC X(03).
001520     05 FILLER                  PIC X(01) VALUE SPACE.
001530     05 RFL-SEVERITY            PIC X(01).
001540         88 RFL-ERROR                     VALUE "E".
001550         88 RFL-WARNING                   VALUE "W".
001560     05 FILLER                  PIC X(01) VALUE SPACE.
001570     05 RFL-FINDING             PIC X(30).
001580     05 FILLER                  PIC X(01) VALUE SPACE.
001590     05 RFL-DETAIL              PIC X(63).
001600 01  WS-AMT-DETAIL.
001610     05 FILLER                  PIC X(07) VALUE "STORED=".
001620     05 WAD-STORED              PIC -9(11).99.
001630     05 FILLER                  PIC X(10) VALUE " EXPECTED=".
001640     05 WAD-EXPECTED            PIC -9(11).99.
001650     05 FILLER                  PIC X(16) VALUE SPACES.
001660 01  WS-LINK-DETAIL.
001670     05 FILLER                  PIC X(05) VALUE "LINK=".
001680     05 WLD-DATE                PIC 9(08).
001690     05 FILLER                  PIC X(01) VALUE "/".
001700     05 WLD-SEQ                 PIC 9(08).
001710     05 FILLER                  PIC X(15)
001720            VALUE " LINKED STATUS=".
001730     05 WLD-STATUS              PIC X(01).
001740     05 FILLER                  PIC X(11) VALUE " RESULTADO=".
001750     05 WLD-RESULT              PIC -9(9).99.
001760     05 FILLER                  PIC X(01) VALUE SPACE.
001770 01  WS-CODE-DETAIL.
001780     05 FILLER                  PIC X(05) VALUE "CODE=".
001790     05 WCD-CODE                PIC X(08).
001800     05 FILLER                  PIC X(50) VALUE SPACES.
001810 01  RPT-COUNT-REC.
001820     05 RCL-LABEL               PIC X(40).
001830     05 RCL-COUNT               PIC Z(7)9.
001840     05 FILLER                  PIC X(84) VALUE SPACES.
001850 01  RPT-NOTE-REC.
001860     05 RNL-TEXT                PIC X(60).
001870     05 FILLER                  PIC X(72) VALUE SPACES.
001880 01  RPT-SUMMARY-REC.
001890     05 FILLER                  PIC X(16)
001900            VALUE "OVERALL VERDICT=".
001910     05 RPT-SUM-VERDICT         PIC X(14).
001920     05 FILLER                  PIC X(102) VALUE SPACES.
001930 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001940*
001950 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001960 77  WS-HLK-STATUS              PIC X(02) VALUE SPACES.
001970 77  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
001980 77  WS-ACCT-STATUS             PIC X(02) VALUE SPACES.
001990 77  WS-BRCH-STATUS             PIC X(02) VALUE SPACES.
002000 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
002010 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
002020 77  WS-EOF-SW                  PIC X(01) VALUE "N".
002030     88 WS-EOF                            VALUE "Y".
002040 77  WS-RATE-FILE-SW            PIC X(01) VALUE "N".
002050     88 WS-RATE-FILE-OPEN                 VALUE "Y".
002060 77  WS-ACCT-FILE-SW            PIC X(01) VALUE "N".
002070     88 WS-ACCT-FILE-OPEN                 VALUE "Y".
002080 77  WS-BRCH-FILE-SW            PIC X(01) VALUE "N".
002090     88 WS-BRCH-FILE-OPEN                 VALUE "Y".
002100 77  WS-PCAL-FILE-SW            PIC X(01) VALUE "N".
002110     88 WS-PCAL-FILE-OPEN                 VALUE "Y".
002120 77  WS-ANY-ERROR-SW            PIC X(01) VALUE "N".
002130     88 WS-ANY-ERROR                      VALUE "Y".
002140 77  WS-ANY-WARNING-SW          PIC X(01) VALUE "N".
002150     88 WS-ANY-WARNING                    VALUE "Y".
002160 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
002170 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
002180 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002190 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002200 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002210*
002220 77  WS-CNT-READ                PIC 9(08) COMP VALUE ZERO.
002230 77  WS-CNT-PROVED              PIC 9(08) COMP VALUE ZERO.
002240 77  WS-CNT-CONVERTED           PIC 9(08) COMP VALUE ZERO.
002250 77  WS-CNT-MISMATCH            PIC 9(08) COMP VALUE ZERO.
002260 77  WS-CNT-ERR-RESULT          PIC 9(08) COMP VALUE ZERO.
002270 77  WS-CNT-BAD-OP              PIC 9(08) COMP VALUE ZERO.
002280 77  WS-CNT-NO-LINK             PIC 9(08) COMP VALUE ZERO.
002290 77  WS-CNT-ORPHAN              PIC 9(08) COMP VALUE ZERO.
002300 77  WS-CNT-ARCH-LINK           PIC 9(08) COMP VALUE ZERO.
002310 77  WS-CNT-NOT-RECIP           PIC 9(08) COMP VALUE ZERO.
002320 77  WS-CNT-NOT-NEGATED         PIC 9(08) COMP VALUE ZERO.
002330 77  WS-CNT-RESTORED            PIC 9(08) COMP VALUE ZERO.
002340 77  WS-CNT-ACCT                PIC 9(08) COMP VALUE ZERO.
002350 77  WS-CNT-BRCH                PIC 9(08) COMP VALUE ZERO.
002360 77  WS-CNT-ERRORS              PIC 9(08) COMP VALUE ZERO.
002370 77  WS-CNT-WARNINGS            PIC 9(08) COMP VALUE ZERO.
002380*
002390 77  WS-VRF-CUR                 PIC X(03) VALUE SPACES.
002400 77  WS-VRF-DP                  PIC 9(01) VALUE 2.
002410 77  WS-VRF-LONG                PIC S9(13)V9(4) VALUE ZERO.
002420 77  WS-VRF-QUOT                PIC S9(09) VALUE ZERO.
002430 77  WS-VRF-EXP                 PIC S9(04) COMP VALUE ZERO.
002440 77  WS-VRF-VALUE               PIC S9(11)V99 VALUE ZERO.
002450 77  WS-VRF-BASE                PIC S9(11)V99 VALUE ZERO.
002460 77  WS-VRF-ENTERO              PIC S9(13) VALUE ZERO.
002470 77  WS-VRF-EXPECTED            PIC S9(11)V99 VALUE ZERO.
002480 77  WS-VRF-CAND-SUB            PIC 9(01) COMP VALUE ZERO.
002490 01  WS-VRF-CAND-TABLE.
002500     05 WS-VRF-CAND             PIC S9(11)V99 OCCURS 3 TIMES.
002510 77  WS-VRF-CALC-SW             PIC X(01) VALUE "N".
002520     88 WS-VRF-CALC-FAILED                VALUE "Y".
002530 77  WS-VRF-BAD-OP-SW           PIC X(01) VALUE "N".
002540     88 WS-VRF-BAD-OP                     VALUE "Y".
002550 77  WS-VRF-MATCH-SW            PIC X(01) VALUE "N".
002560     88 WS-VRF-MATCH                      VALUE "Y".
002570 77  WS-VRF-TGT-RATE            PIC 9(03)V9999 VALUE ZERO.
002580 77  WS-VRF-SRC-RATE            PIC 9(03)V9999 VALUE ZERO.
002590*
002600 77  WS-RTL-CUR                 PIC X(03) VALUE SPACES.
002610 77  WS-RTL-RATE                PIC 9(03)V9999 VALUE ZERO.
002620 77  WS-RTL-FOUND-SW            PIC X(01) VALUE "N".
002630     88 WS-RTL-FOUND                      VALUE "Y".
002640 77  WS-RATE-EOF-SW             PIC X(01) VALUE "N".
002650     88 WS-RATE-EOF                       VALUE "Y".
002660 77  WS-CURR-SUB                PIC 9(03) COMP VALUE ZERO.
002670 77  WS-CURR-USED               PIC 9(03) COMP VALUE ZERO.
002680 77  WS-CURR-FULL-SW            PIC X(01) VALUE "N".
002690     88 WS-CURR-FULL                      VALUE "Y".
002700 01  WS-CURR-TABLE.
002710     05 WS-CURR-ENTRY           OCCURS 50 TIMES.
002720         10 WS-CURR-CODE        PIC X(03).
002730         10 WS-CURR-DP          PIC 9(01).
002740*
002750 77  WS-ROW-LINK-DATE           PIC 9(08) VALUE ZERO.
002760 77  WS-ROW-LINK-SEQ            PIC 9(08) VALUE ZERO.
002770 77  WS-HLK-LINK-DATE           PIC 9(08) VALUE ZERO.
002780 77  WS-HLK-LINK-SEQ            PIC 9(08) VALUE ZERO.
002790 77  WS-WANT-STATUS             PIC X(01) VALUE SPACE.
002800 77  WS-NET-AMOUNT              PIC S9(11)V99 VALUE ZERO.
002810*
002820 77  WS-PCAL-LOOKUP-DATE        PIC 9(08) VALUE ZERO.
002830 77  WS-PCAL-CACHE-PERIOD       PIC 9(06) VALUE ZERO.
002840 77  WS-PER-CLOSED-SW           PIC X(01) VALUE "N".
002850     88 WS-PER-CLOSED                     VALUE "Y".
002860 77  WS-RST-DATE                PIC 9(08) VALUE ZERO.
002870 77  WS-RST-LIVE-SW             PIC X(01) VALUE "N".
002880     88 WS-RST-DATE-LIVE                  VALUE "Y".
002890 77  WS-RST-SCAN-SW             PIC X(01) VALUE "N".
002900     88 WS-RST-SCAN-END                   VALUE "Y".
002910 77  WS-UNARCHIVED-SW           PIC X(01) VALUE "N".
002920     88 WS-UNARCHIVED                     VALUE "Y".
002930 77  WS-LAST-ACCT               PIC X(08) VALUE SPACES.
002940 77  WS-LAST-ACCT-SW            PIC X(01) VALUE "Y".
002950     88 WS-LAST-ACCT-FOUND                VALUE "Y".
002960 77  WS-LAST-BRCH               PIC X(04) VALUE SPACES.
002970 77  WS-LAST-BRCH-SW            PIC X(01) VALUE "Y".
002980     88 WS-LAST-BRCH-FOUND                VALUE "Y".
002990 PROCEDURE DIVISION.
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-INITIALIZE-EXIT.
003030     PERFORM 2000-VERIFICAR-FILA
003040         THRU 2000-VERIFICAR-FILA-EXIT
003050         UNTIL WS-EOF.
003060     PERFORM 8000-TERMINATE
003070         THRU 8000-TERMINATE-EXIT.
003080     GOBACK.
003090*
003100******************************************************************
003110* 1000-INITIALIZE - ACCEPT THE RANGE OF RUN DATES (ZERO FROM
003120*                   TAKES THE START OF THE FILE, ZERO TO TAKES
003130*                   THE BUSINESS DATE), OPEN THE FILES, LOAD THE
003140*                   CURRENCY DECIMALS AND POSITION ON THE FIRST
003150*                   ROW OF THE RANGE.
003160******************************************************************
003170 1000-INITIALIZE.
003180     DISPLAY "Fecha desde (AAAAMMDD, 0=inicio del archivo): ".
003190     ACCEPT WS-FROM-DATE.
003200     IF WS-FROM-DATE NOT NUMERIC
003210         MOVE ZERO TO WS-FROM-DATE
003220     END-IF.
003230     DISPLAY "Fecha hasta (AAAAMMDD, 0=fecha de negocio): ".
003240     ACCEPT WS-TO-DATE.
003250     IF WS-TO-DATE NOT NUMERIC
003260         MOVE ZERO TO WS-TO-DATE
003270     END-IF.
003280     IF WS-TO-DATE = ZERO
003290         PERFORM 1050-LEER-FECHA-NEGOCIO
003300             THRU 1050-LEER-FECHA-NEGOCIO-EXIT
003310     END-IF.
003320     IF WS-FROM-DATE > WS-TO-DATE
003330         DISPLAY "Error: la fecha desde " WS-FROM-DATE
003340             " es posterior a la fecha hasta " WS-TO-DATE
003350             "; ejecucion cancelada."
003360         MOVE 8 TO RETURN-CODE
003370         GOBACK
003380     END-IF.
003390     OPEN INPUT HISTORY-FILE.
003400     IF WS-HIST-STATUS NOT = "00"
003410         DISPLAY "Error: no se pudo abrir el archivo de "
003420             "historial; estado " WS-HIST-STATUS
003430         MOVE 8 TO RETURN-CODE
003440         GOBACK
003450     END-IF.
003460     OPEN INPUT LINK-HIST-FILE.
003470     IF WS-HLK-STATUS NOT = "00"
003480         DISPLAY "Error: no se pudo abrir el archivo de "
003490             "historial para los enlaces; estado " WS-HLK-STATUS
003500         CLOSE HISTORY-FILE
003510         MOVE 8 TO RETURN-CODE
003520         GOBACK
003530     END-IF.
003540     OPEN INPUT RATE-MASTER-FILE.
003550     IF WS-RATE-STATUS = "00"
003560         SET WS-RATE-FILE-OPEN TO TRUE
003570         PERFORM 1200-CARGAR-MONEDAS
003580             THRU 1200-CARGAR-MONEDAS-EXIT
003590     ELSE
003600         DISPLAY "Aviso: no se pudo abrir el maestro de tasas "
003610             "(estado " WS-RATE-STATUS "); se usan dos "
003620             "decimales y no se prueban conversiones."
003630         SET WS-ANY-WARNING TO TRUE
003640     END-IF.
003650     OPEN INPUT ACCT-MASTER-FILE.
003660     IF WS-ACCT-STATUS = "00"
003670         SET WS-ACCT-FILE-OPEN TO TRUE
003680     ELSE
003690         DISPLAY "Aviso: no se pudo abrir el maestro de cuentas "
003700             "(estado " WS-ACCT-STATUS "); no se verifican "
003710             "las cuentas."
003720         SET WS-ANY-WARNING TO TRUE
003730     END-IF.
003740     OPEN INPUT BRCH-MASTER-FILE.
003750     IF WS-BRCH-STATUS = "00"
003760         SET WS-BRCH-FILE-OPEN TO TRUE
003770     ELSE
003780         DISPLAY "Aviso: no se pudo abrir el maestro de "
003790             "sucursales (estado " WS-BRCH-STATUS "); no se "
003800             "verifican las sucursales."
003810         SET WS-ANY-WARNING TO TRUE
003820     END-IF.
003830     OPEN INPUT PERIOD-CAL-FILE.
003840     IF WS-PCAL-STATUS = "00"
003850         SET WS-PCAL-FILE-OPEN TO TRUE
003860     ELSE
003870         DISPLAY "Aviso: no se pudo abrir el calendario de "
003880             "periodos (estado " WS-PCAL-STATUS "); todos los "
003890             "periodos se tratan como abiertos."
003900         SET WS-ANY-WARNING TO TRUE
003910     END-IF.
003920     OPEN OUTPUT REPORT-OUT-FILE.
003930     MOVE WS-FROM-DATE TO RPH-FROM-DATE.
003940     MOVE WS-TO-DATE   TO RPH-TO-DATE.
003950     PERFORM 2900-WRITE-PAGE-HEADING
003960         THRU 2900-WRITE-PAGE-HEADING-EXIT.
003970     MOVE WS-FROM-DATE TO HIST-RUN-DATE.
003980     MOVE ZERO         TO HIST-TRANS-SEQ.
003990     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004000         INVALID KEY
004010             SET WS-EOF TO TRUE
004020     END-START.
004030     IF NOT WS-EOF
004040         PERFORM 2100-READ-NEXT-HISTORY
004050             THRU 2100-READ-NEXT-HISTORY-EXIT
004060     END-IF.
004070 1000-INITIALIZE-EXIT.
004080     EXIT.
004090*
004100******************************************************************
004110* 1050-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
004120*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
004130*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
004140*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
004150******************************************************************
004160 1050-LEER-FECHA-NEGOCIO.
004170     OPEN INPUT RUN-CTL-FILE.
004180     IF WS-RUNCTL-STATUS = "00"
004190         READ RUN-CTL-FILE
004200             AT END
004210                 CONTINUE
004220             NOT AT END
004230                 IF RCT-TYPE-CONTROL
004240                     MOVE RCT-BUSINESS-DATE TO WS-TO-DATE
004250                 END-IF
004260         END-READ
004270         CLOSE RUN-CTL-FILE
004280     END-IF.
004290     IF WS-TO-DATE = ZERO
004300         DISPLAY "Aviso: fecha de negocio no disponible; se "
004310             "usa la fecha del sistema."
004320         ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
004330     END-IF.
004340 1050-LEER-FECHA-NEGOCIO-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 1200-CARGAR-MONEDAS - READ THE RATE MASTER ONCE, FRONT TO BACK,
004390*                       INTO A TABLE OF CURRENCY CODES WITH THE
004400*                       DECIMAL PLACES OF EACH CODE'S LATEST ROW
004410*                       (2 WHEN THE ROW PREDATES THE ATTRIBUTE),
004420*                       AS THE CALCULATORS TAKE THEM.
004430******************************************************************
004440 1200-CARGAR-MONEDAS.
004450     MOVE LOW-VALUES TO RATE-KEY.
004460     START RATE-MASTER-FILE KEY IS NOT LESS THAN RATE-KEY
004470         INVALID KEY
004480             SET WS-RATE-EOF TO TRUE
004490     END-START.
004500     PERFORM 1210-CARGAR-MONEDA
004510         THRU 1210-CARGAR-MONEDA-EXIT
004520         UNTIL WS-RATE-EOF.
004530     IF WS-CURR-FULL
004540         DISPLAY "Aviso: mas de 50 monedas en el maestro de "
004550             "tasas; las restantes se tratan con dos decimales."
004560     END-IF.
004570 1200-CARGAR-MONEDAS-EXIT.
004580     EXIT.
004590*
004600 1210-CARGAR-MONEDA.
004610     READ RATE-MASTER-FILE NEXT RECORD
004620         AT END
004630             SET WS-RATE-EOF TO TRUE
004640             GO TO 1210-CARGAR-MONEDA-EXIT
004650     END-READ.
004660     IF WS-CURR-USED = ZERO
004670         OR RATE-CURRENCY-CODE NOT = WS-CURR-CODE(WS-CURR-USED)
004680         IF WS-CURR-USED NOT < 50
004690             SET WS-CURR-FULL TO TRUE
004700             GO TO 1210-CARGAR-MONEDA-EXIT
004710         END-IF
004720         ADD 1 TO WS-CURR-USED
004730         MOVE RATE-CURRENCY-CODE TO WS-CURR-CODE(WS-CURR-USED)
004740         MOVE 2 TO WS-CURR-DP(WS-CURR-USED)
004750     END-IF.
004760     IF RATE-DECIMAL-PLACES NUMERIC
004770             AND RATE-DECIMAL-PLACES NOT > 2
004780         MOVE RATE-DECIMAL-PLACES TO WS-CURR-DP(WS-CURR-USED)
004790     ELSE
004800         MOVE 2 TO WS-CURR-DP(WS-CURR-USED)
004810     END-IF.
004820 1210-CARGAR-MONEDA-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860* 2000-VERIFICAR-FILA - RUN EVERY CHECK AGAINST ONE ROW, THEN
004870*                       READ THE NEXT ROW OF THE RANGE.
004880******************************************************************
004890 2000-VERIFICAR-FILA.
004900     ADD 1 TO WS-CNT-READ.
004910     PERFORM 3000-VERIFICAR-RESULTADO
004920         THRU 3000-VERIFICAR-RESULTADO-EXIT.
004930     PERFORM 4000-VERIFICAR-ENLACE
004940         THRU 4000-VERIFICAR-ENLACE-EXIT.
004950     PERFORM 4500-VERIFICAR-RESTAURADA
004960         THRU 4500-VERIFICAR-RESTAURADA-EXIT.
004970     PERFORM 4600-VERIFICAR-CODIGOS
004980         THRU 4600-VERIFICAR-CODIGOS-EXIT.
004990     PERFORM 2100-READ-NEXT-HISTORY
005000         THRU 2100-READ-NEXT-HISTORY-EXIT.
005010 2000-VERIFICAR-FILA-EXIT.
005020     EXIT.
005030*
005040 2100-READ-NEXT-HISTORY.
005050     READ HISTORY-FILE NEXT RECORD
005060         AT END
005070             SET WS-EOF TO TRUE
005080     END-READ.
005090     IF NOT WS-EOF AND HIST-RUN-DATE > WS-TO-DATE
005100         SET WS-EOF TO TRUE
005110     END-IF.
005120 2100-READ-NEXT-HISTORY-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
005170*                           COUNT, PRINT THE TITLE AND COLUMN
005180*                           HEADINGS, AND RESET THE LINE COUNT.
005190******************************************************************
005200 2900-WRITE-PAGE-HEADING.
005210     ADD 1 TO WS-PAGE-CNT.
005220     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
005230     IF WS-PAGE-CNT > 1
005240         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
005250     END-IF.
005260     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
005270     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
005280     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
005290     MOVE ZERO TO WS-LINE-CNT.
005300 2900-WRITE-PAGE-HEADING-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340* 3000-VERIFICAR-RESULTADO - PROVE THE ROW'S RESULTADO. AN ERROR
005350*                            ROW MUST CARRY ZERO. ANY OTHER ROW
005360*                            IS RECOMPUTED AND COMPARED IN ITS
005370*                            OWN CURRENCY, THEN, FAILING THAT,
005380*                            AS A CONVERTED RESULT. A CONTRA ROW
005390*                            IS COMPARED NEGATED.
005400******************************************************************
005410 3000-VERIFICAR-RESULTADO.
005420     IF HIST-STATUS-ERROR
005430         IF HIST-RESULTADO NOT = ZERO
005440             ADD 1 TO WS-CNT-ERR-RESULT
005450             SET RFL-ERROR TO TRUE
005460             MOVE "ERROR ROW WITH A RESULT" TO RFL-FINDING
005470             MOVE HIST-RESULTADO TO WAD-STORED
005480             MOVE ZERO           TO WAD-EXPECTED
005490             MOVE WS-AMT-DETAIL  TO RFL-DETAIL
005500             PERFORM 7000-ESCRIBIR-HALLAZGO
005510                 THRU 7000-ESCRIBIR-HALLAZGO-EXIT
005520         END-IF
005530         GO TO 3000-VERIFICAR-RESULTADO-EXIT
005540     END-IF.
005550     IF HIST-CURRENCY-CODE = SPACES
005560         MOVE "USD" TO WS-VRF-CUR
005570     ELSE
005580         MOVE HIST-CURRENCY-CODE TO WS-VRF-CUR
005590     END-IF.
005600     IF HIST-STATUS-REVERSAL
005610         COMPUTE WS-VRF-EXPECTED = ZERO - HIST-RESULTADO
005620     ELSE
005630         MOVE HIST-RESULTADO TO WS-VRF-EXPECTED
005640     END-IF.
005650     PERFORM 3100-RECALCULAR
005660         THRU 3100-RECALCULAR-EXIT.
005670     IF WS-VRF-BAD-OP
005680         ADD 1 TO WS-CNT-BAD-OP
005690         SET RFL-ERROR TO TRUE
005700         MOVE "INVALID OPERATION CODE" TO RFL-FINDING
005710         MOVE SPACES TO RFL-DETAIL
005720         MOVE "OPERATION=" TO RFL-DETAIL(1:10)
005730         MOVE HIST-OPERATION TO RFL-DETAIL(11:1)
005740         PERFORM 7000-ESCRIBIR-HALLAZGO
005750             THRU 7000-ESCRIBIR-HALLAZGO-EXIT
005760         GO TO 3000-VERIFICAR-RESULTADO-EXIT
005770     END-IF.
005780     MOVE "N" TO WS-VRF-MATCH-SW.
005790     IF NOT WS-VRF-CALC-FAILED
005800         PERFORM 3500-BUSCAR-DECIMALES
005810             THRU 3500-BUSCAR-DECIMALES-EXIT
005820         MOVE ZERO TO WS-VRF-CAND-SUB
005830         PERFORM 3200-PROBAR-CANDIDATO
005840             THRU 3200-PROBAR-CANDIDATO-EXIT
005850             UNTIL WS-VRF-MATCH OR WS-VRF-CAND-SUB NOT < 3
005860         IF WS-VRF-MATCH
005870             ADD 1 TO WS-CNT-PROVED
005880             GO TO 3000-VERIFICAR-RESULTADO-EXIT
005890         END-IF
005900         PERFORM 3300-PROBAR-CONVERSION
005910             THRU 3300-PROBAR-CONVERSION-EXIT
005920         IF WS-VRF-MATCH
005930             ADD 1 TO WS-CNT-PROVED
005940             ADD 1 TO WS-CNT-CONVERTED
005950             GO TO 3000-VERIFICAR-RESULTADO-EXIT
005960         END-IF
005970     END-IF.
005980     ADD 1 TO WS-CNT-MISMATCH.
005990     SET RFL-ERROR TO TRUE.
006000     MOVE "RESULT DOES NOT RECOMPUTE" TO RFL-FINDING.
006010     MOVE HIST-RESULTADO TO WAD-STORED.
006020     IF WS-VRF-CALC-FAILED
006030         MOVE ZERO TO WAD-EXPECTED
006040     ELSE
006050         MOVE WS-VRF-CAND(1) TO WS-VRF-VALUE
006060         PERFORM 3400-AJUSTAR-DECIMALES
006070             THRU 3400-AJUSTAR-DECIMALES-EXIT
006080         IF HIST-STATUS-REVERSAL
006090             COMPUTE WAD-EXPECTED = ZERO - WS-VRF-VALUE
006100         ELSE
006110             MOVE WS-VRF-VALUE TO WAD-EXPECTED
006120         END-IF
006130     END-IF.
006140     MOVE WS-AMT-DETAIL TO RFL-DETAIL.
006150     PERFORM 7000-ESCRIBIR-HALLAZGO
006160         THRU 7000-ESCRIBIR-HALLAZGO-EXIT.
006170 3000-VERIFICAR-RESULTADO-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210* 3100-RECALCULAR - RECOMPUTE THE OPERATION THE WAY THE
006220*                   CALCULATORS DO, INTO THREE CANDIDATE
006230*                   TWO-DECIMAL RESULTS: ROUNDED DIRECTLY (COBOL1,
006240*                   COBOL3, LOOPTRANS), AND ROUNDED OR TRUNCATED
006250*                   FROM THE FOUR-DECIMAL INTERMEDIATE (OPCTRANS
006260*                   AND ITS PER-RECORD ROUNDING MODE). A ZERO
006270*                   DIVISOR, A NEGATIVE EXPONENT OR AN OVERFLOW
006280*                   CANNOT HAVE PRODUCED A GOOD ROW.
006290******************************************************************
006300 3100-RECALCULAR.
006310     MOVE "N" TO WS-VRF-CALC-SW.
006320     MOVE "N" TO WS-VRF-BAD-OP-SW.
006330     EVALUATE HIST-OPERATION
006340         WHEN "A"
006350             COMPUTE WS-VRF-CAND(1) ROUNDED =
006360                 HIST-OPERAND-1 + HIST-OPERAND-2
006370                 ON SIZE ERROR
006380                     SET WS-VRF-CALC-FAILED TO TRUE
006390             END-COMPUTE
006400             COMPUTE WS-VRF-LONG ROUNDED =
006410                 HIST-OPERAND-1 + HIST-OPERAND-2
006420                 ON SIZE ERROR
006430                     SET WS-VRF-CALC-FAILED TO TRUE
006440             END-COMPUTE
006450         WHEN "S"
006460             COMPUTE WS-VRF-CAND(1) ROUNDED =
006470                 HIST-OPERAND-2 - HIST-OPERAND-1
006480                 ON SIZE ERROR
006490                     SET WS-VRF-CALC-FAILED TO TRUE
006500             END-COMPUTE
006510             COMPUTE WS-VRF-LONG ROUNDED =
006520                 HIST-OPERAND-2 - HIST-OPERAND-1
006530                 ON SIZE ERROR
006540                     SET WS-VRF-CALC-FAILED TO TRUE
006550             END-COMPUTE
006560         WHEN "M"
006570             COMPUTE WS-VRF-CAND(1) ROUNDED =
006580                 HIST-OPERAND-1 * HIST-OPERAND-2
006590                 ON SIZE ERROR
006600                     SET WS-VRF-CALC-FAILED TO TRUE
006610             END-COMPUTE
006620             COMPUTE WS-VRF-LONG ROUNDED =
006630                 HIST-OPERAND-1 * HIST-OPERAND-2
006640                 ON SIZE ERROR
006650                     SET WS-VRF-CALC-FAILED TO TRUE
006660             END-COMPUTE
006670         WHEN "D"
006680             IF HIST-OPERAND-2 = ZERO
006690                 SET WS-VRF-CALC-FAILED TO TRUE
006700             ELSE
006710                 COMPUTE WS-VRF-CAND(1) ROUNDED =
006720                     HIST-OPERAND-1 / HIST-OPERAND-2
006730                     ON SIZE ERROR
006740                         SET WS-VRF-CALC-FAILED TO TRUE
006750                 END-COMPUTE
006760                 COMPUTE WS-VRF-LONG ROUNDED =
006770                     HIST-OPERAND-1 / HIST-OPERAND-2
006780                     ON SIZE ERROR
006790                         SET WS-VRF-CALC-FAILED TO TRUE
006800                 END-COMPUTE
006810             END-IF
006820         WHEN "P"
006830             COMPUTE WS-VRF-CAND(1) ROUNDED =
006840                 HIST-OPERAND-1 * HIST-OPERAND-2 / 100
006850                 ON SIZE ERROR
006860                     SET WS-VRF-CALC-FAILED TO TRUE
006870             END-COMPUTE
006880             COMPUTE WS-VRF-LONG ROUNDED =
006890                 HIST-OPERAND-1 * HIST-OPERAND-2 / 100
006900                 ON SIZE ERROR
006910                     SET WS-VRF-CALC-FAILED TO TRUE
006920             END-COMPUTE
006930         WHEN "U"
006940             COMPUTE WS-VRF-CAND(1) ROUNDED = HIST-OPERAND-2
006950                 + (HIST-OPERAND-2 * HIST-OPERAND-1 / 100)
006960                 ON SIZE ERROR
006970                     SET WS-VRF-CALC-FAILED TO TRUE
006980             END-COMPUTE
006990             COMPUTE WS-VRF-LONG ROUNDED = HIST-OPERAND-2
007000                 + (HIST-OPERAND-2 * HIST-OPERAND-1 / 100)
007010                 ON SIZE ERROR
007020                     SET WS-VRF-CALC-FAILED TO TRUE
007030             END-COMPUTE
007040         WHEN "I"
007050             IF HIST-OPERAND-2 = ZERO
007060                 SET WS-VRF-CALC-FAILED TO TRUE
007070             ELSE
007080                 DIVIDE HIST-OPERAND-1 BY HIST-OPERAND-2
007090                     GIVING WS-VRF-QUOT
007100                     ON SIZE ERROR
007110                         SET WS-VRF-CALC-FAILED TO TRUE
007120                 END-DIVIDE
007130                 MOVE WS-VRF-QUOT TO WS-VRF-CAND(1)
007140                 MOVE WS-VRF-QUOT TO WS-VRF-LONG
007150             END-IF
007160         WHEN "E"
007170             COMPUTE WS-VRF-EXP = HIST-OPERAND-2
007180                 ON SIZE ERROR
007190                     SET WS-VRF-CALC-FAILED TO TRUE
007200             END-COMPUTE
007210             IF WS-VRF-EXP < 0
007220                 SET WS-VRF-CALC-FAILED TO TRUE
007230             END-IF
007240             IF NOT WS-VRF-CALC-FAILED
007250                 COMPUTE WS-VRF-CAND(1) ROUNDED =
007260                     HIST-OPERAND-1 ** WS-VRF-EXP
007270                     ON SIZE ERROR
007280                         SET WS-VRF-CALC-FAILED TO TRUE
007290                 END-COMPUTE
007300                 COMPUTE WS-VRF-LONG ROUNDED =
007310                     HIST-OPERAND-1 ** WS-VRF-EXP
007320                     ON SIZE ERROR
007330                         SET WS-VRF-CALC-FAILED TO TRUE
007340                 END-COMPUTE
007350             END-IF
007360         WHEN OTHER
007370             SET WS-VRF-BAD-OP TO TRUE
007380     END-EVALUATE.
007390     IF WS-VRF-CALC-FAILED OR WS-VRF-BAD-OP
007400         GO TO 3100-RECALCULAR-EXIT
007410     END-IF.
007420     COMPUTE WS-VRF-CAND(2) ROUNDED = WS-VRF-LONG.
007430     COMPUTE WS-VRF-CAND(3) = WS-VRF-LONG.
007440 3100-RECALCULAR-EXIT.
007450     EXIT.
007460*
007470******************************************************************
007480* 3200-PROBAR-CANDIDATO - ROUND THE NEXT CANDIDATE TO THE ROW'S
007490*                         CURRENCY DECIMALS AND COMPARE IT.
007500******************************************************************
007510 3200-PROBAR-CANDIDATO.
007520     ADD 1 TO WS-VRF-CAND-SUB.
007530     MOVE WS-VRF-CAND(WS-VRF-CAND-SUB) TO WS-VRF-VALUE.
007540     PERFORM 3400-AJUSTAR-DECIMALES
007550         THRU 3400-AJUSTAR-DECIMALES-EXIT.
007560     IF WS-VRF-VALUE = WS-VRF-EXPECTED
007570         SET WS-VRF-MATCH TO TRUE
007580     END-IF.
007590 3200-PROBAR-CANDIDATO-EXIT.
007600     EXIT.
007610*
007620******************************************************************
007630* 3300-PROBAR-CONVERSION - THE HISTORY ROW CARRIES ONLY THE
007640*                          OUTPUT CURRENCY, SO A RESULT THE
007650*                          CALCULATOR CONVERTED IS PROVED BY
007660*                          TRYING EACH CURRENCY ON THE RATE
007670*                          MASTER AS THE INPUT: DIVIDED INTO
007680*                          BASE AT ITS RATE FOR THE RUN DATE
007690*                          AND, FOR A NON-USD ROW, MULTIPLIED
007700*                          OUT AT THE ROW CURRENCY'S RATE.
007710******************************************************************
007720 3300-PROBAR-CONVERSION.
007730     IF NOT WS-RATE-FILE-OPEN OR WS-CURR-USED = ZERO
007740         GO TO 3300-PROBAR-CONVERSION-EXIT
007750     END-IF.
007760     IF WS-VRF-CUR NOT = "USD"
007770         MOVE WS-VRF-CUR TO WS-RTL-CUR
007780         PERFORM 5100-TASA-VIGENTE
007790             THRU 5100-TASA-VIGENTE-EXIT
007800         IF NOT WS-RTL-FOUND
007810             GO TO 3300-PROBAR-CONVERSION-EXIT
007820         END-IF
007830         MOVE WS-RTL-RATE TO WS-VRF-TGT-RATE
007840     END-IF.
007850     MOVE ZERO TO WS-CURR-SUB.
007860     PERFORM 3310-PROBAR-MONEDA-ORIGEN
007870         THRU 3310-PROBAR-MONEDA-ORIGEN-EXIT
007880         UNTIL WS-VRF-MATCH OR WS-CURR-SUB NOT < WS-CURR-USED.
007890 3300-PROBAR-CONVERSION-EXIT.
007900     EXIT.
007910*
007920 3310-PROBAR-MONEDA-ORIGEN.
007930     ADD 1 TO WS-CURR-SUB.
007940     MOVE WS-CURR-CODE(WS-CURR-SUB) TO WS-RTL-CUR.
007950     PERFORM 5100-TASA-VIGENTE
007960         THRU 5100-TASA-VIGENTE-EXIT.
007970     IF NOT WS-RTL-FOUND
007980         GO TO 3310-PROBAR-MONEDA-ORIGEN-EXIT
007990     END-IF.
008000     MOVE WS-RTL-RATE TO WS-VRF-SRC-RATE.
008010     MOVE ZERO TO WS-VRF-CAND-SUB.
008020     PERFORM 3320-PROBAR-CANDIDATO-CONV
008030         THRU 3320-PROBAR-CANDIDATO-CONV-EXIT
008040         UNTIL WS-VRF-MATCH OR WS-VRF-CAND-SUB NOT < 3.
008050 3310-PROBAR-MONEDA-ORIGEN-EXIT.
008060     EXIT.
008070*
008080 3320-PROBAR-CANDIDATO-CONV.
008090     ADD 1 TO WS-VRF-CAND-SUB.
008100     DIVIDE WS-VRF-CAND(WS-VRF-CAND-SUB) BY WS-VRF-SRC-RATE
008110         GIVING WS-VRF-BASE ROUNDED
008120         ON SIZE ERROR
008130             GO TO 3320-PROBAR-CANDIDATO-CONV-EXIT
008140     END-DIVIDE.
008150     IF WS-VRF-CUR = "USD"
008160         MOVE WS-VRF-BASE TO WS-VRF-VALUE
008170     ELSE
008180         MULTIPLY WS-VRF-BASE BY WS-VRF-TGT-RATE
008190             GIVING WS-VRF-VALUE ROUNDED
008200             ON SIZE ERROR
008210                 GO TO 3320-PROBAR-CANDIDATO-CONV-EXIT
008220         END-MULTIPLY
008230     END-IF.
008240     PERFORM 3400-AJUSTAR-DECIMALES
008250         THRU 3400-AJUSTAR-DECIMALES-EXIT.
008260     IF WS-VRF-VALUE = WS-VRF-EXPECTED
008270         SET WS-VRF-MATCH TO TRUE
008280     END-IF.
008290 3320-PROBAR-CANDIDATO-CONV-EXIT.
008300     EXIT.
008310*
008320******************************************************************
008330* 3400-AJUSTAR-DECIMALES - ROUND WS-VRF-VALUE TO WS-VRF-DP
008340*                          DECIMAL PLACES, AS THE CALCULATORS
008350*                          ROUND EACH RESULT TO ITS OUTPUT
008360*                          CURRENCY.
008370******************************************************************
008380 3400-AJUSTAR-DECIMALES.
008390     IF WS-VRF-DP = 2
008400         GO TO 3400-AJUSTAR-DECIMALES-EXIT
008410     END-IF.
008420     IF WS-VRF-DP = 0
008430         COMPUTE WS-VRF-ENTERO ROUNDED = WS-VRF-VALUE
008440         MOVE WS-VRF-ENTERO TO WS-VRF-VALUE
008450     ELSE
008460         COMPUTE WS-VRF-ENTERO ROUNDED = WS-VRF-VALUE * 10
008470         COMPUTE WS-VRF-VALUE = WS-VRF-ENTERO / 10
008480     END-IF.
008490 3400-AJUSTAR-DECIMALES-EXIT.
008500     EXIT.
008510*
008520******************************************************************
008530* 3500-BUSCAR-DECIMALES - SET WS-VRF-DP TO THE ROW CURRENCY'S
008540*                         DECIMAL PLACES; 2 WHEN UNKNOWN.
008550******************************************************************
008560 3500-BUSCAR-DECIMALES.
008570     MOVE 2 TO WS-VRF-DP.
008580     MOVE ZERO TO WS-CURR-SUB.
008590     PERFORM 3510-COMPARAR-MONEDA
008600         THRU 3510-COMPARAR-MONEDA-EXIT
008610         UNTIL WS-CURR-SUB NOT < WS-CURR-USED.
008620 3500-BUSCAR-DECIMALES-EXIT.
008630     EXIT.
008640*
008650 3510-COMPARAR-MONEDA.
008660     ADD 1 TO WS-CURR-SUB.
008670     IF WS-CURR-CODE(WS-CURR-SUB) = WS-VRF-CUR
008680         MOVE WS-CURR-DP(WS-CURR-SUB) TO WS-VRF-DP
008690         MOVE WS-CURR-USED TO WS-CURR-SUB
008700     END-IF.
008710 3510-COMPARAR-MONEDA-EXIT.
008720     EXIT.
008730*
008740******************************************************************
008750* 4000-VERIFICAR-ENLACE - A REVERSED OR CONTRA ROW MUST LINK TO A
008760*                         ROW OF THE OPPOSITE STATUS THAT LINKS
008770*                         BACK TO IT; ANY OTHER ROW MUST CARRY NO
008780*                         LINK. THE CONTRA SIDE ALSO PROVES THE
008784*                         TWO AMOUNTS NET TO ZERO. THE ONE
008788*                         UNREVERSED ROW THAT MAY LINK IS A
008792*                         RATECORR REPLACEMENT, TO THE ROW IT
008796*                         REPLACED.
008800******************************************************************
008810 4000-VERIFICAR-ENLACE.
008820     IF HIST-LINK-DATE NUMERIC
008830         MOVE HIST-LINK-DATE TO WS-ROW-LINK-DATE
008840     ELSE
008850         MOVE ZERO TO WS-ROW-LINK-DATE
008860     END-IF.
008870     IF HIST-LINK-SEQ NUMERIC
008880         MOVE HIST-LINK-SEQ TO WS-ROW-LINK-SEQ
008890     ELSE
008900         MOVE ZERO TO WS-ROW-LINK-SEQ
008910     END-IF.
008920     MOVE WS-ROW-LINK-DATE TO WLD-DATE.
008930     MOVE WS-ROW-LINK-SEQ  TO WLD-SEQ.
008940     MOVE SPACE            TO WLD-STATUS.
008950     MOVE ZERO             TO WLD-RESULT.
008960     IF NOT HIST-STATUS-REVERSED AND NOT HIST-STATUS-REVERSAL
008961         IF HIST-STATUS-OK AND HIST-PROGRAM-NAME = "RATECORR"
008962                 AND (WS-ROW-LINK-DATE NOT = ZERO
008963                     OR WS-ROW-LINK-SEQ NOT = ZERO)
008964             PERFORM 4300-VERIFICAR-REEMPLAZO
008965                 THRU 4300-VERIFICAR-REEMPLAZO-EXIT
008966             GO TO 4000-VERIFICAR-ENLACE-EXIT
008967         END-IF
008970         IF WS-ROW-LINK-DATE NOT = ZERO
008980                 OR WS-ROW-LINK-SEQ NOT = ZERO
008990             ADD 1 TO WS-CNT-NO-LINK
009000             SET RFL-ERROR TO TRUE
009010             MOVE "LINK ON AN UNREVERSED ROW" TO RFL-FINDING
009020             MOVE WS-LINK-DETAIL TO RFL-DETAIL
009030             PERFORM 7000-ESCRIBIR-HALLAZGO
009040                 THRU 7000-ESCRIBIR-HALLAZGO-EXIT
009050         END-IF
009060         GO TO 4000-VERIFICAR-ENLACE-EXIT
009070     END-IF.
009080     IF WS-ROW-LINK-DATE = ZERO AND WS-ROW-LINK-SEQ = ZERO
009090         ADD 1 TO WS-CNT-NO-LINK
009100         SET RFL-ERROR TO TRUE
009110         IF HIST-STATUS-REVERSED
009120             MOVE "REVERSED ROW WITHOUT A LINK" TO RFL-FINDING
009130         ELSE
009140             MOVE "CONTRA ROW WITHOUT A LINK" TO RFL-FINDING
009150         END-IF
009160         MOVE SPACES TO RFL-DETAIL
009170         PERFORM 7000-ESCRIBIR-HALLAZGO
009180             THRU 7000-ESCRIBIR-HALLAZGO-EXIT
009190         GO TO 4000-VERIFICAR-ENLACE-EXIT
009200     END-IF.
009210     MOVE WS-ROW-LINK-DATE TO HLK-RUN-DATE.
009220     MOVE WS-ROW-LINK-SEQ  TO HLK-TRANS-SEQ.
009230     READ LINK-HIST-FILE
009240         INVALID KEY
009250             PERFORM 4200-ENLACE-SIN-DESTINO
009260                 THRU 4200-ENLACE-SIN-DESTINO-EXIT
009270             GO TO 4000-VERIFICAR-ENLACE-EXIT
009280     END-READ.
009290     PERFORM 4100-VERIFICAR-RECIPROCO
009300         THRU 4100-VERIFICAR-RECIPROCO-EXIT.
009310 4000-VERIFICAR-ENLACE-EXIT.
009320     EXIT.
009330*
009340******************************************************************
009350* 4100-VERIFICAR-RECIPROCO - THE LINKED ROW IS ON FILE: IT MUST
009360*                            HAVE THE OPPOSITE STATUS AND POINT
009370*                            BACK AT THIS ROW, AND A CONTRA MUST
009380*                            NET TO ZERO WITH ITS ORIGINAL.
009390******************************************************************
009400 4100-VERIFICAR-RECIPROCO.
009410     MOVE HLK-STATUS    TO WLD-STATUS.
009420     MOVE HLK-RESULTADO TO WLD-RESULT.
009430     IF HLK-LINK-DATE NUMERIC
009440         MOVE HLK-LINK-DATE TO WS-HLK-LINK-DATE
009450     ELSE
009460         MOVE ZERO TO WS-HLK-LINK-DATE
009470     END-IF.
009480     IF HLK-LINK-SEQ NUMERIC
009490         MOVE HLK-LINK-SEQ TO WS-HLK-LINK-SEQ
009500     ELSE
009510         MOVE ZERO TO WS-HLK-LINK-SEQ
009520     END-IF.
009530     IF HIST-STATUS-REVERSED
009540         MOVE "3" TO WS-WANT-STATUS
009550     ELSE
009560         MOVE "2" TO WS-WANT-STATUS
009570     END-IF.
009580     IF HLK-STATUS NOT = WS-WANT-STATUS
009590             OR WS-HLK-LINK-DATE NOT = HIST-RUN-DATE
009600             OR WS-HLK-LINK-SEQ NOT = HIST-TRANS-SEQ
009610         ADD 1 TO WS-CNT-NOT-RECIP
009620         SET RFL-ERROR TO TRUE
009630         MOVE "LINK NOT RECIPROCATED" TO RFL-FINDING
009640         MOVE WS-LINK-DETAIL TO RFL-DETAIL
009650         PERFORM 7000-ESCRIBIR-HALLAZGO
009660             THRU 7000-ESCRIBIR-HALLAZGO-EXIT
009670         GO TO 4100-VERIFICAR-RECIPROCO-EXIT
009680     END-IF.
009690     IF HIST-STATUS-REVERSAL
009700         COMPUTE WS-NET-AMOUNT = HIST-RESULTADO + HLK-RESULTADO
009710         IF WS-NET-AMOUNT NOT = ZERO
009720             ADD 1 TO WS-CNT-NOT-NEGATED
009730             SET RFL-ERROR TO TRUE
009740             MOVE "CONTRA AMOUNT NOT NEGATED" TO RFL-FINDING
009750             MOVE WS-LINK-DETAIL TO RFL-DETAIL
009760             PERFORM 7000-ESCRIBIR-HALLAZGO
009770                 THRU 7000-ESCRIBIR-HALLAZGO-EXIT
009780         END-IF
009790     END-IF.
009800 4100-VERIFICAR-RECIPROCO-EXIT.
009810     EXIT.
009820*
009830******************************************************************
009840* 4200-ENLACE-SIN-DESTINO - THE LINKED ROW IS NOT ON FILE. IN A
009850*                           CLOSED PERIOD HISTARCH MAY HAVE
009860*                           ARCHIVED IT (WARNING); OTHERWISE THE
009870*                           LINK IS AN ORPHAN.
009880******************************************************************
009890 4200-ENLACE-SIN-DESTINO.
009900     MOVE WS-ROW-LINK-DATE TO WS-PCAL-LOOKUP-DATE.
009910     PERFORM 6100-PERIODO-CERRADO
009920         THRU 6100-PERIODO-CERRADO-EXIT.
009930     IF WS-PER-CLOSED
009940         ADD 1 TO WS-CNT-ARCH-LINK
009950         SET RFL-WARNING TO TRUE
009960         MOVE "LINK TARGET ARCHIVED" TO RFL-FINDING
009970     ELSE
009980         ADD 1 TO WS-CNT-ORPHAN
009990         SET RFL-ERROR TO TRUE
010000         MOVE "ORPHAN LINK" TO RFL-FINDING
010010     END-IF.
010020     MOVE WS-LINK-DETAIL TO RFL-DETAIL.
010030     PERFORM 7000-ESCRIBIR-HALLAZGO
010040         THRU 7000-ESCRIBIR-HALLAZGO-EXIT.
010050 4200-ENLACE-SIN-DESTINO-EXIT.
010060     EXIT.
010070*
010080******************************************************************
010090* 4500-VERIFICAR-RESTAURADA - A ROW RELOADED BY ARCHINQ MUST SIT
010100*                             ON A DATE HISTARCH COULD HAVE
010110*                             ARCHIVED: ITS PERIOD CLOSED AND NO
010120*                             LIVE (UNRESTORED) ROW LEFT ON THE
010130*                             DATE, SINCE HISTARCH TAKES EVERY
010140*                             ROW OF A DATE IT ARCHIVES.
010150******************************************************************
010160 4500-VERIFICAR-RESTAURADA.
010170     IF NOT HIST-RESTORED
010180         GO TO 4500-VERIFICAR-RESTAURADA-EXIT
010190     END-IF.
010200     MOVE "N" TO WS-UNARCHIVED-SW.
010210     IF WS-PCAL-FILE-OPEN
010220         MOVE HIST-RUN-DATE TO WS-PCAL-LOOKUP-DATE
010230         PERFORM 6100-PERIODO-CERRADO
010240             THRU 6100-PERIODO-CERRADO-EXIT
010250         IF NOT WS-PER-CLOSED
010260             SET WS-UNARCHIVED TO TRUE
010270         END-IF
010280     END-IF.
010290     IF NOT WS-UNARCHIVED
010300         IF HIST-RUN-DATE NOT = WS-RST-DATE
010310             MOVE HIST-RUN-DATE TO WS-RST-DATE
010320             PERFORM 4510-BUSCAR-FILA-VIVA
010330                 THRU 4510-BUSCAR-FILA-VIVA-EXIT
010340         END-IF
010350         IF WS-RST-DATE-LIVE
010360             SET WS-UNARCHIVED TO TRUE
010370         END-IF
010380     END-IF.
010390     IF WS-UNARCHIVED
010400         ADD 1 TO WS-CNT-RESTORED
010410         SET RFL-ERROR TO TRUE
010420         MOVE "RESTORED ON UNARCHIVED DATE" TO RFL-FINDING
010430         MOVE SPACES TO RFL-DETAIL
010440         PERFORM 7000-ESCRIBIR-HALLAZGO
010450             THRU 7000-ESCRIBIR-HALLAZGO-EXIT
010460     END-IF.
010470 4500-VERIFICAR-RESTAURADA-EXIT.
010480     EXIT.
010490*
010500******************************************************************
010510* 4510-BUSCAR-FILA-VIVA - BROWSE WS-RST-DATE ON THE SECOND VIEW
010520*                         OF THE HISTORY FILE FOR ANY ROW NOT
010530*                         FLAGGED RESTORED.
010540******************************************************************
010550 4510-BUSCAR-FILA-VIVA.
010560     MOVE "N" TO WS-RST-LIVE-SW.
010570     MOVE "N" TO WS-RST-SCAN-SW.
010580     MOVE WS-RST-DATE TO HLK-RUN-DATE.
010590     MOVE ZERO        TO HLK-TRANS-SEQ.
010600     START LINK-HIST-FILE KEY IS NOT LESS THAN HLK-KEY
010610         INVALID KEY
010620             GO TO 4510-BUSCAR-FILA-VIVA-EXIT
010630     END-START.
010640     PERFORM 4520-LEER-FILA-FECHA
010650         THRU 4520-LEER-FILA-FECHA-EXIT
010660         UNTIL WS-RST-SCAN-END OR WS-RST-DATE-LIVE.
010670 4510-BUSCAR-FILA-VIVA-EXIT.
010680     EXIT.
010690*
010700 4520-LEER-FILA-FECHA.
010710     READ LINK-HIST-FILE NEXT RECORD
010720         AT END
010730             SET WS-RST-SCAN-END TO TRUE
010740             GO TO 4520-LEER-FILA-FECHA-EXIT
010750     END-READ.
010760     IF HLK-RUN-DATE NOT = WS-RST-DATE
010770         SET WS-RST-SCAN-END TO TRUE
010780     ELSE
010790         IF NOT HLK-RESTORED
010800             SET WS-RST-DATE-LIVE TO TRUE
010810         END-IF
010820     END-IF.
010830 4520-LEER-FILA-FECHA-EXIT.
010840     EXIT.
010850*
010860******************************************************************
010870* 4600-VERIFICAR-CODIGOS - A NON-BLANK ACCOUNT OR BRANCH CODE
010880*                          MUST STILL BE ON ITS MASTER. THE LAST
010890*                          CODE LOOKED UP IS REMEMBERED, SINCE A
010900*                          BATCH'S ROWS ARRIVE TOGETHER.
010910******************************************************************
010920 4600-VERIFICAR-CODIGOS.
010930     IF HIST-ACCOUNT-CODE NOT = SPACES AND WS-ACCT-FILE-OPEN
010940         IF HIST-ACCOUNT-CODE NOT = WS-LAST-ACCT
010950             MOVE HIST-ACCOUNT-CODE TO WS-LAST-ACCT
010960             MOVE HIST-ACCOUNT-CODE TO ACCT-CODE
010970             READ ACCT-MASTER-FILE
010980                 INVALID KEY
010990                     MOVE "N" TO WS-LAST-ACCT-SW
011000                 NOT INVALID KEY
011010                     MOVE "Y" TO WS-LAST-ACCT-SW
011020             END-READ
011030         END-IF
011040         IF NOT WS-LAST-ACCT-FOUND
011050             ADD 1 TO WS-CNT-ACCT
011060             SET RFL-ERROR TO TRUE
011070             MOVE "ACCOUNT NOT ON MASTER" TO RFL-FINDING
011080             MOVE HIST-ACCOUNT-CODE TO WCD-CODE
011090             MOVE WS-CODE-DETAIL TO RFL-DETAIL
011100             PERFORM 7000-ESCRIBIR-HALLAZGO
011110                 THRU 7000-ESCRIBIR-HALLAZGO-EXIT
011120         END-IF
011130     END-IF.
011140     IF HIST-SOURCE-BRANCH NOT = SPACES AND WS-BRCH-FILE-OPEN
011150         IF HIST-SOURCE-BRANCH NOT = WS-LAST-BRCH
011160             MOVE HIST-SOURCE-BRANCH TO WS-LAST-BRCH
011170             MOVE HIST-SOURCE-BRANCH TO BRCH-ID
011180             READ BRCH-MASTER-FILE
011190                 INVALID KEY
011200                     MOVE "N" TO WS-LAST-BRCH-SW
011210                 NOT INVALID KEY
011220                     MOVE "Y" TO WS-LAST-BRCH-SW
011230             END-READ
011240         END-IF
011250         IF NOT WS-LAST-BRCH-FOUND
011260             ADD 1 TO WS-CNT-BRCH
011270             SET RFL-ERROR TO TRUE
011280             MOVE "BRANCH NOT ON MASTER" TO RFL-FINDING
011290             MOVE HIST-SOURCE-BRANCH TO WCD-CODE
011300             MOVE WS-CODE-DETAIL TO RFL-DETAIL
011310             PERFORM 7000-ESCRIBIR-HALLAZGO
011320                 THRU 7000-ESCRIBIR-HALLAZGO-EXIT
011330         END-IF
011340     END-IF.
011350 4600-VERIFICAR-CODIGOS-EXIT.
011360     EXIT.
011370*
011380******************************************************************
011390* 5100-TASA-VIGENTE - SET WS-RTL-RATE TO THE USABLE RATE OF
011400*                     WS-RTL-CUR IN EFFECT ON THE ROW'S RUN
011410*                     DATE, WS-RTL-FOUND WHEN THERE IS ONE.
011420******************************************************************
011430 5100-TASA-VIGENTE.
011440     MOVE "N" TO WS-RTL-FOUND-SW.
011450     MOVE WS-RTL-CUR    TO RATE-CURRENCY-CODE.
011460     MOVE HIST-RUN-DATE TO RATE-EFF-DATE.
011470     START RATE-MASTER-FILE KEY IS NOT GREATER THAN RATE-KEY
011480         INVALID KEY
011490             GO TO 5100-TASA-VIGENTE-EXIT
011500     END-START.
011510     READ RATE-MASTER-FILE NEXT RECORD
011520         AT END
011530             GO TO 5100-TASA-VIGENTE-EXIT
011540     END-READ.
011550     IF RATE-CURRENCY-CODE = WS-RTL-CUR AND RATE-RATE-USABLE
011560         MOVE RATE-UNITS-PER-BASE TO WS-RTL-RATE
011570         SET WS-RTL-FOUND TO TRUE
011580     END-IF.
011590 5100-TASA-VIGENTE-EXIT.
011600     EXIT.
011610*
011620******************************************************************
011630* 6100-PERIODO-CERRADO - SET WS-PER-CLOSED WHEN THE PERIOD OF
011640*                        WS-PCAL-LOOKUP-DATE IS CLOSED ON THE
011650*                        PERIOD CALENDAR. NO CALENDAR (OR NO ROW
011660*                        FOR THE PERIOD) MEANS THE PERIOD IS
011670*                        OPEN. THE LAST PERIOD LOOKED UP IS
011680*                        REMEMBERED.
011690******************************************************************
011700 6100-PERIODO-CERRADO.
011710     IF WS-PCAL-LOOKUP-DATE(1:6) = WS-PCAL-CACHE-PERIOD
011720         GO TO 6100-PERIODO-CERRADO-EXIT
011730     END-IF.
011740     MOVE WS-PCAL-LOOKUP-DATE(1:6) TO WS-PCAL-CACHE-PERIOD.
011750     MOVE "N" TO WS-PER-CLOSED-SW.
011760     IF NOT WS-PCAL-FILE-OPEN
011770         GO TO 6100-PERIODO-CERRADO-EXIT
011780     END-IF.
011790     MOVE WS-PCAL-LOOKUP-DATE(1:6) TO PCAL-PERIOD.
011800     READ PERIOD-CAL-FILE
011810         INVALID KEY
011820             MOVE SPACE TO PCAL-STATUS
011830     END-READ.
011840     IF PCAL-CLOSED
011850         SET WS-PER-CLOSED TO TRUE
011860     END-IF.
011870 6100-PERIODO-CERRADO-EXIT.
011880     EXIT.
011890*
011900******************************************************************
011910* 7000-ESCRIBIR-HALLAZGO - PRINT ONE FINDING AGAINST THE CURRENT
011920*                          ROW. THE CALLER HAS SET THE SEVERITY,
011930*                          THE FINDING AND THE DETAIL.
011940******************************************************************
011950 7000-ESCRIBIR-HALLAZGO.
011960     IF WS-LINE-CNT NOT < WS-MAX-LINES
011970         PERFORM 2900-WRITE-PAGE-HEADING
011980             THRU 2900-WRITE-PAGE-HEADING-EXIT
011990     END-IF.
012000     MOVE HIST-RUN-DATE      TO RFL-DATE.
012010     MOVE HIST-TRANS-SEQ     TO RFL-SEQ.
012020     MOVE HIST-PROGRAM-NAME  TO RFL-PROGRAM.
012030     MOVE HIST-STATUS        TO RFL-STATUS.
012040     MOVE HIST-CURRENCY-CODE TO RFL-CURRENCY.
012050     WRITE REPORT-OUT-REC FROM RPT-FINDING-REC.
012060     ADD 1 TO WS-LINE-CNT.
012070     IF RFL-ERROR
012080         ADD 1 TO WS-CNT-ERRORS
012090         SET WS-ANY-ERROR TO TRUE
012100     ELSE
012110         ADD 1 TO WS-CNT-WARNINGS
012120         SET WS-ANY-WARNING TO TRUE
012130     END-IF.
012140 7000-ESCRIBIR-HALLAZGO-EXIT.
012150     EXIT.
012160*
012170******************************************************************
012180* 8000-TERMINATE - PRINT THE COUNTS BY CHECK AND THE OVERALL
012190*                  VERDICT, CLOSE THE FILES AND SET THE RETURN
012200*                  CODE: 0 CONSISTENT, 4 WARNINGS ONLY, 8 ANY
012210*                  ERROR.
012220******************************************************************
012230 8000-TERMINATE.
012240     IF WS-LINE-CNT + 22 > WS-MAX-LINES
012250         PERFORM 2900-WRITE-PAGE-HEADING
012260             THRU 2900-WRITE-PAGE-HEADING-EXIT
012270     END-IF.
012280     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
012290     MOVE "ROWS VERIFIED"                  TO RCL-LABEL.
012300     MOVE WS-CNT-READ                      TO RCL-COUNT.
012310     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012320     MOVE "RESULTS RECOMPUTED"             TO RCL-LABEL.
012330     MOVE WS-CNT-PROVED                    TO RCL-COUNT.
012340     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012350     MOVE "  OF WHICH PROVED AS CONVERSIONS" TO RCL-LABEL.
012360     MOVE WS-CNT-CONVERTED                 TO RCL-COUNT.
012370     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012380     MOVE "RESULTS NOT RECOMPUTING"        TO RCL-LABEL.
012390     MOVE WS-CNT-MISMATCH                  TO RCL-COUNT.
012400     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012410     MOVE "ERROR ROWS CARRYING A RESULT"   TO RCL-LABEL.
012420     MOVE WS-CNT-ERR-RESULT                TO RCL-COUNT.
012430     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012440     MOVE "INVALID OPERATION CODES"        TO RCL-LABEL.
012450     MOVE WS-CNT-BAD-OP                    TO RCL-COUNT.
012460     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012470     MOVE "MISSING OR MISPLACED LINKS"     TO RCL-LABEL.
012480     MOVE WS-CNT-NO-LINK                   TO RCL-COUNT.
012490     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012500     MOVE "ORPHAN LINKS"                   TO RCL-LABEL.
012510     MOVE WS-CNT-ORPHAN                    TO RCL-COUNT.
012520     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012530     MOVE "LINK TARGETS ARCHIVED (WARNING)" TO RCL-LABEL.
012540     MOVE WS-CNT-ARCH-LINK                 TO RCL-COUNT.
012550     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012560     MOVE "LINKS NOT RECIPROCATED"         TO RCL-LABEL.
012570     MOVE WS-CNT-NOT-RECIP                 TO RCL-COUNT.
012580     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012590     MOVE "CONTRA AMOUNTS NOT NEGATED"     TO RCL-LABEL.
012600     MOVE WS-CNT-NOT-NEGATED               TO RCL-COUNT.
012610     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012620     MOVE "RESTORED ROWS ON UNARCHIVED DATES" TO RCL-LABEL.
012630     MOVE WS-CNT-RESTORED                  TO RCL-COUNT.
012640     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012650     MOVE "ACCOUNT CODES NOT ON MASTER"    TO RCL-LABEL.
012660     MOVE WS-CNT-ACCT                      TO RCL-COUNT.
012670     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012680     MOVE "BRANCH CODES NOT ON MASTER"     TO RCL-LABEL.
012690     MOVE WS-CNT-BRCH                      TO RCL-COUNT.
012700     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012710     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
012720     MOVE "ERRORS"                         TO RCL-LABEL.
012730     MOVE WS-CNT-ERRORS                    TO RCL-COUNT.
012740     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012750     MOVE "WARNINGS"                       TO RCL-LABEL.
012760     MOVE WS-CNT-WARNINGS                  TO RCL-COUNT.
012770     WRITE REPORT-OUT-REC FROM RPT-COUNT-REC.
012780     IF NOT WS-RATE-FILE-OPEN
012790         MOVE "RATE MASTER NOT AVAILABLE - CONVERSIONS NOT PROVED"
012800             TO RNL-TEXT
012810         WRITE REPORT-OUT-REC FROM RPT-NOTE-REC
012820     END-IF.
012830     IF NOT WS-ACCT-FILE-OPEN
012840         MOVE "ACCOUNT MASTER NOT AVAILABLE - CODES NOT CHECKED"
012850             TO RNL-TEXT
012860         WRITE REPORT-OUT-REC FROM RPT-NOTE-REC
012870     END-IF.
012880     IF NOT WS-BRCH-FILE-OPEN
012890         MOVE "BRANCH MASTER NOT AVAILABLE - BRANCHES NOT CHECKED"
012900             TO RNL-TEXT
012910         WRITE REPORT-OUT-REC FROM RPT-NOTE-REC
012920     END-IF.
012930     IF NOT WS-PCAL-FILE-OPEN
012940         MOVE "PERIOD CALENDAR NOT AVAILABLE - ALL PERIODS OPEN"
012950             TO RNL-TEXT
012960         WRITE REPORT-OUT-REC FROM RPT-NOTE-REC
012970     END-IF.
012980     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
012990     EVALUATE TRUE
013000         WHEN WS-ANY-ERROR
013010             MOVE "ERRORS FOUND"   TO RPT-SUM-VERDICT
013020             MOVE 8 TO RETURN-CODE
013030         WHEN WS-ANY-WARNING
013040             MOVE "WARNINGS"       TO RPT-SUM-VERDICT
013050             MOVE 4 TO RETURN-CODE
013060         WHEN OTHER
013070             MOVE "CONSISTENT"     TO RPT-SUM-VERDICT
013080             MOVE 0 TO RETURN-CODE
013090     END-EVALUATE.
013100     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
013110     CLOSE HISTORY-FILE
013120           LINK-HIST-FILE
013130           REPORT-OUT-FILE.
013140     IF WS-RATE-FILE-OPEN
013150         CLOSE RATE-MASTER-FILE
013160     END-IF.
013170     IF WS-ACCT-FILE-OPEN
013180         CLOSE ACCT-MASTER-FILE
013190     END-IF.
013200     IF WS-BRCH-FILE-OPEN
013210         CLOSE BRCH-MASTER-FILE
013220     END-IF.
013230     IF WS-PCAL-FILE-OPEN
013240         CLOSE PERIOD-CAL-FILE
013250     END-IF.
013260 8000-TERMINATE-EXIT.
013270     EXIT.
013280*
013290******************************************************************
013300* 4300-VERIFICAR-REEMPLAZO - A RATECORR REPLACEMENT ROW LINKS TO
013310*                            THE ORIGINAL IT RE-RATED, WHICH MUST
013320*                            BE ON FILE AS A REVERSED ROW. THE
013330*                            ORIGINAL LINKS TO ITS CONTRA, NOT
013340*                            BACK TO THE REPLACEMENT.
013350******************************************************************
013360 4300-VERIFICAR-REEMPLAZO.
013370     MOVE WS-ROW-LINK-DATE TO HLK-RUN-DATE.
013380     MOVE WS-ROW-LINK-SEQ  TO HLK-TRANS-SEQ.
013390     READ LINK-HIST-FILE
013400         INVALID KEY
013410             PERFORM 4200-ENLACE-SIN-DESTINO
013420                 THRU 4200-ENLACE-SIN-DESTINO-EXIT
013430             GO TO 4300-VERIFICAR-REEMPLAZO-EXIT
013440     END-READ.
013450     MOVE HLK-STATUS    TO WLD-STATUS.
013460     MOVE HLK-RESULTADO TO WLD-RESULT.
013470     IF HLK-STATUS NOT = "2"
013480         ADD 1 TO WS-CNT-NOT-RECIP
013490         SET RFL-ERROR TO TRUE
013500         MOVE "REPLACED ROW NOT REVERSED" TO RFL-FINDING
013510         MOVE WS-LINK-DETAIL TO RFL-DETAIL
013520         PERFORM 7000-ESCRIBIR-HALLAZGO
013530             THRU 7000-ESCRIBIR-HALLAZGO-EXIT
013540     END-IF.
013550 4300-VERIFICAR-REEMPLAZO-EXIT.
013560     EXIT.
013570 END PROGRAM HISTVRFY.
