000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      QUARTERLY OPERATOR ACCESS RECERTIFICATION. READS
000160*               THE SECURITY EVENT LOG (SECEVREC, DD SECLOG) FOR
000170*               EACH OPERATOR'S LAST SUCCESSFUL SIGN-ON
000180*               (SIGNON-OK) AND LAST ADD OR UPDATE IN OPERMNT,
000190*               THEN WALKS THE OPERATOR MASTER (OPERREC, DD
000200*               OPERMAST) AND LISTS EVERY ACTIVE OPERATOR WITH
000210*               OPER-AUTH-LEVEL, OPER-AMOUNT-LIMIT, THE LAST
000220*               SIGN-ON AND THE LAST CERTIFICATION ON THE
000230*               RECERTIFICATION REPORT (DD CERTRPT).
000240*               AN OPERATOR WITH NO SIGN-ON, ADD OR UPDATE IN
000250*               MORE THAN THE CERTPARM NUMBER OF DAYS (DEFAULT
000260*               90) BEFORE THE BUSINESS DATE IS DORMANT: THE
000270*               ROW IS SET INACTIVE, STAMPED AS DEACTIVATED
000280*               (OPER-CERT-RESULT "D") AND A CERT-DORMANT EVENT
000290*               IS APPENDED TO THE SECURITY EVENT LOG. THE
000300*               OVERNIGHT DRIVER'S "OVERNITE" ID NEVER SIGNS ON
000310*               AND IS NEVER DEACTIVATED.
000320*               EVERY OPERATOR LEFT ACTIVE GOES ON THE
000330*               CERTIFICATION WORKSHEET (DD CERTWKS) FOR A
000340*               SUPERVISOR TO MARK KEEP, CHANGE LEVEL OR REVOKE,
000350*               SIGN AND RETURN; THE OUTCOMES ARE RECORDED
000360*               AGAINST THE OPERATOR THROUGH OPERMNT OPTION R.
000370*               RETURN CODE 4 WHEN ANY OPERATOR WAS FOUND
000380*               DORMANT, 8 WHEN THE MASTER CANNOT BE OPENED.
000390* TECTONICS:    cobc
000400*
000410* MODIFICATION HISTORY
000420*   2026-10-15  RA  INITIAL VERSION.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. OPERCERT.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPER-MASTER-FILE ASSIGN TO OPERMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OPER-ID
000530         FILE STATUS IS WS-OPER-STATUS.
000540     SELECT SEC-LOG-FILE ASSIGN TO SECLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SEC-STATUS.
000570     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUNCTL-STATUS.
000600     SELECT CERT-PARM-FILE ASSIGN TO CERTPARM
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630     SELECT REPORT-OUT-FILE ASSIGN TO CERTRPT
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT WORKSHEET-FILE ASSIGN TO CERTWKS
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  OPER-MASTER-FILE.
000700     COPY OPERREC.
000710 FD  SEC-LOG-FILE
000720     RECORDING MODE IS F.
000730     COPY SECEVREC.
000740 FD  RUN-CTL-FILE
000750     RECORDING MODE IS F.
000760     COPY RUNCTLRC.
000770 FD  CERT-PARM-FILE
000780     RECORDING MODE IS F.
000790 01  CERT-PARM-REC.
000800     05 CP-DORMANT-DAYS         PIC 9(03).
000810     05 FILLER                  PIC X(77).
000820 FD  REPORT-OUT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-OUT-REC             PIC X(132).
000850 FD  WORKSHEET-FILE
000860     RECORDING MODE IS F.
000870 01  WORKSHEET-OUT-REC          PIC X(132).
000880 WORKING-STORAGE SECTION.
000890*
000900 01  RPT-PAGE-HEADER-REC.
000910     05 FILLER                  PIC X(25)
000920            VALUE "OPERCERT OPERATOR ACCESS ".
000925     05 FILLER                  PIC X(25)
000926            VALUE "RECERTIFICATION - AS OF".
000930     05 RPH-BUS-DATE            PIC 9(08).
000940     05 FILLER                  PIC X(16)
000950            VALUE "  DORMANT AFTER ".
000960     05 RPH-DORMANT-DAYS        PIC ZZ9.
000970     05 FILLER                  PIC X(05) VALUE " DAYS".
000980     05 FILLER                  PIC X(10) VALUE SPACES.
000990     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001000     05 RPH-PAGE-NO             PIC ZZ9.
001010     05 FILLER                  PIC X(29) VALUE SPACES.
001020 01  RPT-COLUMN-HEADER-REC.
001030     05 FILLER                  PIC X(09) VALUE "OPER ID".
001040     05 FILLER                  PIC X(31) VALUE "NAME".
001050     05 FILLER                  PIC X(03) VALUE "LV".
001060     05 FILLER                  PIC X(15) VALUE "  AMOUNT LIMIT".
001070     05 FILLER                  PIC X(09) VALUE "LAST SGN".
001080     05 FILLER                  PIC X(06) VALUE " IDLE".
001090     05 FILLER                  PIC X(09) VALUE "LAST CRT".
001100     05 FILLER                  PIC X(02) VALUE "R".
001110     05 FILLER                  PIC X(09) VALUE "CERT BY".
001120     05 FILLER                  PIC X(20) VALUE "ACTION".
001130     05 FILLER                  PIC X(19) VALUE SPACES.
001140 01  RPT-DETAIL-REC.
001150     05 RDL-OPER-ID             PIC X(08).
001160     05 FILLER                  PIC X(01) VALUE SPACE.
001170     05 RDL-NAME                PIC X(30).
001180     05 FILLER                  PIC X(01) VALUE SPACE.
001190     05 RDL-LEVEL               PIC 9(01).
001200     05 FILLER                  PIC X(02) VALUE SPACES.
001210     05 RDL-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
001220     05 FILLER                  PIC X(01) VALUE SPACE.
001230     05 RDL-LAST-SIGNON         PIC X(08).
001240     05 FILLER                  PIC X(01) VALUE SPACE.
001250     05 RDL-DAYS-IDLE           PIC X(05).
001260     05 FILLER                  PIC X(01) VALUE SPACE.
001270     05 RDL-LAST-CERT           PIC X(08).
001280     05 FILLER                  PIC X(01) VALUE SPACE.
001290     05 RDL-CERT-RESULT         PIC X(01).
001300     05 FILLER                  PIC X(01) VALUE SPACE.
001310     05 RDL-CERT-BY             PIC X(08).
001320     05 FILLER                  PIC X(01) VALUE SPACE.
001330     05 RDL-ACTION              PIC X(20).
001340     05 FILLER                  PIC X(19) VALUE SPACES.
001350 01  RPT-TOTAL-REC.
001360     05 FILLER                  PIC X(07) VALUE "ACTIVE=".
001370     05 RPT-TOT-ACTIVE          PIC Z(5)9.
001380     05 FILLER                  PIC X(09) VALUE " LEVEL-3=".
001390     05 RPT-TOT-LEVEL3          PIC Z(5)9.
001400     05 FILLER                  PIC X(13) VALUE " DEACTIVATED=".
001410     05 RPT-TOT-DEACT           PIC Z(5)9.
001420     05 FILLER                  PIC X(14) VALUE " DORMANT KEPT=".
001430     05 RPT-TOT-NOT-ACTED       PIC Z(5)9.
001440     05 FILLER                  PIC X(12) VALUE " TO CERTIFY=".
001450     05 RPT-TOT-CERTIFY         PIC Z(5)9.
001460     05 FILLER                  PIC X(10) VALUE " INACTIVE=".
001470     05 RPT-TOT-INACTIVE        PIC Z(5)9.
001480     05 FILLER                  PIC X(31) VALUE SPACES.
001490 01  RPT-NOTE-REC.
001500     05 RNL-TEXT                PIC X(70).
001510     05 FILLER                  PIC X(62) VALUE SPACES.
001520 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001530*
001540 01  WKS-PAGE-HEADER-REC.
001550     05 FILLER                  PIC X(16)
001560            VALUE "OPERCERT ACCESS ".
001565     05 FILLER                  PIC X(34)
001566            VALUE "CERTIFICATION WORKSHEET - AS OF".
001570     05 WKH-BUS-DATE            PIC 9(08).
001580     05 FILLER                  PIC X(10) VALUE SPACES.
001590     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001600     05 WKH-PAGE-NO             PIC ZZ9.
001610     05 FILLER                  PIC X(53) VALUE SPACES.
001620 01  WKS-INSTRUCTION-1-REC.
001630     05 FILLER                  PIC X(45)
001640            VALUE "FOR EACH OPERATOR MARK K = KEEP THE ACCESS, ".
001650     05 FILLER                  PIC X(45)
001660            VALUE "L = CHANGE THE LEVEL (WRITE THE NEW LEVEL), ".
001670     05 FILLER                  PIC X(42)
001680            VALUE "R = REVOKE THE ACCESS.".
001690 01  WKS-INSTRUCTION-2-REC.
001700     05 FILLER                  PIC X(45)
001710            VALUE "SIGN EACH DECISION AND RETURN THE WORKSHEET; ".
001720     05 FILLER                  PIC X(45)
001730            VALUE "THE OUTCOMES ARE RECORDED THROUGH OPERMNT ".
001740     05 FILLER                  PIC X(42)
001750            VALUE "OPTION R.".
001760 01  WKS-OPERATOR-REC.
001770     05 WKL-OPER-ID             PIC X(08).
001780     05 FILLER                  PIC X(01) VALUE SPACE.
001790     05 WKL-NAME                PIC X(30).
001800     05 FILLER                  PIC X(01) VALUE SPACE.
001810     05 FILLER                  PIC X(06) VALUE "LEVEL ".
001820     05 WKL-LEVEL               PIC 9(01).
001830     05 FILLER                  PIC X(02) VALUE SPACES.
001840     05 FILLER                  PIC X(06) VALUE "LIMIT ".
001850     05 WKL-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
001860     05 FILLER                  PIC X(02) VALUE SPACES.
001870     05 FILLER                  PIC X(13) VALUE "LAST SIGN-ON ".
001880     05 WKL-LAST-SIGNON         PIC X(08).
001890     05 FILLER                  PIC X(02) VALUE SPACES.
001900     05 FILLER                  PIC X(15)
001910            VALUE "LAST CERTIFIED ".
001920     05 WKL-LAST-CERT           PIC X(08).
001930     05 FILLER                  PIC X(15) VALUE SPACES.
001940 01  WKS-DECISION-REC.
001950     05 FILLER                  PIC X(09) VALUE SPACES.
001960     05 FILLER                  PIC X(27)
001970            VALUE "DECISION (K/L/R): ___".
001980     05 FILLER                  PIC X(20)
001990            VALUE "NEW LEVEL: ___".
002000     05 FILLER                  PIC X(28)
002010            VALUE "SUPERVISOR ID: ________".
002020     05 FILLER                  PIC X(34)
002030            VALUE "SIGNATURE: ____________________".
002040     05 FILLER                  PIC X(14)
002050            VALUE "DATE: ________".
002060*
002070 77  WS-OPER-STATUS             PIC X(02) VALUE SPACES.
002080     88 WS-OPER-OK                        VALUE "00".
002090 77  WS-SEC-STATUS              PIC X(02) VALUE SPACES.
002100 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
002110 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
002120 77  WS-EOF-SW                  PIC X(01) VALUE "N".
002130     88 WS-EOF                            VALUE "Y".
002140 77  WS-SEC-EOF-SW              PIC X(01) VALUE "N".
002150     88 WS-SEC-EOF                        VALUE "Y".
002160 77  WS-SEC-FILE-SW             PIC X(01) VALUE "N".
002170     88 WS-SEC-FILE-OPEN                  VALUE "Y".
002180 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
002190 77  WS-BUS-INT                 PIC 9(07) VALUE ZERO.
002200 77  WS-DORMANT-DAYS            PIC 9(03) VALUE 90.
002210 77  WS-BASE-DATE               PIC 9(08) VALUE ZERO.
002220 77  WS-BASE-INT                PIC 9(07) VALUE ZERO.
002230 77  WS-DAYS-IDLE               PIC S9(07) VALUE ZERO.
002240 77  WS-DAYS-ED                 PIC ZZZZ9.
002250 77  WS-LIMIT-WORK              PIC 9(09)V99 VALUE ZERO.
002260 77  WS-DORMANT-SW              PIC X(01) VALUE "N".
002270     88 WS-DORMANT                        VALUE "Y".
002280 77  WS-BATCH-OPER-ID           PIC X(08) VALUE "OVERNITE".
002290 77  WS-CERT-PROGRAM-ID         PIC X(08) VALUE "OPERCERT".
002300 77  WS-SEC-EVENT               PIC X(12) VALUE SPACES.
002310 77  WS-SESSION-STAMP           PIC X(15) VALUE SPACES.
002320 77  WS-EVT-DATE                PIC 9(08) VALUE ZERO.
002330 77  WS-EVT-TIME                PIC 9(08) VALUE ZERO.
002340 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002350 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002360 77  WS-WKS-LINE-CNT            PIC 9(03) COMP VALUE ZERO.
002370 77  WS-WKS-PAGE-CNT            PIC 9(03) COMP VALUE ZERO.
002380 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002390*
002400 77  WS-TOT-ACTIVE              PIC 9(06) COMP VALUE ZERO.
002410 77  WS-TOT-LEVEL3              PIC 9(06) COMP VALUE ZERO.
002420 77  WS-TOT-DEACT               PIC 9(06) COMP VALUE ZERO.
002430 77  WS-TOT-NOT-ACTED           PIC 9(06) COMP VALUE ZERO.
002440 77  WS-TOT-CERTIFY             PIC 9(06) COMP VALUE ZERO.
002450 77  WS-TOT-INACTIVE            PIC 9(06) COMP VALUE ZERO.
002460*
002470 77  WS-ACT-SUB                 PIC 9(04) COMP VALUE ZERO.
002480 77  WS-ACT-USED                PIC 9(04) COMP VALUE ZERO.
002490 77  WS-ACT-FOUND-SW            PIC X(01) VALUE "N".
002500     88 WS-ACT-FOUND                      VALUE "Y".
002510 77  WS-ACT-FULL-SW             PIC X(01) VALUE "N".
002520     88 WS-ACT-FULL                       VALUE "Y".
002530 77  WS-ACT-LOOKUP-ID           PIC X(08) VALUE SPACES.
002540 01  WS-ACT-TABLE.
002550     05 WS-ACT-ENTRY            OCCURS 500 TIMES.
002560         10 WS-ACT-OPER         PIC X(08).
002570         10 WS-ACT-SIGNON       PIC 9(08).
002580         10 WS-ACT-MAINT        PIC 9(08).
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE
002620         THRU 1000-INITIALIZE-EXIT.
002630     PERFORM 2000-PROCESS-OPERATOR
002640         THRU 2000-PROCESS-OPERATOR-EXIT
002650         UNTIL WS-EOF.
002660     PERFORM 8000-TERMINATE
002670         THRU 8000-TERMINATE-EXIT.
002680     GOBACK.
002690*
002700******************************************************************
002710* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE DORMANCY
002720*                   THRESHOLD, LOAD EACH OPERATOR'S LAST
002730*                   ACTIVITY FROM THE SECURITY EVENT LOG, REOPEN
002740*                   THE LOG FOR APPEND, OPEN THE OPERATOR MASTER
002750*                   FOR UPDATE AND START BOTH OUTPUTS.
002760******************************************************************
002770 1000-INITIALIZE.
002780     OPEN INPUT RUN-CTL-FILE.
002790     IF WS-RUNCTL-STATUS = "00"
002800         READ RUN-CTL-FILE
002810             AT END
002820                 CONTINUE
002830             NOT AT END
002840                 IF RCT-TYPE-CONTROL
002850                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002860                 END-IF
002870         END-READ
002880         CLOSE RUN-CTL-FILE
002890     END-IF.
002900     IF WS-BUS-DATE = ZERO
002910         DISPLAY "Aviso: fecha de negocio no disponible; se "
002920             "usa la fecha del sistema."
002930         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002940     END-IF.
002950     COMPUTE WS-BUS-INT
002960         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
002970     OPEN INPUT CERT-PARM-FILE.
002980     IF WS-PARM-STATUS = "00"
002990         READ CERT-PARM-FILE
003000             AT END
003010                 CONTINUE
003020             NOT AT END
003030                 IF CP-DORMANT-DAYS NUMERIC
003040                         AND CP-DORMANT-DAYS > ZERO
003050                     MOVE CP-DORMANT-DAYS TO WS-DORMANT-DAYS
003060                 END-IF
003070         END-READ
003080         CLOSE CERT-PARM-FILE
003090     ELSE
003100         DISPLAY "Aviso: CERTPARM no disponible; inactividad "
003110             "maxima = 90 dias."
003120     END-IF.
003130     PERFORM 1100-CARGAR-ACTIVIDAD
003140         THRU 1100-CARGAR-ACTIVIDAD-EXIT.
003150     OPEN EXTEND SEC-LOG-FILE.
003160     IF WS-SEC-STATUS = "35"
003170         OPEN OUTPUT SEC-LOG-FILE
003180     END-IF.
003190     IF WS-SEC-STATUS = "00"
003200         SET WS-SEC-FILE-OPEN TO TRUE
003210     ELSE
003220         DISPLAY "Aviso: no se pudo abrir la bitacora de "
003230             "seguridad (estado " WS-SEC-STATUS "); las "
003240             "desactivaciones no quedaran registradas."
003250     END-IF.
003260     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
003270     ACCEPT WS-EVT-TIME FROM TIME.
003280     MOVE SPACES TO WS-SESSION-STAMP.
003290     STRING WS-EVT-DATE          DELIMITED BY SIZE
003300         "-"                     DELIMITED BY SIZE
003310         WS-EVT-TIME(1:6)        DELIMITED BY SIZE
003320         INTO WS-SESSION-STAMP
003330     END-STRING.
003340     OPEN I-O OPER-MASTER-FILE.
003350     IF NOT WS-OPER-OK
003360         DISPLAY "Error: no se pudo abrir el maestro de "
003370             "operadores; estado " WS-OPER-STATUS
003380         IF WS-SEC-FILE-OPEN
003390             CLOSE SEC-LOG-FILE
003400         END-IF
003410         MOVE 8 TO RETURN-CODE
003420         GOBACK
003430     END-IF.
003440     OPEN OUTPUT REPORT-OUT-FILE
003450                 WORKSHEET-FILE.
003460     MOVE WS-BUS-DATE     TO RPH-BUS-DATE
003470                             WKH-BUS-DATE.
003480     MOVE WS-DORMANT-DAYS TO RPH-DORMANT-DAYS.
003490     PERFORM 2900-WRITE-PAGE-HEADING
003500         THRU 2900-WRITE-PAGE-HEADING-EXIT.
003510     PERFORM 3900-WRITE-WORKSHEET-HEADING
003520         THRU 3900-WRITE-WORKSHEET-HEADING-EXIT.
003530     MOVE LOW-VALUES TO OPER-ID.
003540     START OPER-MASTER-FILE KEY IS NOT LESS THAN OPER-ID
003550         INVALID KEY
003560             SET WS-EOF TO TRUE
003570     END-START.
003580     IF NOT WS-EOF
003590         PERFORM 2100-READ-NEXT-OPERATOR
003600             THRU 2100-READ-NEXT-OPERATOR-EXIT
003610     END-IF.
003620 1000-INITIALIZE-EXIT.
003630     EXIT.
003640*
003650******************************************************************
003660* 1100-CARGAR-ACTIVIDAD - READ THE WHOLE SECURITY EVENT LOG
003670*                         INTO A TABLE OF OPERATOR IDS WITH THE
003680*                         LATEST SIGNON-OK DATE AND THE LATEST
003690*                         MAINT-ADD/MAINT-UPDATE DATE (A NEW OR
003700*                         REINSTATED OPERATOR IS NOT DORMANT
003710*                         BEFORE THEY HAVE HAD THE CHANCE TO
003720*                         SIGN ON). A FULL TABLE STOPS ANY
003730*                         DEACTIVATION, SINCE THE OPERATORS LEFT
003740*                         OUT WOULD LOOK DORMANT.
003750******************************************************************
003760 1100-CARGAR-ACTIVIDAD.
003770     OPEN INPUT SEC-LOG-FILE.
003780     IF WS-SEC-STATUS NOT = "00"
003790         DISPLAY "Aviso: no se pudo leer la bitacora de "
003800             "seguridad (estado " WS-SEC-STATUS "); ningun "
003810             "operador tiene actividad registrada."
003820         GO TO 1100-CARGAR-ACTIVIDAD-EXIT
003830     END-IF.
003840     PERFORM 1110-LEER-EVENTO
003850         THRU 1110-LEER-EVENTO-EXIT
003860         UNTIL WS-SEC-EOF.
003870     CLOSE SEC-LOG-FILE.
003880     IF WS-ACT-FULL
003890         DISPLAY "Aviso: mas de 500 operadores en la bitacora "
003900             "de seguridad; no se desactivara a nadie."
003910     END-IF.
003920 1100-CARGAR-ACTIVIDAD-EXIT.
003930     EXIT.
003940*
003950 1110-LEER-EVENTO.
003960     READ SEC-LOG-FILE
003970         AT END
003980             SET WS-SEC-EOF TO TRUE
003990             GO TO 1110-LEER-EVENTO-EXIT
004000     END-READ.
004010     IF SEV-DATE NOT NUMERIC
004020         GO TO 1110-LEER-EVENTO-EXIT
004030     END-IF.
004040     IF SEV-EVENT NOT = "SIGNON-OK"
004050             AND SEV-EVENT NOT = "MAINT-ADD"
004060             AND SEV-EVENT NOT = "MAINT-UPDATE"
004070         GO TO 1110-LEER-EVENTO-EXIT
004080     END-IF.
004090     MOVE SEV-OPERATOR TO WS-ACT-LOOKUP-ID.
004100     PERFORM 4000-BUSCAR-ACTIVIDAD
004110         THRU 4000-BUSCAR-ACTIVIDAD-EXIT.
004120     IF NOT WS-ACT-FOUND
004130         IF WS-ACT-USED NOT < 500
004140             SET WS-ACT-FULL TO TRUE
004150             GO TO 1110-LEER-EVENTO-EXIT
004160         END-IF
004170         ADD 1 TO WS-ACT-USED
004180         MOVE WS-ACT-USED  TO WS-ACT-SUB
004190         MOVE SEV-OPERATOR TO WS-ACT-OPER(WS-ACT-SUB)
004200         MOVE ZERO         TO WS-ACT-SIGNON(WS-ACT-SUB)
004210         MOVE ZERO         TO WS-ACT-MAINT(WS-ACT-SUB)
004220     END-IF.
004230     IF SEV-EVENT = "SIGNON-OK"
004240         IF SEV-DATE > WS-ACT-SIGNON(WS-ACT-SUB)
004250             MOVE SEV-DATE TO WS-ACT-SIGNON(WS-ACT-SUB)
004260         END-IF
004270     ELSE
004280         IF SEV-DATE > WS-ACT-MAINT(WS-ACT-SUB)
004290             MOVE SEV-DATE TO WS-ACT-MAINT(WS-ACT-SUB)
004300         END-IF
004310     END-IF.
004320 1110-LEER-EVENTO-EXIT.
004330     EXIT.
004340*
004350******************************************************************
004360* 2000-PROCESS-OPERATOR - LIST ONE ACTIVE OPERATOR: DEACTIVATE IT
004370*                         WHEN DORMANT, OTHERWISE PUT IT ON THE
004380*                         CERTIFICATION WORKSHEET.
004390******************************************************************
004400 2000-PROCESS-OPERATOR.
004410     IF NOT OPER-ACTIVE
004420         ADD 1 TO WS-TOT-INACTIVE
004430         GO TO 2000-PROCESS-OPERATOR-LEER
004440     END-IF.
004450     ADD 1 TO WS-TOT-ACTIVE.
004460     IF OPER-AUTH-LEVEL = 3
004470         ADD 1 TO WS-TOT-LEVEL3
004480     END-IF.
004490     PERFORM 2200-MEDIR-INACTIVIDAD
004500         THRU 2200-MEDIR-INACTIVIDAD-EXIT.
004510     PERFORM 2300-PREPARAR-LINEA
004520         THRU 2300-PREPARAR-LINEA-EXIT.
004530     EVALUATE TRUE
004540         WHEN OPER-ID = WS-BATCH-OPER-ID
004550             MOVE "EXEMPT BATCH ID" TO RDL-ACTION
004560             PERFORM 3000-ESCRIBIR-HOJA
004570                 THRU 3000-ESCRIBIR-HOJA-EXIT
004580         WHEN WS-DORMANT AND WS-ACT-FULL
004590             ADD 1 TO WS-TOT-NOT-ACTED
004600             MOVE "DORMANT - NOT ACTED" TO RDL-ACTION
004610             PERFORM 3000-ESCRIBIR-HOJA
004620                 THRU 3000-ESCRIBIR-HOJA-EXIT
004630         WHEN WS-DORMANT
004640             PERFORM 2400-DESACTIVAR-OPERADOR
004650                 THRU 2400-DESACTIVAR-OPERADOR-EXIT
004660         WHEN OPER-LOCKED
004670             MOVE "CERTIFY (LOCKED)" TO RDL-ACTION
004680             PERFORM 3000-ESCRIBIR-HOJA
004690                 THRU 3000-ESCRIBIR-HOJA-EXIT
004700         WHEN OTHER
004710             MOVE "CERTIFY" TO RDL-ACTION
004720             PERFORM 3000-ESCRIBIR-HOJA
004730                 THRU 3000-ESCRIBIR-HOJA-EXIT
004740     END-EVALUATE.
004750     IF WS-LINE-CNT NOT < WS-MAX-LINES
004760         PERFORM 2900-WRITE-PAGE-HEADING
004770             THRU 2900-WRITE-PAGE-HEADING-EXIT
004780     END-IF.
004790     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
004800     ADD 1 TO WS-LINE-CNT.
004810 2000-PROCESS-OPERATOR-LEER.
004820     PERFORM 2100-READ-NEXT-OPERATOR
004830         THRU 2100-READ-NEXT-OPERATOR-EXIT.
004840 2000-PROCESS-OPERATOR-EXIT.
004850     EXIT.
004860*
004870 2100-READ-NEXT-OPERATOR.
004880     READ OPER-MASTER-FILE NEXT RECORD
004890         AT END
004900             SET WS-EOF TO TRUE
004910     END-READ.
004920 2100-READ-NEXT-OPERATOR-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960* 2200-MEDIR-INACTIVIDAD - DAYS FROM THE OPERATOR'S LATEST
004970*                          SIGN-ON, ADD OR UPDATE TO THE BUSINESS
004980*                          DATE. NO ACTIVITY ON THE LOG AT ALL,
004990*                          OR MORE DAYS THAN THE THRESHOLD, IS
005000*                          DORMANT.
005010******************************************************************
005020 2200-MEDIR-INACTIVIDAD.
005030     MOVE "N"    TO WS-DORMANT-SW.
005040     MOVE ZERO   TO WS-BASE-DATE.
005050     MOVE OPER-ID TO WS-ACT-LOOKUP-ID.
005060     PERFORM 4000-BUSCAR-ACTIVIDAD
005070         THRU 4000-BUSCAR-ACTIVIDAD-EXIT.
005080     MOVE "NEVER" TO RDL-LAST-SIGNON.
005090     IF WS-ACT-FOUND
005100         IF WS-ACT-SIGNON(WS-ACT-SUB) NOT = ZERO
005110             MOVE WS-ACT-SIGNON(WS-ACT-SUB) TO RDL-LAST-SIGNON
005120         END-IF
005130         MOVE WS-ACT-SIGNON(WS-ACT-SUB) TO WS-BASE-DATE
005140         IF WS-ACT-MAINT(WS-ACT-SUB) > WS-BASE-DATE
005150             MOVE WS-ACT-MAINT(WS-ACT-SUB) TO WS-BASE-DATE
005160         END-IF
005170     END-IF.
005180     IF WS-BASE-DATE = ZERO
005190         MOVE " NONE" TO RDL-DAYS-IDLE
005200         SET WS-DORMANT TO TRUE
005210         GO TO 2200-MEDIR-INACTIVIDAD-EXIT
005220     END-IF.
005230     COMPUTE WS-BASE-INT
005240         = FUNCTION INTEGER-OF-DATE(WS-BASE-DATE).
005250     COMPUTE WS-DAYS-IDLE = WS-BUS-INT - WS-BASE-INT.
005260     IF WS-DAYS-IDLE < ZERO
005270         MOVE ZERO TO WS-DAYS-IDLE
005280     END-IF.
005290     MOVE WS-DAYS-IDLE TO WS-DAYS-ED.
005300     MOVE WS-DAYS-ED   TO RDL-DAYS-IDLE.
005310     IF WS-DAYS-IDLE > WS-DORMANT-DAYS
005320         SET WS-DORMANT TO TRUE
005330     END-IF.
005340 2200-MEDIR-INACTIVIDAD-EXIT.
005350     EXIT.
005360*
005370******************************************************************
005380* 2300-PREPARAR-LINEA - FILL THE REPORT AND WORKSHEET FIELDS
005390*                       COMMON TO EVERY ACTIVE OPERATOR.
005400******************************************************************
005410 2300-PREPARAR-LINEA.
005420     IF OPER-AMOUNT-LIMIT NUMERIC
005430         MOVE OPER-AMOUNT-LIMIT TO WS-LIMIT-WORK
005440     ELSE
005450         MOVE ZERO TO WS-LIMIT-WORK
005460     END-IF.
005470     MOVE OPER-ID         TO RDL-OPER-ID
005480                             WKL-OPER-ID.
005490     MOVE OPER-NAME       TO RDL-NAME
005500                             WKL-NAME.
005510     MOVE OPER-AUTH-LEVEL TO RDL-LEVEL
005520                             WKL-LEVEL.
005530     MOVE WS-LIMIT-WORK   TO RDL-LIMIT
005540                             WKL-LIMIT.
005550     MOVE RDL-LAST-SIGNON TO WKL-LAST-SIGNON.
005560     IF OPER-CERT-DATE NUMERIC AND OPER-CERT-DATE NOT = ZERO
005570         MOVE OPER-CERT-DATE   TO RDL-LAST-CERT
005580         MOVE OPER-CERT-RESULT TO RDL-CERT-RESULT
005590         MOVE OPER-CERT-BY     TO RDL-CERT-BY
005600     ELSE
005610         MOVE "NEVER" TO RDL-LAST-CERT
005620         MOVE SPACES  TO RDL-CERT-RESULT
005630                         RDL-CERT-BY
005640     END-IF.
005650     MOVE RDL-LAST-CERT TO WKL-LAST-CERT.
005660 2300-PREPARAR-LINEA-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700* 2400-DESACTIVAR-OPERADOR - SET A DORMANT OPERATOR INACTIVE,
005710*                            STAMP THE ROW AS DEACTIVATED BY
005720*                            THIS RUN ON THE BUSINESS DATE, AND
005730*                            LOG A CERT-DORMANT SECURITY EVENT.
005740******************************************************************
005750 2400-DESACTIVAR-OPERADOR.
005760     SET OPER-INACTIVE     TO TRUE.
005770     SET OPER-CERT-DORMANT TO TRUE.
005780     MOVE WS-BUS-DATE        TO OPER-CERT-DATE.
005790     MOVE WS-CERT-PROGRAM-ID TO OPER-CERT-BY.
005800     REWRITE OPER-REC
005810         INVALID KEY
005820             DISPLAY "Error: no se pudo desactivar el "
005830                 "operador " OPER-ID "; estado " WS-OPER-STATUS
005840             MOVE "DORMANT - NOT ACTED" TO RDL-ACTION
005850             ADD 1 TO WS-TOT-NOT-ACTED
005860             GO TO 2400-DESACTIVAR-OPERADOR-EXIT
005870     END-REWRITE.
005880     ADD 1 TO WS-TOT-DEACT.
005890     MOVE "DEACTIVATED DORMANT" TO RDL-ACTION.
005900     MOVE WS-BUS-DATE           TO RDL-LAST-CERT.
005910     MOVE OPER-CERT-RESULT      TO RDL-CERT-RESULT.
005920     MOVE WS-CERT-PROGRAM-ID    TO RDL-CERT-BY.
005930     IF NOT WS-SEC-FILE-OPEN
005940         GO TO 2400-DESACTIVAR-OPERADOR-EXIT
005950     END-IF.
005960     MOVE "CERT-DORMANT" TO WS-SEC-EVENT.
005970     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
005980     ACCEPT WS-EVT-TIME FROM TIME.
005990     MOVE SPACES           TO SEC-EVENT-REC.
006000     MOVE WS-EVT-DATE      TO SEV-DATE.
006010     MOVE WS-EVT-TIME(1:6) TO SEV-TIME.
006020     MOVE OPER-ID          TO SEV-OPERATOR.
006030     MOVE WS-SEC-EVENT     TO SEV-EVENT.
006040     MOVE WS-SESSION-STAMP TO SEV-SESSION.
006050     WRITE SEC-EVENT-REC.
006060 2400-DESACTIVAR-OPERADOR-EXIT.
006070     EXIT.
006080*
006090******************************************************************
006100* 2900-WRITE-PAGE-HEADING - START A NEW REPORT PAGE.
006110******************************************************************
006120 2900-WRITE-PAGE-HEADING.
006130     ADD 1 TO WS-PAGE-CNT.
006140     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
006150     IF WS-PAGE-CNT > 1
006160         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
006170     END-IF.
006180     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
006190     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006200     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
006210     MOVE ZERO TO WS-LINE-CNT.
006220 2900-WRITE-PAGE-HEADING-EXIT.
006230     EXIT.
006240*
006250******************************************************************
006260* 3000-ESCRIBIR-HOJA - PUT ONE OPERATOR ON THE CERTIFICATION
006270*                      WORKSHEET: THE ACCESS HELD AND A LINE FOR
006280*                      THE SUPERVISOR'S DECISION AND SIGNATURE.
006290******************************************************************
006300 3000-ESCRIBIR-HOJA.
006310     ADD 1 TO WS-TOT-CERTIFY.
006320     IF WS-WKS-LINE-CNT + 3 > WS-MAX-LINES
006330         PERFORM 3900-WRITE-WORKSHEET-HEADING
006340             THRU 3900-WRITE-WORKSHEET-HEADING-EXIT
006350     END-IF.
006360     WRITE WORKSHEET-OUT-REC FROM WKS-OPERATOR-REC.
006370     WRITE WORKSHEET-OUT-REC FROM WKS-DECISION-REC.
006380     WRITE WORKSHEET-OUT-REC FROM RPT-BLANK-REC.
006390     ADD 3 TO WS-WKS-LINE-CNT.
006400 3000-ESCRIBIR-HOJA-EXIT.
006410     EXIT.
006420*
006430******************************************************************
006440* 3900-WRITE-WORKSHEET-HEADING - START A NEW WORKSHEET PAGE WITH
006450*                                THE INSTRUCTIONS REPEATED.
006460******************************************************************
006470 3900-WRITE-WORKSHEET-HEADING.
006480     ADD 1 TO WS-WKS-PAGE-CNT.
006490     MOVE WS-WKS-PAGE-CNT TO WKH-PAGE-NO.
006500     IF WS-WKS-PAGE-CNT > 1
006510         WRITE WORKSHEET-OUT-REC FROM RPT-BLANK-REC
006520     END-IF.
006530     WRITE WORKSHEET-OUT-REC FROM WKS-PAGE-HEADER-REC.
006540     WRITE WORKSHEET-OUT-REC FROM RPT-BLANK-REC.
006550     WRITE WORKSHEET-OUT-REC FROM WKS-INSTRUCTION-1-REC.
006560     WRITE WORKSHEET-OUT-REC FROM WKS-INSTRUCTION-2-REC.
006570     WRITE WORKSHEET-OUT-REC FROM RPT-BLANK-REC.
006580     MOVE ZERO TO WS-WKS-LINE-CNT.
006590 3900-WRITE-WORKSHEET-HEADING-EXIT.
006600     EXIT.
006610*
006620******************************************************************
006630* 4000-BUSCAR-ACTIVIDAD - FIND WS-ACT-LOOKUP-ID IN THE ACTIVITY
006640*                         TABLE; WS-ACT-SUB POINTS AT IT WHEN
006650*                         WS-ACT-FOUND.
006660******************************************************************
006670 4000-BUSCAR-ACTIVIDAD.
006680     MOVE "N" TO WS-ACT-FOUND-SW.
006690     MOVE 1 TO WS-ACT-SUB.
006700     PERFORM 4100-COMPARAR-OPERADOR
006710         THRU 4100-COMPARAR-OPERADOR-EXIT
006720         UNTIL WS-ACT-FOUND OR WS-ACT-SUB > WS-ACT-USED.
006730 4000-BUSCAR-ACTIVIDAD-EXIT.
006740     EXIT.
006750*
006760 4100-COMPARAR-OPERADOR.
006770     IF WS-ACT-OPER(WS-ACT-SUB) = WS-ACT-LOOKUP-ID
006780         SET WS-ACT-FOUND TO TRUE
006790     ELSE
006800         ADD 1 TO WS-ACT-SUB
006810     END-IF.
006820 4100-COMPARAR-OPERADOR-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860* 8000-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES AND SET THE
006870*                  RETURN CODE: 4 WHEN ANY OPERATOR WAS DORMANT.
006880******************************************************************
006890 8000-TERMINATE.
006900     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006910     MOVE WS-TOT-ACTIVE    TO RPT-TOT-ACTIVE.
006920     MOVE WS-TOT-LEVEL3    TO RPT-TOT-LEVEL3.
006930     MOVE WS-TOT-DEACT     TO RPT-TOT-DEACT.
006940     MOVE WS-TOT-NOT-ACTED TO RPT-TOT-NOT-ACTED.
006950     MOVE WS-TOT-CERTIFY   TO RPT-TOT-CERTIFY.
006960     MOVE WS-TOT-INACTIVE  TO RPT-TOT-INACTIVE.
006970     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
006980     IF WS-ACT-FULL
006990         MOVE "ACTIVITY TABLE FULL - NO OPERATOR WAS DEACTIVATED"
007000             TO RNL-TEXT
007010         WRITE REPORT-OUT-REC FROM RPT-NOTE-REC
007020     END-IF.
007030     IF WS-TOT-CERTIFY = ZERO
007040         MOVE "NO OPERATOR TO CERTIFY." TO RNL-TEXT
007050         WRITE WORKSHEET-OUT-REC FROM RPT-NOTE-REC
007060     END-IF.
007070     CLOSE OPER-MASTER-FILE
007080           REPORT-OUT-FILE
007090           WORKSHEET-FILE.
007100     IF WS-SEC-FILE-OPEN
007110         CLOSE SEC-LOG-FILE
007120     END-IF.
007130     IF WS-TOT-DEACT > ZERO OR WS-TOT-NOT-ACTED > ZERO
007140         MOVE 4 TO RETURN-CODE
007150     ELSE
007160         MOVE 0 TO RETURN-CODE
007170     END-IF.
007180 8000-TERMINATE-EXIT.
007190     EXIT.
007200 END PROGRAM OPERCERT.
