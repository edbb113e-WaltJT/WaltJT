000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      EXPECTED-SUBMISSION CHECK. SCHEDULED AS A COBOL6
000160*               RUN-CARD STEP JUST AHEAD OF EDITVAL: READS THE
000170*               BUSINESS DATE FROM THE RUN-CONTROL FILE AND ITS
000180*               WEEKDAY, PICKS UP EVERY BATCH HEADER (BATCTL) ON
000190*               THE NIGHT'S TRANSIN, OPCTRANS AND LOOPTRANS FILES
000200*               AND COMPARES THEM AGAINST EACH BRANCH'S EXPECTED
000210*               SUBMISSION SCHEDULE ON THE BRANCH MASTER
000220*               (BRCHREC): FILES SENT, WEEKDAYS AND CUTOFF TIME.
000230*               EACH BATCH RECEIVED IS LISTED AS ON TIME, LATE
000240*               (TRANSMITTED AFTER ITS BRANCH'S CUTOFF ON THE
000250*               BUSINESS DATE, OR ON A LATER DATE), NOT DUE
000260*               TODAY, NO STAMP OR UNKNOWN BRANCH; EVERY FILE AN
000270*               ACTIVE BRANCH IS DUE TO SEND TODAY THAT DID NOT
000280*               ARRIVE IS LISTED AS MISSING. A LATE BATCH IS NOT
000290*               POSTED TONIGHT: EDITVAL ROLLS IT TO THE NEXT
000300*               BUSINESS DATE THROUGH THE VALUE-DATE WAREHOUSE.
000310*               REPORT DD SUBMRPT; RETURN CODE 4 WHEN ANY BATCH
000320*               IS LATE OR MISSING (OR THE CHECK COULD NOT BE
000330*               MADE), OTHERWISE 0. THE CHECK NEVER HOLDS THE
000340*               RUN.
000350* TECTONICS:    cobc
000360*
000370* MODIFICATION HISTORY
000380*   2026-10-15  RA  INITIAL VERSION.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. SUBMCHK.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BRCH-MASTER-FILE ASSIGN TO BRCHMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS BRCH-ID
000490         FILE STATUS IS WS-BRCH-STATUS.
000500     SELECT TRANS-IN-FILE ASSIGN TO TRANSIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRANS-STATUS.
000530     SELECT OPCODE-IN-FILE ASSIGN TO OPCTRANS
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OPC-STATUS.
000560     SELECT LOOP-TRANS-FILE ASSIGN TO LOOPTRANS
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-LOOP-STATUS.
000590     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RUNCTL-STATUS.
000620     SELECT REPORT-OUT-FILE ASSIGN TO SUBMRPT
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BRCH-MASTER-FILE.
000670     COPY BRCHREC.
000680 FD  TRANS-IN-FILE
000690     RECORDING MODE IS F.
000700 01  TRANS-IN-REC               PIC X(80).
000710 FD  OPCODE-IN-FILE
000720     RECORDING MODE IS F.
000730 01  OPCODE-IN-REC              PIC X(80).
000740 FD  LOOP-TRANS-FILE
000750     RECORDING MODE IS F.
000760 01  LOOP-TRANS-REC             PIC X(80).
000770 FD  RUN-CTL-FILE
000780     RECORDING MODE IS F.
000790     COPY RUNCTLRC.
000800 FD  REPORT-OUT-FILE
000810     RECORDING MODE IS F.
000820 01  REPORT-OUT-REC             PIC X(132).
000830 WORKING-STORAGE SECTION.
000840     COPY BATCTL.
000850*
000860 01  RPT-TITLE-REC.
000870     05 FILLER                  PIC X(34)
000880            VALUE "SUBMCHK EXPECTED-SUBMISSION CHECK".
000890     05 FILLER                  PIC X(16) VALUE
000900            "  BUSINESS DATE ".
000910     05 RTT-BUS-DATE            PIC 9(08).
000920     05 FILLER                  PIC X(10) VALUE "  WEEKDAY ".
000930     05 RTT-WEEKDAY             PIC 9(01).
000940     05 FILLER                  PIC X(63) VALUE SPACES.
000950 01  RPT-RECEIVED-TITLE-REC.
000960     05 FILLER                  PIC X(16)
000970            VALUE "BATCHES RECEIVED".
000980     05 FILLER                  PIC X(116) VALUE SPACES.
000990 01  RPT-RECEIVED-COLUMN-REC.
001000     05 FILLER                  PIC X(11) VALUE "FILE".
001010     05 FILLER                  PIC X(10) VALUE "BATCH".
001020     05 FILLER                  PIC X(08) VALUE "BRANCH".
001030     05 FILLER                  PIC X(10) VALUE "SENT DATE".
001040     05 FILLER                  PIC X(07) VALUE "TIME".
001050     05 FILLER                  PIC X(08) VALUE "CUTOFF".
001060     05 FILLER                  PIC X(14) VALUE "STATUS".
001070     05 FILLER                  PIC X(64) VALUE SPACES.
001080 01  RPT-RECEIVED-REC.
001090     05 RRC-FILE-NAME           PIC X(09).
001100     05 FILLER                  PIC X(02) VALUE SPACES.
001110     05 RRC-BATCH-ID            PIC X(08).
001120     05 FILLER                  PIC X(02) VALUE SPACES.
001130     05 RRC-BRANCH              PIC X(04).
001140     05 FILLER                  PIC X(04) VALUE SPACES.
001150     05 RRC-SEND-DATE           PIC X(08).
001160     05 FILLER                  PIC X(02) VALUE SPACES.
001170     05 RRC-SEND-TIME           PIC X(04).
001180     05 FILLER                  PIC X(03) VALUE SPACES.
001190     05 RRC-CUTOFF              PIC X(04).
001200     05 FILLER                  PIC X(04) VALUE SPACES.
001210     05 RRC-STATUS              PIC X(14).
001220     05 FILLER                  PIC X(64) VALUE SPACES.
001230 01  RPT-MISSING-TITLE-REC.
001240     05 FILLER                  PIC X(29)
001250            VALUE "EXPECTED BATCHES NOT RECEIVED".
001260     05 FILLER                  PIC X(103) VALUE SPACES.
001270 01  RPT-MISSING-COLUMN-REC.
001280     05 FILLER                  PIC X(08) VALUE "BRANCH".
001290     05 FILLER                  PIC X(32) VALUE "NAME".
001300     05 FILLER                  PIC X(11) VALUE "FILE".
001310     05 FILLER                  PIC X(08) VALUE "CUTOFF".
001320     05 FILLER                  PIC X(30) VALUE "CONTACT".
001330     05 FILLER                  PIC X(43) VALUE SPACES.
001340 01  RPT-MISSING-REC.
001350     05 RMS-BRANCH              PIC X(04).
001360     05 FILLER                  PIC X(04) VALUE SPACES.
001370     05 RMS-NAME                PIC X(30).
001380     05 FILLER                  PIC X(02) VALUE SPACES.
001390     05 RMS-FILE-NAME           PIC X(09).
001400     05 FILLER                  PIC X(02) VALUE SPACES.
001410     05 RMS-CUTOFF              PIC X(04).
001420     05 FILLER                  PIC X(04) VALUE SPACES.
001430     05 RMS-CONTACT             PIC X(30).
001440     05 FILLER                  PIC X(43) VALUE SPACES.
001450 01  RPT-NONE-REC.
001460     05 RNO-TEXT                PIC X(40).
001470     05 FILLER                  PIC X(92) VALUE SPACES.
001480 01  RPT-TOTAL-REC.
001490     05 FILLER                  PIC X(09) VALUE "RECEIVED=".
001500     05 RTL-RECEIVED            PIC Z(5)9.
001510     05 FILLER                  PIC X(09) VALUE " ON TIME=".
001520     05 RTL-ON-TIME             PIC Z(5)9.
001530     05 FILLER                  PIC X(06) VALUE " LATE=".
001540     05 RTL-LATE                PIC Z(5)9.
001550     05 FILLER                  PIC X(09) VALUE " MISSING=".
001560     05 RTL-MISSING             PIC Z(5)9.
001570     05 FILLER                  PIC X(09) VALUE " VERDICT=".
001580     05 RTL-VERDICT             PIC X(08).
001590     05 FILLER                  PIC X(58) VALUE SPACES.
001600 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001610*
001620 01  WS-HEADER-TABLE.
001630     05 WS-HDR-ENTRY OCCURS 100 TIMES.
001640         10 WS-HDR-FILE-NAME    PIC X(09).
001650         10 WS-HDR-BRANCH-ID    PIC X(04).
001660 77  WS-HDR-CNT                 PIC 9(03) COMP VALUE ZERO.
001670 77  WS-HDR-MAX                 PIC 9(03) COMP VALUE 100.
001680 77  WS-HDR-SUB                 PIC 9(03) COMP VALUE ZERO.
001690 77  WS-HDR-FULL-SW             PIC X(01) VALUE "N".
001700     88 WS-HDR-FULL                       VALUE "Y".
001710 77  WS-HDR-FOUND-SW            PIC X(01) VALUE "N".
001720     88 WS-HDR-FOUND                      VALUE "Y".
001730 77  WS-DUE-SW                  PIC X(01) VALUE "N".
001740     88 WS-DUE                            VALUE "Y".
001750*
001760 77  WS-BRCH-STATUS             PIC X(02) VALUE SPACES.
001770 77  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
001780 77  WS-OPC-STATUS              PIC X(02) VALUE SPACES.
001790 77  WS-LOOP-STATUS             PIC X(02) VALUE SPACES.
001800 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001810 77  WS-BRCH-FILE-SW            PIC X(01) VALUE "N".
001820     88 WS-BRCH-FILE-OPEN                 VALUE "Y".
001830 77  WS-BRCH-EOF-SW             PIC X(01) VALUE "N".
001840     88 WS-BRCH-EOF                       VALUE "Y".
001850 77  WS-IN-EOF-SW               PIC X(01) VALUE "N".
001860     88 WS-IN-EOF                         VALUE "Y".
001870 77  WS-CUR-FILE-NAME           PIC X(09) VALUE SPACES.
001880 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001890 77  WS-BUS-INT                 PIC 9(07) VALUE ZERO.
001900 77  WS-WEEKDAY                 PIC 9(01) VALUE ZERO.
001910 77  WS-RECEIVED-CNT            PIC 9(06) COMP VALUE ZERO.
001920 77  WS-ON-TIME-CNT             PIC 9(06) COMP VALUE ZERO.
001930 77  WS-LATE-CNT                PIC 9(06) COMP VALUE ZERO.
001940 77  WS-MISSING-CNT             PIC 9(06) COMP VALUE ZERO.
001950 77  WS-WARN-SW                 PIC X(01) VALUE "N".
001960     88 WS-WARN                           VALUE "Y".
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE
002000         THRU 1000-INITIALIZE-EXIT.
002010     PERFORM 2000-EXPLORAR-ENTRADAS
002020         THRU 2000-EXPLORAR-ENTRADAS-EXIT.
002030     PERFORM 4000-BUSCAR-FALTANTES
002040         THRU 4000-BUSCAR-FALTANTES-EXIT.
002050     PERFORM 8000-TERMINATE
002060         THRU 8000-TERMINATE-EXIT.
002070     GOBACK.
002080*
002090******************************************************************
002100* 1000-INITIALIZE - READ THE BUSINESS DATE, DERIVE ITS WEEKDAY
002110*                   (1=MONDAY ... 7=SUNDAY, AS ON THE STANDING
002120*                   ORDERS), OPEN THE BRANCH MASTER AND THE
002130*                   REPORT AND PRINT THE TITLE.
002140******************************************************************
002150 1000-INITIALIZE.
002160     OPEN INPUT RUN-CTL-FILE.
002170     IF WS-RUNCTL-STATUS = "00"
002180         READ RUN-CTL-FILE
002190             AT END
002200                 CONTINUE
002210             NOT AT END
002220                 IF RCT-TYPE-CONTROL
002230                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002240                 END-IF
002250         END-READ
002260         CLOSE RUN-CTL-FILE
002270     END-IF.
002280     IF WS-BUS-DATE = ZERO
002290         DISPLAY "Aviso: fecha de negocio no disponible; se "
002300             "usa la fecha del sistema."
002310         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002320     END-IF.
002330     COMPUTE WS-BUS-INT
002340         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
002350     COMPUTE WS-WEEKDAY
002360         = FUNCTION MOD(WS-BUS-INT - 1, 7) + 1.
002370     OPEN INPUT BRCH-MASTER-FILE.
002380     IF WS-BRCH-STATUS = "00"
002390         SET WS-BRCH-FILE-OPEN TO TRUE
002400     ELSE
002410         DISPLAY "Aviso: no se pudo abrir el maestro de "
002420             "sucursales (estado " WS-BRCH-STATUS "); no se "
002430             "puede comprobar el calendario de envios."
002440         SET WS-WARN TO TRUE
002450     END-IF.
002460     OPEN OUTPUT REPORT-OUT-FILE.
002470     MOVE WS-BUS-DATE TO RTT-BUS-DATE.
002480     MOVE WS-WEEKDAY  TO RTT-WEEKDAY.
002490     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
002500     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
002510     WRITE REPORT-OUT-REC FROM RPT-RECEIVED-TITLE-REC.
002520     WRITE REPORT-OUT-REC FROM RPT-RECEIVED-COLUMN-REC.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.
002550*
002560******************************************************************
002570* 2000-EXPLORAR-ENTRADAS - READ EACH INPUT FILE THROUGH AND LIST
002580*                          EVERY BATCH HEADER ON IT. A FILE THAT
002590*                          IS NOT THERE SIMPLY HAS NO BATCHES.
002600******************************************************************
002610 2000-EXPLORAR-ENTRADAS.
002620     MOVE "TRANSIN"   TO WS-CUR-FILE-NAME.
002630     MOVE "N"         TO WS-IN-EOF-SW.
002640     OPEN INPUT TRANS-IN-FILE.
002650     IF WS-TRANS-STATUS = "00"
002660         PERFORM 2100-LEER-TRANSIN
002670             THRU 2100-LEER-TRANSIN-EXIT
002680             UNTIL WS-IN-EOF
002690         CLOSE TRANS-IN-FILE
002700     END-IF.
002710     MOVE "OPCTRANS"  TO WS-CUR-FILE-NAME.
002720     MOVE "N"         TO WS-IN-EOF-SW.
002730     OPEN INPUT OPCODE-IN-FILE.
002740     IF WS-OPC-STATUS = "00"
002750         PERFORM 2200-LEER-OPCTRANS
002760             THRU 2200-LEER-OPCTRANS-EXIT
002770             UNTIL WS-IN-EOF
002780         CLOSE OPCODE-IN-FILE
002790     END-IF.
002800     MOVE "LOOPTRANS" TO WS-CUR-FILE-NAME.
002810     MOVE "N"         TO WS-IN-EOF-SW.
002820     OPEN INPUT LOOP-TRANS-FILE.
002830     IF WS-LOOP-STATUS = "00"
002840         PERFORM 2300-LEER-LOOPTRANS
002850             THRU 2300-LEER-LOOPTRANS-EXIT
002860             UNTIL WS-IN-EOF
002870         CLOSE LOOP-TRANS-FILE
002880     END-IF.
002890     IF WS-RECEIVED-CNT = ZERO
002900         MOVE "NO BATCHES RECEIVED." TO RNO-TEXT
002910         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
002920     END-IF.
002930 2000-EXPLORAR-ENTRADAS-EXIT.
002940     EXIT.
002950*
002960 2100-LEER-TRANSIN.
002970     READ TRANS-IN-FILE INTO BAT-CTL-REC
002980         AT END
002990             SET WS-IN-EOF TO TRUE
003000             GO TO 2100-LEER-TRANSIN-EXIT
003010     END-READ.
003020     IF BAT-HEADER
003030         PERFORM 2500-CLASIFICAR-LOTE
003040             THRU 2500-CLASIFICAR-LOTE-EXIT
003050     END-IF.
003060 2100-LEER-TRANSIN-EXIT.
003070     EXIT.
003080*
003090 2200-LEER-OPCTRANS.
003100     READ OPCODE-IN-FILE INTO BAT-CTL-REC
003110         AT END
003120             SET WS-IN-EOF TO TRUE
003130             GO TO 2200-LEER-OPCTRANS-EXIT
003140     END-READ.
003150     IF BAT-HEADER
003160         PERFORM 2500-CLASIFICAR-LOTE
003170             THRU 2500-CLASIFICAR-LOTE-EXIT
003180     END-IF.
003190 2200-LEER-OPCTRANS-EXIT.
003200     EXIT.
003210*
003220 2300-LEER-LOOPTRANS.
003230     READ LOOP-TRANS-FILE INTO BAT-CTL-REC
003240         AT END
003250             SET WS-IN-EOF TO TRUE
003260             GO TO 2300-LEER-LOOPTRANS-EXIT
003270     END-READ.
003280     IF BAT-HEADER
003290         PERFORM 2500-CLASIFICAR-LOTE
003300             THRU 2500-CLASIFICAR-LOTE-EXIT
003310     END-IF.
003320 2300-LEER-LOOPTRANS-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360* 2500-CLASIFICAR-LOTE - NOTE THE HEADER IN BAT-CTL-REC IN THE
003370*                        RECEIVED TABLE AND PRINT IT WITH ITS
003380*                        STATUS: UNKNOWN BRANCH, LATE (SENT
003390*                        AFTER THE BRANCH'S CUTOFF ON THE
003400*                        BUSINESS DATE, OR ON A LATER DATE -
003410*                        THE SAME TEST EDITVAL APPLIES), NOT DUE
003420*                        TODAY, NO STAMP (THE BRANCH HAS A
003430*                        CUTOFF BUT THE HEADER CARRIES NO
003440*                        TRANSMISSION TIME) OR ON TIME. HOUSE
003450*                        AND RESUBMISSION BATCHES ARE NEVER
003460*                        STAMPED AND HAVE NO CUTOFF.
003470******************************************************************
003480 2500-CLASIFICAR-LOTE.
003490     ADD 1 TO WS-RECEIVED-CNT.
003500     IF WS-HDR-CNT < WS-HDR-MAX
003510         ADD 1 TO WS-HDR-CNT
003520         MOVE WS-CUR-FILE-NAME TO WS-HDR-FILE-NAME(WS-HDR-CNT)
003530         MOVE BAT-BRANCH-ID    TO WS-HDR-BRANCH-ID(WS-HDR-CNT)
003540     ELSE
003550         IF NOT WS-HDR-FULL
003560             DISPLAY "Aviso: mas de " WS-HDR-MAX " lotes "
003570                 "recibidos; los faltantes pueden no ser "
003580                 "exactos."
003590             SET WS-HDR-FULL TO TRUE
003600             SET WS-WARN     TO TRUE
003610         END-IF
003620     END-IF.
003630     MOVE WS-CUR-FILE-NAME TO RRC-FILE-NAME.
003640     MOVE BAT-BATCH-ID     TO RRC-BATCH-ID.
003650     MOVE BAT-BRANCH-ID    TO RRC-BRANCH.
003660     MOVE SPACES           TO RRC-SEND-DATE RRC-SEND-TIME
003670                              RRC-CUTOFF.
003680     IF BAT-SEND-DATE NUMERIC AND BAT-SEND-DATE > ZERO
003690         MOVE BAT-SEND-DATE TO RRC-SEND-DATE
003700         MOVE BAT-SEND-TIME TO RRC-SEND-TIME
003710     END-IF.
003720     MOVE "ON TIME"        TO RRC-STATUS.
003730     IF NOT WS-BRCH-FILE-OPEN
003740         MOVE "NOT CHECKED" TO RRC-STATUS
003750         GO TO 2500-CLASIFICAR-LOTE-IMPRIMIR
003760     END-IF.
003770     MOVE BAT-BRANCH-ID TO BRCH-ID.
003780     READ BRCH-MASTER-FILE
003790         INVALID KEY
003800             MOVE "UNKNOWN BRANCH" TO RRC-STATUS
003810             GO TO 2500-CLASIFICAR-LOTE-IMPRIMIR
003820     END-READ.
003830     IF BRCH-CUTOFF-TIME NUMERIC AND BRCH-CUTOFF-TIME > ZERO
003840         MOVE BRCH-CUTOFF-TIME TO RRC-CUTOFF
003850         IF BAT-SEND-DATE NOT NUMERIC OR BAT-SEND-DATE = ZERO
003860             MOVE "NO STAMP" TO RRC-STATUS
003870         ELSE
003880             IF BAT-SEND-DATE > WS-BUS-DATE
003890                     OR (BAT-SEND-DATE = WS-BUS-DATE
003900                     AND BAT-SEND-TIME > BRCH-CUTOFF-TIME)
003910                 MOVE "LATE" TO RRC-STATUS
003920                 ADD 1 TO WS-LATE-CNT
003930                 SET WS-WARN TO TRUE
003940                 DISPLAY "Aviso: lote " BAT-BATCH-ID " de la "
003950                     "sucursal " BAT-BRANCH-ID " recibido "
003960                     "despues de la hora limite; pasa al "
003970                     "siguiente dia habil."
003980                 GO TO 2500-CLASIFICAR-LOTE-IMPRIMIR
003990             END-IF
004000         END-IF
004010     END-IF.
004020     PERFORM 2600-VERIFICAR-PREVISTO
004030         THRU 2600-VERIFICAR-PREVISTO-EXIT.
004040     IF NOT WS-DUE
004050         MOVE "NOT DUE TODAY" TO RRC-STATUS
004060     END-IF.
004070 2500-CLASIFICAR-LOTE-IMPRIMIR.
004080     IF RRC-STATUS = "ON TIME"
004090         ADD 1 TO WS-ON-TIME-CNT
004100     END-IF.
004110     WRITE REPORT-OUT-REC FROM RPT-RECEIVED-REC.
004120 2500-CLASIFICAR-LOTE-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160* 2600-VERIFICAR-PREVISTO - SET WS-DUE WHEN THE BRANCH ROW
004170*                           IN BRCH-REC IS DUE TO SEND THE FILE
004180*                           NAMED IN WS-CUR-FILE-NAME ON TODAY'S
004190*                           WEEKDAY. A BRANCH WITH NO SCHEDULE
004200*                           AT ALL IS NEVER "NOT DUE".
004210******************************************************************
004220 2600-VERIFICAR-PREVISTO.
004230     SET WS-DUE TO TRUE.
004240     IF BRCH-SCHEDULE = SPACES
004250         GO TO 2600-VERIFICAR-PREVISTO-EXIT
004260     END-IF.
004270     IF BRCH-SCHED-DAY(WS-WEEKDAY) NOT = "Y"
004280         MOVE "N" TO WS-DUE-SW
004290         GO TO 2600-VERIFICAR-PREVISTO-EXIT
004300     END-IF.
004310     EVALUATE WS-CUR-FILE-NAME
004320         WHEN "TRANSIN"
004330             IF NOT BRCH-SENDS-TRANSIN
004340                 MOVE "N" TO WS-DUE-SW
004350             END-IF
004360         WHEN "OPCTRANS"
004370             IF NOT BRCH-SENDS-OPCTRANS
004380                 MOVE "N" TO WS-DUE-SW
004390             END-IF
004400         WHEN OTHER
004410             IF NOT BRCH-SENDS-LOOPTRANS
004420                 MOVE "N" TO WS-DUE-SW
004430             END-IF
004440     END-EVALUATE.
004450 2600-VERIFICAR-PREVISTO-EXIT.
004460     EXIT.
004470*
004480******************************************************************
004490* 4000-BUSCAR-FALTANTES - READ THE BRANCH MASTER THROUGH AND,
004500*                         FOR EVERY ACTIVE BRANCH DUE TO SEND ON
004510*                         TODAY'S WEEKDAY, LIST EACH EXPECTED
004520*                         FILE WITH NO HEADER FROM THAT BRANCH
004530*                         AS MISSING.
004540******************************************************************
004550 4000-BUSCAR-FALTANTES.
004560     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004570     WRITE REPORT-OUT-REC FROM RPT-MISSING-TITLE-REC.
004580     WRITE REPORT-OUT-REC FROM RPT-MISSING-COLUMN-REC.
004590     IF NOT WS-BRCH-FILE-OPEN
004600         MOVE "BRANCH MASTER NOT AVAILABLE." TO RNO-TEXT
004610         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
004620         GO TO 4000-BUSCAR-FALTANTES-EXIT
004630     END-IF.
004640     MOVE LOW-VALUES TO BRCH-ID.
004650     START BRCH-MASTER-FILE KEY IS NOT LESS THAN BRCH-ID
004660         INVALID KEY
004670             SET WS-BRCH-EOF TO TRUE
004680     END-START.
004690     PERFORM 4100-REVISAR-SUCURSAL
004700         THRU 4100-REVISAR-SUCURSAL-EXIT
004710         UNTIL WS-BRCH-EOF.
004720     IF WS-MISSING-CNT = ZERO
004730         MOVE "NO EXPECTED BATCH IS MISSING." TO RNO-TEXT
004740         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
004750     END-IF.
004760 4000-BUSCAR-FALTANTES-EXIT.
004770     EXIT.
004780*
004790 4100-REVISAR-SUCURSAL.
004800     READ BRCH-MASTER-FILE NEXT RECORD
004810         AT END
004820             SET WS-BRCH-EOF TO TRUE
004830             GO TO 4100-REVISAR-SUCURSAL-EXIT
004840     END-READ.
004850     IF NOT BRCH-ACTIVE
004860             OR BRCH-SCHED-DAY(WS-WEEKDAY) NOT = "Y"
004870         GO TO 4100-REVISAR-SUCURSAL-EXIT
004880     END-IF.
004890     IF BRCH-SENDS-TRANSIN
004900         MOVE "TRANSIN"   TO WS-CUR-FILE-NAME
004910         PERFORM 4200-BUSCAR-CABECERA
004920             THRU 4200-BUSCAR-CABECERA-EXIT
004930     END-IF.
004940     IF BRCH-SENDS-OPCTRANS
004950         MOVE "OPCTRANS"  TO WS-CUR-FILE-NAME
004960         PERFORM 4200-BUSCAR-CABECERA
004970             THRU 4200-BUSCAR-CABECERA-EXIT
004980     END-IF.
004990     IF BRCH-SENDS-LOOPTRANS
005000         MOVE "LOOPTRANS" TO WS-CUR-FILE-NAME
005010         PERFORM 4200-BUSCAR-CABECERA
005020             THRU 4200-BUSCAR-CABECERA-EXIT
005030     END-IF.
005040 4100-REVISAR-SUCURSAL-EXIT.
005050     EXIT.
005060*
005070******************************************************************
005080* 4200-BUSCAR-CABECERA - LOOK FOR A HEADER FROM THE BRANCH IN
005090*                        BRCH-REC ON THE FILE NAMED IN
005100*                        WS-CUR-FILE-NAME; PRINT A MISSING LINE
005110*                        WHEN THERE IS NONE. A LATE BATCH STILL
005120*                        COUNTS AS RECEIVED.
005130******************************************************************
005140 4200-BUSCAR-CABECERA.
005150     MOVE "N"  TO WS-HDR-FOUND-SW.
005160     MOVE ZERO TO WS-HDR-SUB.
005170     PERFORM 4210-COMPARAR-CABECERA
005180         THRU 4210-COMPARAR-CABECERA-EXIT
005190         UNTIL WS-HDR-FOUND OR WS-HDR-SUB NOT < WS-HDR-CNT.
005200     IF WS-HDR-FOUND
005210         GO TO 4200-BUSCAR-CABECERA-EXIT
005220     END-IF.
005230     ADD 1 TO WS-MISSING-CNT.
005240     SET WS-WARN TO TRUE.
005250     MOVE BRCH-ID          TO RMS-BRANCH.
005260     MOVE BRCH-NAME        TO RMS-NAME.
005270     MOVE WS-CUR-FILE-NAME TO RMS-FILE-NAME.
005280     MOVE SPACES           TO RMS-CUTOFF.
005290     IF BRCH-CUTOFF-TIME NUMERIC AND BRCH-CUTOFF-TIME > ZERO
005300         MOVE BRCH-CUTOFF-TIME TO RMS-CUTOFF
005310     END-IF.
005320     MOVE BRCH-CONTACT     TO RMS-CONTACT.
005330     WRITE REPORT-OUT-REC FROM RPT-MISSING-REC.
005340     DISPLAY "Aviso: falta el " WS-CUR-FILE-NAME " de la "
005350         "sucursal " BRCH-ID ".".
005360 4200-BUSCAR-CABECERA-EXIT.
005370     EXIT.
005380*
005390 4210-COMPARAR-CABECERA.
005400     ADD 1 TO WS-HDR-SUB.
005410     IF WS-HDR-FILE-NAME(WS-HDR-SUB) = WS-CUR-FILE-NAME
005420             AND WS-HDR-BRANCH-ID(WS-HDR-SUB) = BRCH-ID
005430         SET WS-HDR-FOUND TO TRUE
005440     END-IF.
005450 4210-COMPARAR-CABECERA-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005490* 8000-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES AND SET THE
005500*                  RETURN CODE.
005510******************************************************************
005520 8000-TERMINATE.
005530     MOVE WS-RECEIVED-CNT TO RTL-RECEIVED.
005540     MOVE WS-ON-TIME-CNT  TO RTL-ON-TIME.
005550     MOVE WS-LATE-CNT     TO RTL-LATE.
005560     MOVE WS-MISSING-CNT  TO RTL-MISSING.
005570     IF WS-WARN
005580         MOVE "WARNING" TO RTL-VERDICT
005590     ELSE
005600         MOVE "CLEAN"   TO RTL-VERDICT
005610     END-IF.
005620     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
005630     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
005640     IF WS-BRCH-FILE-OPEN
005650         CLOSE BRCH-MASTER-FILE
005660     END-IF.
005670     CLOSE REPORT-OUT-FILE.
005680     DISPLAY "SUBMCHK: " RTL-RECEIVED " lotes recibidos, "
005690         RTL-LATE " fuera de hora, " RTL-MISSING
005700         " faltantes.".
005710     IF WS-WARN
005720         MOVE 4 TO RETURN-CODE
005730     ELSE
005740         MOVE 0 TO RETURN-CODE
005750     END-IF.
005760 8000-TERMINATE-EXIT.
005770     EXIT.
005780 END PROGRAM SUBMCHK.
