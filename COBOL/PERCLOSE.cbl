000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      MONTH-END PERIOD CLOSE. ACCEPTS AN ACCOUNTING
000160*               PERIOD (YYYYMM; ZERO TAKES THE MONTH BEFORE THE
000170*               RUN-CONTROL BUSINESS DATE) THAT HAS ALREADY
000180*               ENDED, WALKS THE PERIOD'S HISTORY ROWS DAY BY
000190*               DAY AND PROVES EACH DAY WITH NON-ERROR ACTIVITY
000200*               AGAINST THE GL EXTRACT REGISTER (EXTREGRC, DD
000210*               EXTREG): THE DAY MUST HAVE BEEN EXTRACTED BY
000220*               HISTEXT, ACKNOWLEDGED BY THE LEDGER THROUGH
000230*               GLRECON (STATUS A), AND STILL CARRY THE COUNT
000240*               AND RESULTADO SUM THAT WERE SENT. A REGISTER ROW
000250*               IN THE PERIOD FOR A DAY WITH NO ACTIVITY MUST
000260*               ALSO BE ACKNOWLEDGED AND EMPTY. WHEN EVERY DAY
000270*               PROVES, THE PERIOD IS WRITTEN TO THE PERIOD
000280*               CALENDAR (PERCALRC, DD PERCAL) AT STATUS C WITH
000290*               ITS CLOSING TOTALS. THE CLOSE REPORT (DD
000300*               PERCLRPT) LISTS EVERY DAY AND WHY IT DID OR DID
000310*               NOT PROVE. RETURN CODE 0 CLOSED (OR ALREADY
000320*               CLOSED), 8 NOT CLOSED.
000330* TECTONICS:    cobc
000340*
000350* MODIFICATION HISTORY
000360*   2026-10-15  RA  INITIAL VERSION.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PERCLOSE.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT HISTORY-FILE ASSIGN TO HISTORY
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS HIST-KEY
000470         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-HIST-STATUS.
000500     SELECT EXTRACT-REG-FILE ASSIGN TO EXTREG
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS XRG-EXTRACT-DATE
000540         FILE STATUS IS WS-XREG-STATUS.
000550     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PCAL-PERIOD
000590         FILE STATUS IS WS-PCAL-STATUS.
000600     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNCTL-STATUS.
000630     SELECT REPORT-OUT-FILE ASSIGN TO PERCLRPT
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  HISTORY-FILE.
000680     COPY HISTREC.
000690 FD  EXTRACT-REG-FILE.
000700     COPY EXTREGRC.
000710 FD  PERIOD-CAL-FILE.
000720     COPY PERCALRC.
000730 FD  RUN-CTL-FILE
000740     RECORDING MODE IS F.
000750     COPY RUNCTLRC.
000760 FD  REPORT-OUT-FILE
000770     RECORDING MODE IS F.
000780 01  REPORT-OUT-REC             PIC X(132).
000790 WORKING-STORAGE SECTION.
000800*
000810 01  RPT-TITLE-REC.
000820     05 FILLER                  PIC X(32)
000830            VALUE "PERCLOSE MONTH-END PERIOD CLOSE".
000840     05 FILLER                  PIC X(09) VALUE "  PERIOD ".
000850     05 RPT-PERIOD              PIC 9(06).
000860     05 FILLER                  PIC X(07) VALUE "  FROM ".
000870     05 RPT-START-DATE          PIC 9(08).
000880     05 FILLER                  PIC X(04) VALUE " TO ".
000890     05 RPT-END-DATE            PIC 9(08).
000900     05 FILLER                  PIC X(15)
000910            VALUE " BUSINESS DATE ".
000920     05 RPT-BUS-DATE            PIC 9(08).
000930     05 FILLER                  PIC X(35) VALUE SPACES.
000940 01  RPT-COLUMN-REC.
000942     05 FILLER                  PIC X(10) VALUE "DATE".
000944     05 FILLER                  PIC X(08) VALUE "    ROWS".
000946     05 FILLER                  PIC X(02) VALUE SPACES.
000948     05 FILLER                  PIC X(17)
000950            VALUE "    RESULTADO SUM".
000952     05 FILLER                  PIC X(02) VALUE SPACES.
000954     05 FILLER                  PIC X(01) VALUE "S".
000956     05 FILLER                  PIC X(02) VALUE SPACES.
000958     05 FILLER                  PIC X(08) VALUE " XTR-CNT".
000960     05 FILLER                  PIC X(02) VALUE SPACES.
000962     05 FILLER                  PIC X(17)
000964            VALUE "      EXTRACT SUM".
000966     05 FILLER                  PIC X(02) VALUE SPACES.
000968     05 FILLER                  PIC X(08) VALUE " ACK-CNT".
000970     05 FILLER                  PIC X(02) VALUE SPACES.
000972     05 FILLER                  PIC X(20) VALUE "VERDICT".
000974     05 FILLER                  PIC X(31) VALUE SPACES.
001000 01  RPT-DAY-LINE-REC.
001010     05 RPD-DATE                PIC 9(08).
001020     05 FILLER                  PIC X(02) VALUE SPACES.
001030     05 RPD-ROWS                PIC Z(7)9.
001040     05 FILLER                  PIC X(02) VALUE SPACES.
001050     05 RPD-SUM                 PIC -Z(12)9.99.
001060     05 FILLER                  PIC X(02) VALUE SPACES.
001070     05 RPD-XRG-STATUS          PIC X(01).
001080     05 FILLER                  PIC X(02) VALUE SPACES.
001090     05 RPD-XRG-CNT             PIC Z(7)9.
001100     05 FILLER                  PIC X(02) VALUE SPACES.
001110     05 RPD-XRG-SUM             PIC -Z(12)9.99.
001120     05 FILLER                  PIC X(02) VALUE SPACES.
001130     05 RPD-ACK-CNT             PIC Z(7)9.
001140     05 FILLER                  PIC X(02) VALUE SPACES.
001150     05 RPD-VERDICT             PIC X(20).
001160     05 FILLER                  PIC X(31) VALUE SPACES.
001170 01  RPT-SUMMARY-REC.
001180     05 FILLER                  PIC X(19)
001190            VALUE "DAYS WITH ACTIVITY=".
001200     05 RPT-SUM-DAYS            PIC ZZ9.
001210     05 FILLER                  PIC X(13) VALUE " DAYS PROVED=".
001220     05 RPT-SUM-PROVED          PIC ZZ9.
001230     05 FILLER                  PIC X(06) VALUE " ROWS=".
001240     05 RPT-SUM-ROWS            PIC Z(7)9.
001250     05 FILLER                  PIC X(11) VALUE " RESULTADO=".
001260     05 RPT-SUM-RESULT          PIC -Z(12)9.99.
001270     05 FILLER                  PIC X(52) VALUE SPACES.
001280 01  RPT-VERDICT-REC.
001290     05 FILLER                  PIC X(14) VALUE "PERIOD STATUS=".
001300     05 RPT-VERDICT             PIC X(30).
001310     05 FILLER                  PIC X(88) VALUE SPACES.
001320 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001330*
001340 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001350 77  WS-XREG-STATUS             PIC X(02) VALUE SPACES.
001360 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
001370 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001380 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001390     88 WS-HIST-EOF                       VALUE "Y".
001400 77  WS-XREG-EOF-SW             PIC X(01) VALUE "N".
001410     88 WS-XREG-EOF                       VALUE "Y".
001420 77  WS-XREG-FILE-SW            PIC X(01) VALUE "N".
001430     88 WS-XREG-FILE-OPEN                 VALUE "Y".
001440 77  WS-PCAL-FOUND-SW           PIC X(01) VALUE "N".
001450     88 WS-PCAL-FOUND                     VALUE "Y".
001460 77  WS-BLOCKED-SW              PIC X(01) VALUE "N".
001470     88 WS-BLOCKED                        VALUE "Y".
001480 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001490 01  WS-CLOSE-PERIOD            PIC 9(06) VALUE ZERO.
001500 01  WS-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
001510     05 WS-PER-YEAR             PIC 9(04).
001520     05 WS-PER-MONTH            PIC 9(02).
001530 77  WS-START-DATE              PIC 9(08) VALUE ZERO.
001540 77  WS-END-DATE                PIC 9(08) VALUE ZERO.
001550 77  WS-TIME-OF-DAY             PIC 9(08) VALUE ZERO.
001560 01  WS-MONTH-DAYS-DATA.
001570     05 FILLER                  PIC X(24)
001580            VALUE "312831303130313130313031".
001590 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001600     05 WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001610 77  WS-LAST-DAY                PIC 9(02) VALUE ZERO.
001620 77  WS-LEAP-QUOT               PIC 9(04) COMP VALUE ZERO.
001630 77  WS-LEAP-REM-4              PIC 9(04) COMP VALUE ZERO.
001640 77  WS-LEAP-REM-100            PIC 9(04) COMP VALUE ZERO.
001650 77  WS-LEAP-REM-400            PIC 9(04) COMP VALUE ZERO.
001660 01  WS-DAY-SEEN-TABLE.
001670     05 WS-DAY-SEEN             PIC X(01) OCCURS 31 TIMES.
001680 77  WS-DAY-SUB                 PIC 9(02) COMP VALUE ZERO.
001690 77  WS-CUR-DAY                 PIC 9(08) VALUE ZERO.
001700 77  WS-DAY-ROWS                PIC 9(08) COMP VALUE ZERO.
001710 77  WS-DAY-SUM                 PIC S9(13)V99 VALUE ZERO.
001720 77  WS-DAYS-ACTIVE             PIC 9(03) COMP VALUE ZERO.
001730 77  WS-DAYS-PROVED             PIC 9(03) COMP VALUE ZERO.
001740 77  WS-TOT-ROWS                PIC 9(08) COMP VALUE ZERO.
001750 77  WS-TOT-SUM                 PIC S9(13)V99 VALUE ZERO.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE
001790         THRU 1000-INITIALIZE-EXIT.
001800     PERFORM 2000-PROCESS-HISTORY
001810         THRU 2000-PROCESS-HISTORY-EXIT
001820         UNTIL WS-HIST-EOF.
001830     IF WS-CUR-DAY NOT = ZERO
001840         PERFORM 2500-EVALUAR-DIA
001850             THRU 2500-EVALUAR-DIA-EXIT
001860     END-IF.
001870     IF WS-XREG-FILE-OPEN
001880         PERFORM 3000-REVISAR-REGISTRO
001890             THRU 3000-REVISAR-REGISTRO-EXIT
001900     END-IF.
001910     PERFORM 8000-TERMINATE
001920         THRU 8000-TERMINATE-EXIT.
001930     GOBACK.
001940*
001950******************************************************************
001960* 1000-INITIALIZE - READ THE BUSINESS DATE, ACCEPT AND VALIDATE
001970*                   THE PERIOD TO CLOSE (IT MUST HAVE ENDED
001980*                   BEFORE THE BUSINESS DATE), OPEN THE FILES
001990*                   AND POSITION ON THE PERIOD'S FIRST HISTORY
002000*                   ROW. A PERIOD ALREADY CLOSED ENDS THE RUN
002010*                   WITHOUT CHANGE.
002020******************************************************************
002030 1000-INITIALIZE.
002040     PERFORM 1050-LEER-FECHA-NEGOCIO
002050         THRU 1050-LEER-FECHA-NEGOCIO-EXIT.
002060     DISPLAY "Periodo a cerrar (AAAAMM, 0=mes anterior a la "
002070         "fecha de negocio): ".
002080     ACCEPT WS-CLOSE-PERIOD.
002090     IF WS-CLOSE-PERIOD NOT NUMERIC
002100         MOVE ZERO TO WS-CLOSE-PERIOD
002110     END-IF.
002120     IF WS-CLOSE-PERIOD = ZERO
002130         MOVE WS-BUS-DATE(1:6) TO WS-CLOSE-PERIOD
002140         IF WS-PER-MONTH = 1
002150             SUBTRACT 1 FROM WS-PER-YEAR
002160             MOVE 12 TO WS-PER-MONTH
002170         ELSE
002180             SUBTRACT 1 FROM WS-PER-MONTH
002190         END-IF
002200     END-IF.
002210     IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
002220         DISPLAY "Error: periodo " WS-CLOSE-PERIOD " no valido; "
002230             "ejecucion cancelada."
002240         MOVE 8 TO RETURN-CODE
002250         GOBACK
002260     END-IF.
002270     PERFORM 1100-LIMITES-PERIODO
002280         THRU 1100-LIMITES-PERIODO-EXIT.
002290     IF WS-END-DATE NOT < WS-BUS-DATE
002300         DISPLAY "Error: el periodo " WS-CLOSE-PERIOD " no ha "
002310             "terminado (fecha de negocio " WS-BUS-DATE "); "
002320             "ejecucion cancelada."
002330         MOVE 8 TO RETURN-CODE
002340         GOBACK
002350     END-IF.
002360     PERFORM 1200-ABRIR-CALENDARIO
002370         THRU 1200-ABRIR-CALENDARIO-EXIT.
002380     IF WS-PCAL-FOUND AND PCAL-CLOSED
002390         DISPLAY "Aviso: el periodo " WS-CLOSE-PERIOD " ya esta "
002400             "cerrado desde " PCAL-CLOSED-BUS-DATE
002405             "; sin cambios."
002410         CLOSE PERIOD-CAL-FILE
002420         MOVE 0 TO RETURN-CODE
002430         GOBACK
002440     END-IF.
002450     OPEN INPUT HISTORY-FILE.
002460     IF WS-HIST-STATUS NOT = "00"
002470         DISPLAY "Error: no se pudo abrir el archivo de "
002480             "historial; estado " WS-HIST-STATUS
002490         CLOSE PERIOD-CAL-FILE
002500         MOVE 8 TO RETURN-CODE
002510         GOBACK
002520     END-IF.
002530     OPEN INPUT EXTRACT-REG-FILE.
002540     IF WS-XREG-STATUS = "00"
002550         SET WS-XREG-FILE-OPEN TO TRUE
002560     ELSE
002570         DISPLAY "Aviso: no se pudo abrir el registro de "
002580             "extractos (estado " WS-XREG-STATUS "); ningun "
002590             "dia con movimiento puede probarse."
002600     END-IF.
002610     OPEN OUTPUT REPORT-OUT-FILE.
002620     MOVE WS-CLOSE-PERIOD TO RPT-PERIOD.
002630     MOVE WS-START-DATE   TO RPT-START-DATE.
002640     MOVE WS-END-DATE     TO RPT-END-DATE.
002650     MOVE WS-BUS-DATE     TO RPT-BUS-DATE.
002660     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
002670     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
002680     WRITE REPORT-OUT-REC FROM RPT-COLUMN-REC.
002690     MOVE ALL "N" TO WS-DAY-SEEN-TABLE.
002700     MOVE WS-START-DATE TO HIST-RUN-DATE.
002710     MOVE ZERO          TO HIST-TRANS-SEQ.
002720     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
002730         INVALID KEY
002740             SET WS-HIST-EOF TO TRUE
002750     END-START.
002760     IF NOT WS-HIST-EOF
002770         PERFORM 2100-READ-NEXT-HISTORY
002780             THRU 2100-READ-NEXT-HISTORY-EXIT
002790     END-IF.
002800 1000-INITIALIZE-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840* 1050-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
002850*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
002860*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
002870*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
002880******************************************************************
002890 1050-LEER-FECHA-NEGOCIO.
002900     OPEN INPUT RUN-CTL-FILE.
002910     IF WS-RUNCTL-STATUS = "00"
002920         READ RUN-CTL-FILE
002930             AT END
002940                 CONTINUE
002950             NOT AT END
002960                 IF RCT-TYPE-CONTROL
002970                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002980                 END-IF
002990         END-READ
003000         CLOSE RUN-CTL-FILE
003010     END-IF.
003020     IF WS-BUS-DATE = ZERO
003030         DISPLAY "Aviso: fecha de negocio no disponible; se "
003040             "usa la fecha del sistema."
003050         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
003060     END-IF.
003070 1050-LEER-FECHA-NEGOCIO-EXIT.
003080     EXIT.
003090*
003100******************************************************************
003110* 1100-LIMITES-PERIODO - WORK OUT THE PERIOD'S FIRST AND LAST
003120*                        DATES, ALLOWING FOR A LEAP FEBRUARY.
003130******************************************************************
003140 1100-LIMITES-PERIODO.
003150     MOVE WS-MONTH-DAYS(WS-PER-MONTH) TO WS-LAST-DAY.
003160     IF WS-PER-MONTH = 2
003170         DIVIDE WS-PER-YEAR BY 4 GIVING WS-LEAP-QUOT
003180             REMAINDER WS-LEAP-REM-4
003190         DIVIDE WS-PER-YEAR BY 100 GIVING WS-LEAP-QUOT
003200             REMAINDER WS-LEAP-REM-100
003210         DIVIDE WS-PER-YEAR BY 400 GIVING WS-LEAP-QUOT
003220             REMAINDER WS-LEAP-REM-400
003230         IF WS-LEAP-REM-4 = ZERO
003240                 AND (WS-LEAP-REM-100 NOT = ZERO
003250                      OR WS-LEAP-REM-400 = ZERO)
003260             MOVE 29 TO WS-LAST-DAY
003270         END-IF
003280     END-IF.
003290     COMPUTE WS-START-DATE = WS-CLOSE-PERIOD * 100 + 1.
003300     COMPUTE WS-END-DATE   = WS-CLOSE-PERIOD * 100 + WS-LAST-DAY.
003310 1100-LIMITES-PERIODO-EXIT.
003320     EXIT.
003330*
003340******************************************************************
003350* 1200-ABRIR-CALENDARIO - OPEN THE PERIOD CALENDAR FOR UPDATE,
003360*                         CREATING IT ON FIRST USE, AND LOOK UP
003370*                         THE PERIOD BEING CLOSED.
003380******************************************************************
003390 1200-ABRIR-CALENDARIO.
003400     OPEN I-O PERIOD-CAL-FILE.
003410     IF WS-PCAL-STATUS = "35"
003420         OPEN OUTPUT PERIOD-CAL-FILE
003430         CLOSE PERIOD-CAL-FILE
003440         OPEN I-O PERIOD-CAL-FILE
003450     END-IF.
003460     IF WS-PCAL-STATUS NOT = "00"
003470         DISPLAY "Error: no se pudo abrir el calendario de "
003480             "periodos; estado " WS-PCAL-STATUS
003490         MOVE 8 TO RETURN-CODE
003500         GOBACK
003510     END-IF.
003520     MOVE WS-CLOSE-PERIOD TO PCAL-PERIOD.
003530     READ PERIOD-CAL-FILE
003540         INVALID KEY
003550             MOVE "N" TO WS-PCAL-FOUND-SW
003560         NOT INVALID KEY
003570             SET WS-PCAL-FOUND TO TRUE
003580     END-READ.
003590 1200-ABRIR-CALENDARIO-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 2000-PROCESS-HISTORY - ROLL ONE HISTORY ROW OF THE PERIOD INTO
003640*                        ITS DAY, EVALUATING THE PREVIOUS DAY ON
003650*                        A CHANGE OF DATE. ERROR ROWS ARE NEVER
003660*                        EXTRACTED, SO THEY ARE NOT COUNTED.
003670******************************************************************
003680 2000-PROCESS-HISTORY.
003690     IF HIST-RUN-DATE NOT = WS-CUR-DAY
003700         IF WS-CUR-DAY NOT = ZERO
003710             PERFORM 2500-EVALUAR-DIA
003720                 THRU 2500-EVALUAR-DIA-EXIT
003730         END-IF
003740         MOVE HIST-RUN-DATE TO WS-CUR-DAY
003750         MOVE ZERO TO WS-DAY-ROWS
003760         MOVE ZERO TO WS-DAY-SUM
003770     END-IF.
003780     IF NOT HIST-STATUS-ERROR
003790         ADD 1 TO WS-DAY-ROWS
003800         ADD HIST-RESULTADO TO WS-DAY-SUM
003810     END-IF.
003820     PERFORM 2100-READ-NEXT-HISTORY
003830         THRU 2100-READ-NEXT-HISTORY-EXIT.
003840 2000-PROCESS-HISTORY-EXIT.
003850     EXIT.
003860*
003870 2100-READ-NEXT-HISTORY.
003880     READ HISTORY-FILE NEXT RECORD
003890         AT END
003900             SET WS-HIST-EOF TO TRUE
003910     END-READ.
003920     IF NOT WS-HIST-EOF AND HIST-RUN-DATE > WS-END-DATE
003930         SET WS-HIST-EOF TO TRUE
003940     END-IF.
003950 2100-READ-NEXT-HISTORY-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990* 2500-EVALUAR-DIA - PROVE ONE DAY WITH NON-ERROR ACTIVITY
004000*                    AGAINST ITS EXTRACT REGISTER ROW AND PRINT
004010*                    THE DAY LINE. A DAY NOT EXTRACTED, NOT YET
004020*                    ACKNOWLEDGED, MISMATCHED, OR WHOSE HISTORY
004030*                    NO LONGER AGREES WITH WHAT WAS SENT BLOCKS
004040*                    THE CLOSE.
004050******************************************************************
004060 2500-EVALUAR-DIA.
004070     IF WS-DAY-ROWS = ZERO
004080         GO TO 2500-EVALUAR-DIA-EXIT
004090     END-IF.
004100     MOVE WS-CUR-DAY(7:2) TO WS-DAY-SUB.
004110     MOVE "Y" TO WS-DAY-SEEN(WS-DAY-SUB).
004120     ADD 1 TO WS-DAYS-ACTIVE.
004130     ADD WS-DAY-ROWS TO WS-TOT-ROWS.
004140     ADD WS-DAY-SUM  TO WS-TOT-SUM.
004150     MOVE WS-CUR-DAY  TO RPD-DATE.
004160     MOVE WS-DAY-ROWS TO RPD-ROWS.
004170     MOVE WS-DAY-SUM  TO RPD-SUM.
004180     MOVE SPACE TO RPD-XRG-STATUS.
004190     MOVE ZERO  TO RPD-XRG-CNT.
004200     MOVE ZERO  TO RPD-XRG-SUM.
004210     MOVE ZERO  TO RPD-ACK-CNT.
004220     IF NOT WS-XREG-FILE-OPEN
004230         MOVE "NOT EXTRACTED" TO RPD-VERDICT
004240         SET WS-BLOCKED TO TRUE
004250         GO TO 2500-EVALUAR-DIA-PRINT
004260     END-IF.
004270     MOVE WS-CUR-DAY TO XRG-EXTRACT-DATE.
004280     READ EXTRACT-REG-FILE
004290         INVALID KEY
004300             MOVE "NOT EXTRACTED" TO RPD-VERDICT
004310             SET WS-BLOCKED TO TRUE
004320             GO TO 2500-EVALUAR-DIA-PRINT
004330     END-READ.
004340     MOVE XRG-STATUS       TO RPD-XRG-STATUS.
004350     MOVE XRG-RECORD-COUNT TO RPD-XRG-CNT.
004360     MOVE XRG-RESULT-SUM   TO RPD-XRG-SUM.
004370     MOVE XRG-ACK-COUNT    TO RPD-ACK-CNT.
004380     EVALUATE TRUE
004390         WHEN XRG-PRODUCED
004400             MOVE "NOT ACKNOWLEDGED" TO RPD-VERDICT
004410             SET WS-BLOCKED TO TRUE
004420         WHEN XRG-MISMATCHED
004430             MOVE "ACK MISMATCH" TO RPD-VERDICT
004440             SET WS-BLOCKED TO TRUE
004450         WHEN NOT XRG-ACKNOWLEDGED
004460             MOVE "UNKNOWN STATUS" TO RPD-VERDICT
004470             SET WS-BLOCKED TO TRUE
004480         WHEN XRG-RECORD-COUNT NOT = WS-DAY-ROWS
004490                 OR XRG-RESULT-SUM NOT = WS-DAY-SUM
004500             MOVE "CHANGED SINCE EXTRACT" TO RPD-VERDICT
004510             SET WS-BLOCKED TO TRUE
004520         WHEN OTHER
004530             MOVE "PROVED" TO RPD-VERDICT
004540             ADD 1 TO WS-DAYS-PROVED
004550     END-EVALUATE.
004560 2500-EVALUAR-DIA-PRINT.
004570     WRITE REPORT-OUT-REC FROM RPT-DAY-LINE-REC.
004580 2500-EVALUAR-DIA-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620* 3000-REVISAR-REGISTRO - WALK THE EXTRACT REGISTER ROWS OF THE
004630*                         PERIOD. A ROW FOR A DAY THAT HAD NO
004640*                         NON-ERROR HISTORY ROWS MUST BE AN
004650*                         ACKNOWLEDGED EMPTY EXTRACT; ANYTHING
004660*                         ELSE MEANS THE LEDGER HOLDS WORK THE
004670*                         HISTORY FILE NO LONGER DOES.
004680******************************************************************
004690 3000-REVISAR-REGISTRO.
004700     MOVE WS-START-DATE TO XRG-EXTRACT-DATE.
004710     START EXTRACT-REG-FILE KEY IS NOT LESS THAN XRG-EXTRACT-DATE
004720         INVALID KEY
004730             SET WS-XREG-EOF TO TRUE
004740     END-START.
004750     IF NOT WS-XREG-EOF
004760         PERFORM 3100-LEER-REGISTRO
004770             THRU 3100-LEER-REGISTRO-EXIT
004780     END-IF.
004790     PERFORM 3200-UN-REGISTRO
004800         THRU 3200-UN-REGISTRO-EXIT
004810         UNTIL WS-XREG-EOF.
004820 3000-REVISAR-REGISTRO-EXIT.
004830     EXIT.
004840*
004850 3100-LEER-REGISTRO.
004860     READ EXTRACT-REG-FILE NEXT RECORD
004870         AT END
004880             SET WS-XREG-EOF TO TRUE
004890     END-READ.
004900     IF NOT WS-XREG-EOF AND XRG-EXTRACT-DATE > WS-END-DATE
004910         SET WS-XREG-EOF TO TRUE
004920     END-IF.
004930 3100-LEER-REGISTRO-EXIT.
004940     EXIT.
004950*
004960 3200-UN-REGISTRO.
004970     MOVE XRG-EXTRACT-DATE(7:2) TO WS-DAY-SUB.
004980     IF WS-DAY-SEEN(WS-DAY-SUB) = "N"
004990         MOVE XRG-EXTRACT-DATE TO RPD-DATE
005000         MOVE ZERO             TO RPD-ROWS
005010         MOVE ZERO             TO RPD-SUM
005020         MOVE XRG-STATUS       TO RPD-XRG-STATUS
005030         MOVE XRG-RECORD-COUNT TO RPD-XRG-CNT
005040         MOVE XRG-RESULT-SUM   TO RPD-XRG-SUM
005050         MOVE XRG-ACK-COUNT    TO RPD-ACK-CNT
005060         IF XRG-ACKNOWLEDGED AND XRG-RECORD-COUNT = ZERO
005070             MOVE "EMPTY EXTRACT" TO RPD-VERDICT
005080         ELSE
005090             IF XRG-ACKNOWLEDGED
005100                 MOVE "NO HISTORY ROWS" TO RPD-VERDICT
005110             ELSE
005120                 MOVE "NOT ACKNOWLEDGED" TO RPD-VERDICT
005130             END-IF
005140             SET WS-BLOCKED TO TRUE
005150         END-IF
005160         WRITE REPORT-OUT-REC FROM RPT-DAY-LINE-REC
005170     END-IF.
005180     PERFORM 3100-LEER-REGISTRO
005190         THRU 3100-LEER-REGISTRO-EXIT.
005200 3200-UN-REGISTRO-EXIT.
005210     EXIT.
005220*
005230******************************************************************
005240* 8000-TERMINATE - PRINT THE PERIOD TOTALS, WRITE THE CALENDAR
005250*                  ROW AT STATUS C WHEN EVERY DAY PROVED, PRINT
005260*                  THE VERDICT, CLOSE THE FILES AND SET THE
005270*                  RETURN CODE.
005280******************************************************************
005290 8000-TERMINATE.
005300     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
005310     MOVE WS-DAYS-ACTIVE TO RPT-SUM-DAYS.
005320     MOVE WS-DAYS-PROVED TO RPT-SUM-PROVED.
005330     MOVE WS-TOT-ROWS    TO RPT-SUM-ROWS.
005340     MOVE WS-TOT-SUM     TO RPT-SUM-RESULT.
005350     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
005360     IF NOT WS-BLOCKED
005370         PERFORM 8100-GRABAR-CIERRE
005380             THRU 8100-GRABAR-CIERRE-EXIT
005390     END-IF.
005400     IF WS-BLOCKED
005410         MOVE "NOT CLOSED" TO RPT-VERDICT
005420         DISPLAY "PERCLOSE: el periodo " WS-CLOSE-PERIOD
005430             " no puede cerrarse; ver el informe."
005440         MOVE 8 TO RETURN-CODE
005450     ELSE
005460         MOVE "CLOSED" TO RPT-VERDICT
005470         DISPLAY "PERCLOSE: periodo " WS-CLOSE-PERIOD
005480             " cerrado."
005490         MOVE 0 TO RETURN-CODE
005500     END-IF.
005510     WRITE REPORT-OUT-REC FROM RPT-VERDICT-REC.
005520     CLOSE HISTORY-FILE
005530           PERIOD-CAL-FILE
005540           REPORT-OUT-FILE.
005550     IF WS-XREG-FILE-OPEN
005560         CLOSE EXTRACT-REG-FILE
005570     END-IF.
005580 8000-TERMINATE-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620* 8100-GRABAR-CIERRE - WRITE (OR REWRITE) THE PERIOD'S CALENDAR
005630*                      ROW AT STATUS C WITH THE CLOSING TOTALS.
005640*                      A FAILED WRITE LEAVES THE PERIOD OPEN.
005650******************************************************************
005660 8100-GRABAR-CIERRE.
005670     ACCEPT WS-TIME-OF-DAY FROM TIME.
005680     MOVE SPACES           TO PCAL-REC.
005690     MOVE WS-CLOSE-PERIOD  TO PCAL-PERIOD.
005700     MOVE WS-START-DATE    TO PCAL-START-DATE.
005710     MOVE WS-END-DATE      TO PCAL-END-DATE.
005720     SET PCAL-CLOSED       TO TRUE.
005730     MOVE WS-BUS-DATE      TO PCAL-CLOSED-BUS-DATE.
005740     MOVE WS-TIME-OF-DAY   TO PCAL-CLOSED-TIME.
005750     MOVE WS-DAYS-ACTIVE   TO PCAL-DAYS-ACTIVE.
005760     MOVE WS-TOT-ROWS      TO PCAL-HIST-COUNT.
005770     MOVE WS-TOT-SUM       TO PCAL-RESULT-SUM.
005780     IF WS-PCAL-FOUND
005790         REWRITE PCAL-REC
005800     ELSE
005810         WRITE PCAL-REC
005820     END-IF.
005830     IF WS-PCAL-STATUS NOT = "00"
005840         DISPLAY "Error: no se pudo grabar el calendario de "
005850             "periodos; estado " WS-PCAL-STATUS
005860         SET WS-BLOCKED TO TRUE
005870     END-IF.
005880 8100-GRABAR-CIERRE-EXIT.
005890     EXIT.
005900 END PROGRAM PERCLOSE.
