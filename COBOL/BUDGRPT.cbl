000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      BUDGET VERSUS ACTUAL REPORT. ACCEPTS AN
000160*               ACCOUNTING PERIOD (YYYYMM; ZERO TAKES THE PERIOD
000170*               OF THE RUN-CONTROL BUSINESS DATE), TOTALS THE
000180*               PERIOD'S HISTORY ROWS (HISTREC) BY
000190*               HIST-ACCOUNT-CODE THE WAY ACCTRPT DOES, LEAVING
000200*               OUT ERROR ROWS (STATUS "1") WHICH CARRY NO
000210*               RESULT, AND SETS EACH ACCOUNT'S TOTAL AGAINST ITS
000220*               APPROVED BUDGET FOR THE PERIOD ON THE BUDGET
000230*               MASTER (BUDGREC, DD BUDGMAST, MAINTAINED BY
000240*               BUDGMNT): BUDGET, ACTUAL, REMAINING AND PERCENT
000250*               CONSUMED, FLAGGING ACCOUNTS OVER BUDGET AND
000260*               ACCOUNTS WITH ACTIVITY BUT NO BUDGET. A BUDGETED
000270*               ACCOUNT WITH NO ACTIVITY IS STILL LISTED. ROWS
000280*               WITH A BLANK ACCOUNT CODE ARE TOTALED UNDER
000290*               *NOACCT*. RUN MID-MONTH, IT SHOWS THE PERIOD TO
000300*               DATE. RETURN CODE 0, OR 4 WHEN ANY ACCOUNT IS
000310*               OVER BUDGET.
000320* TECTONICS:    cobc
000330*
000340* MODIFICATION HISTORY
000350*   2026-10-15  RA  INITIAL VERSION.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. BUDGRPT.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT HISTORY-FILE ASSIGN TO HISTORY
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS HIST-KEY
000460         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-HIST-STATUS.
000490     SELECT BUDG-MASTER-FILE ASSIGN TO BUDGMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS BUDG-KEY
000530         FILE STATUS IS WS-BUDG-STATUS.
000540     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUNCTL-STATUS.
000570     SELECT REPORT-OUT-FILE ASSIGN TO BUDGRPT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  HISTORY-FILE.
000620     COPY HISTREC.
000630 FD  BUDG-MASTER-FILE.
000640     COPY BUDGREC.
000650 FD  RUN-CTL-FILE
000660     RECORDING MODE IS F.
000670     COPY RUNCTLRC.
000680 FD  REPORT-OUT-FILE
000690     RECORDING MODE IS F.
000700 01  REPORT-OUT-REC             PIC X(132).
000710 WORKING-STORAGE SECTION.
000720*
000730 01  RPT-PAGE-HEADER-REC.
000740     05 FILLER                  PIC X(35)
000750            VALUE "BUDGRPT BUDGET VERSUS ACTUAL REPORT".
000760     05 FILLER                  PIC X(09) VALUE "  PERIOD ".
000770     05 RPH-PERIOD              PIC 9(06).
000780     05 FILLER                  PIC X(16) VALUE SPACES.
000790     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
000800     05 RPH-PAGE-NO             PIC ZZ9.
000810     05 FILLER                  PIC X(55) VALUE SPACES.
000820 01  RPT-COLUMN-HEADER-REC.
000830     05 FILLER                  PIC X(10) VALUE "ACCOUNT".
000840     05 FILLER                  PIC X(22) VALUE
000850            "                BUDGET".
000860     05 FILLER                  PIC X(23) VALUE
000870            "                 ACTUAL".
000880     05 FILLER                  PIC X(23) VALUE
000890            "              REMAINING".
000900     05 FILLER                  PIC X(11) VALUE " % CONSUMED".
000910     05 FILLER                  PIC X(13) VALUE "  STATUS".
000920     05 FILLER                  PIC X(30) VALUE SPACES.
000930 01  RPT-BUDG-LINE-REC.
000940     05 RBL-ACCOUNT             PIC X(08).
000950     05 FILLER                  PIC X(02) VALUE SPACES.
000960     05 RBL-BUDGET              PIC ---,---,---,---,--9.99.
000970     05 FILLER                  PIC X(01) VALUE SPACE.
000980     05 RBL-ACTUAL              PIC ---,---,---,---,--9.99.
000990     05 FILLER                  PIC X(01) VALUE SPACE.
001000     05 RBL-REMAINING           PIC ---,---,---,---,--9.99.
001010     05 FILLER                  PIC X(02) VALUE SPACES.
001020     05 RBL-PCT                 PIC -(5)9.99.
001030     05 RBL-PCT-X REDEFINES RBL-PCT
001040                                PIC X(09).
001050     05 FILLER                  PIC X(02) VALUE SPACES.
001060     05 RBL-FLAG                PIC X(11).
001070     05 FILLER                  PIC X(30) VALUE SPACES.
001080 01  RPT-GRAND-TOTAL-REC.
001090     05 FILLER                  PIC X(13) VALUE "TOTAL BUDGET=".
001100     05 RGT-BUDGET              PIC ---,---,---,---,--9.99.
001110     05 FILLER                  PIC X(08) VALUE " ACTUAL=".
001120     05 RGT-ACTUAL              PIC ---,---,---,---,--9.99.
001130     05 FILLER                  PIC X(11) VALUE " REMAINING=".
001140     05 RGT-REMAINING           PIC ---,---,---,---,--9.99.
001150     05 FILLER                  PIC X(13) VALUE " OVER BUDGET=".
001160     05 RGT-OVER-CNT            PIC Z(3)9.
001170     05 FILLER                  PIC X(17) VALUE SPACES.
001180 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001190*
001200 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001210 77  WS-BUDG-STATUS             PIC X(02) VALUE SPACES.
001220 77  WS-BUDG-FILE-SW            PIC X(01) VALUE "N".
001230     88 WS-BUDG-FILE-OPEN                 VALUE "Y".
001240 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001250 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001260     88 WS-EOF                            VALUE "Y".
001270 77  WS-BUDG-EOF-SW             PIC X(01) VALUE "N".
001280     88 WS-BUDG-EOF                       VALUE "Y".
001290 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001300 01  WS-RPT-PERIOD              PIC 9(06) VALUE ZERO.
001310 01  WS-RPT-PERIOD-PARTS REDEFINES WS-RPT-PERIOD.
001320     05 WS-PER-YEAR             PIC 9(04).
001330     05 WS-PER-MONTH            PIC 9(02).
001340 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
001350 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
001360 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
001370 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
001380 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
001390 77  WS-TOT-BUDGET              PIC S9(13)V99 VALUE ZERO.
001400 77  WS-TOT-ACTUAL              PIC S9(13)V99 VALUE ZERO.
001410 77  WS-TOT-REMAINING           PIC S9(13)V99 VALUE ZERO.
001420 77  WS-OVER-CNT                PIC 9(04) COMP VALUE ZERO.
001430 77  WS-REMAINING               PIC S9(13)V99 VALUE ZERO.
001440 77  WS-PCT                     PIC S9(05)V99 VALUE ZERO.
001450 77  WS-ROW-ACCOUNT             PIC X(08) VALUE SPACES.
001460 77  WS-ACCT-SUB                PIC 9(03) COMP VALUE ZERO.
001470 77  WS-ACCT-USED-CNT           PIC 9(03) COMP VALUE ZERO.
001480 77  WS-ACCT-FOUND-SW           PIC X(01) VALUE "N".
001490     88 WS-ACCT-FOUND                     VALUE "Y".
001500 77  WS-ACCT-OVFL-SW            PIC X(01) VALUE "N".
001510     88 WS-ACCT-OVFL                      VALUE "Y".
001520 01  WS-ACCT-TOTAL-TABLE.
001530     05 WS-ACCT-ENTRY           OCCURS 101 TIMES.
001540         10 WS-ACCT-ENTRY-CODE  PIC X(08).
001550         10 WS-ACCT-ENTRY-SUM   PIC S9(13)V99.
001560         10 WS-ACCT-ENTRY-BUDGET
001570                                PIC S9(13)V99.
001580         10 WS-ACCT-ENTRY-BUDG-SW
001590                                PIC X(01).
001600             88 WS-ACCT-ENTRY-HAS-BUDGET   VALUE "Y".
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE
001640         THRU 1000-INITIALIZE-EXIT.
001650     PERFORM 2000-PROCESS-HISTORY
001660         THRU 2000-PROCESS-HISTORY-EXIT
001670         UNTIL WS-EOF.
001680     PERFORM 3000-CARGAR-PRESUPUESTOS
001690         THRU 3000-CARGAR-PRESUPUESTOS-EXIT.
001700     PERFORM 8000-TERMINATE
001710         THRU 8000-TERMINATE-EXIT.
001720     GOBACK.
001730*
001740******************************************************************
001750* 1000-INITIALIZE - READ THE BUSINESS DATE, ACCEPT AND VALIDATE
001760*                   THE PERIOD, OPEN THE FILES, PRINT THE FIRST
001770*                   PAGE HEADING AND POSITION ON THE PERIOD'S
001780*                   FIRST HISTORY ROW. A MISSING BUDGET MASTER
001790*                   LISTS EVERY ACCOUNT AS HAVING NO BUDGET.
001800******************************************************************
001810 1000-INITIALIZE.
001820     PERFORM 1050-LEER-FECHA-NEGOCIO
001830         THRU 1050-LEER-FECHA-NEGOCIO-EXIT.
001840     DISPLAY "Periodo del reporte (AAAAMM, 0=periodo de la "
001850         "fecha de negocio): ".
001860     ACCEPT WS-RPT-PERIOD.
001870     IF WS-RPT-PERIOD NOT NUMERIC
001880         MOVE ZERO TO WS-RPT-PERIOD
001890     END-IF.
001900     IF WS-RPT-PERIOD = ZERO
001910         MOVE WS-BUS-DATE(1:6) TO WS-RPT-PERIOD
001920     END-IF.
001930     IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
001940         DISPLAY "Error: periodo " WS-RPT-PERIOD " no valido; "
001950             "ejecucion cancelada."
001960         MOVE 8 TO RETURN-CODE
001970         GOBACK
001980     END-IF.
001990     COMPUTE WS-FROM-DATE = WS-RPT-PERIOD * 100 + 1.
002000     COMPUTE WS-TO-DATE   = WS-RPT-PERIOD * 100 + 31.
002010     OPEN INPUT HISTORY-FILE.
002020     IF WS-HIST-STATUS NOT = "00"
002030         DISPLAY "Error: no se pudo abrir el archivo de "
002040             "historial; estado " WS-HIST-STATUS
002050         MOVE 8 TO RETURN-CODE
002060         GOBACK
002070     END-IF.
002080     OPEN INPUT BUDG-MASTER-FILE.
002090     IF WS-BUDG-STATUS = "00"
002100         SET WS-BUDG-FILE-OPEN TO TRUE
002110     ELSE
002120         DISPLAY "Aviso: no se pudo abrir el maestro de "
002130             "presupuestos (estado " WS-BUDG-STATUS "); se "
002140             "informa solo la actividad real."
002150     END-IF.
002160     OPEN OUTPUT REPORT-OUT-FILE.
002170     MOVE WS-RPT-PERIOD TO RPH-PERIOD.
002180     PERFORM 2900-WRITE-PAGE-HEADING
002190         THRU 2900-WRITE-PAGE-HEADING-EXIT.
002200     MOVE WS-FROM-DATE TO HIST-RUN-DATE.
002210     MOVE ZERO         TO HIST-TRANS-SEQ.
002220     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
002230         INVALID KEY
002240             SET WS-EOF TO TRUE
002250     END-START.
002260     IF NOT WS-EOF
002270         PERFORM 2100-READ-NEXT-HISTORY
002280             THRU 2100-READ-NEXT-HISTORY-EXIT
002290     END-IF.
002300 1000-INITIALIZE-EXIT.
002310     EXIT.
002320*
002330******************************************************************
002340* 1050-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING DATE
002350*          FROM THE RUN-CONTROL FILE (RUNCTLRC COPYBOOK),
002360*          FALLING BACK TO THE SYSTEM DATE WITH A WARNING WHEN
002370*          THE FILE IS NOT AVAILABLE.
002380******************************************************************
002390 1050-LEER-FECHA-NEGOCIO.
002400     OPEN INPUT RUN-CTL-FILE.
002410     IF WS-RUNCTL-STATUS = "00"
002420         READ RUN-CTL-FILE
002430             AT END
002440                 CONTINUE
002450             NOT AT END
002460                 IF RCT-TYPE-CONTROL
002470                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002480                 END-IF
002490         END-READ
002500         CLOSE RUN-CTL-FILE
002510     END-IF.
002520     IF WS-BUS-DATE = ZERO
002530         DISPLAY "Aviso: fecha de negocio no disponible; se "
002540             "usa la fecha del sistema."
002550         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002560     END-IF.
002570 1050-LEER-FECHA-NEGOCIO-EXIT.
002580     EXIT.
002590*
002600******************************************************************
002610* 2000-PROCESS-HISTORY - ROLL ONE NON-ERROR ROW INTO ITS ACCOUNT
002620*                        BUCKET AND READ THE NEXT ROW IN RANGE.
002630******************************************************************
002640 2000-PROCESS-HISTORY.
002650     IF HIST-STATUS-ERROR
002660         GO TO 2000-PROCESS-HISTORY-LEER
002670     END-IF.
002680     IF HIST-ACCOUNT-CODE = SPACES
002690         MOVE "*NOACCT*" TO WS-ROW-ACCOUNT
002700     ELSE
002710         MOVE HIST-ACCOUNT-CODE TO WS-ROW-ACCOUNT
002720     END-IF.
002730     PERFORM 4000-ROLL-ACCOUNT-TOTAL
002740         THRU 4000-ROLL-ACCOUNT-TOTAL-EXIT.
002750     ADD HIST-RESULTADO TO WS-ACCT-ENTRY-SUM(WS-ACCT-SUB).
002760 2000-PROCESS-HISTORY-LEER.
002770     PERFORM 2100-READ-NEXT-HISTORY
002780         THRU 2100-READ-NEXT-HISTORY-EXIT.
002790 2000-PROCESS-HISTORY-EXIT.
002800     EXIT.
002810*
002820 2100-READ-NEXT-HISTORY.
002830     READ HISTORY-FILE NEXT RECORD
002840         AT END
002850             SET WS-EOF TO TRUE
002860     END-READ.
002870     IF NOT WS-EOF AND HIST-RUN-DATE > WS-TO-DATE
002880         SET WS-EOF TO TRUE
002890     END-IF.
002900 2100-READ-NEXT-HISTORY-EXIT.
002910     EXIT.
002920*
002930******************************************************************
002940* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
002950*                           COUNT, PRINT THE TITLE AND COLUMN
002960*                           HEADINGS, AND RESET THE LINE COUNT.
002970******************************************************************
002980 2900-WRITE-PAGE-HEADING.
002990     ADD 1 TO WS-PAGE-CNT.
003000     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
003010     IF WS-PAGE-CNT > 1
003020         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
003030     END-IF.
003040     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
003050     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
003060     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
003070     MOVE ZERO TO WS-LINE-CNT.
003080 2900-WRITE-PAGE-HEADING-EXIT.
003090     EXIT.
003100*
003110******************************************************************
003120* 3000-CARGAR-PRESUPUESTOS - BROWSE THE BUDGET MASTER AND SET
003130*                            THE BUDGET OF EVERY ROW FOR THE
003140*                            REPORT PERIOD AGAINST ITS ACCOUNT'S
003150*                            BUCKET, ADDING A BUCKET FOR A
003160*                            BUDGETED ACCOUNT WITH NO ACTIVITY.
003170******************************************************************
003180 3000-CARGAR-PRESUPUESTOS.
003190     IF NOT WS-BUDG-FILE-OPEN
003200         GO TO 3000-CARGAR-PRESUPUESTOS-EXIT
003210     END-IF.
003220     MOVE LOW-VALUES TO BUDG-KEY.
003230     START BUDG-MASTER-FILE KEY IS NOT LESS THAN BUDG-KEY
003240         INVALID KEY
003250             SET WS-BUDG-EOF TO TRUE
003260     END-START.
003270     PERFORM 3100-LEER-PRESUPUESTO
003280         THRU 3100-LEER-PRESUPUESTO-EXIT
003290         UNTIL WS-BUDG-EOF.
003300 3000-CARGAR-PRESUPUESTOS-EXIT.
003310     EXIT.
003320*
003330 3100-LEER-PRESUPUESTO.
003340     READ BUDG-MASTER-FILE NEXT RECORD
003350         AT END
003360             SET WS-BUDG-EOF TO TRUE
003370             GO TO 3100-LEER-PRESUPUESTO-EXIT
003380     END-READ.
003390     IF BUDG-PERIOD NOT = WS-RPT-PERIOD
003400         GO TO 3100-LEER-PRESUPUESTO-EXIT
003410     END-IF.
003420     MOVE BUDG-ACCOUNT-CODE TO WS-ROW-ACCOUNT.
003430     PERFORM 4000-ROLL-ACCOUNT-TOTAL
003440         THRU 4000-ROLL-ACCOUNT-TOTAL-EXIT.
003450     IF WS-ACCT-SUB < 101
003460         ADD BUDG-AMOUNT TO WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB)
003470         MOVE "Y" TO WS-ACCT-ENTRY-BUDG-SW(WS-ACCT-SUB)
003480     END-IF.
003490 3100-LEER-PRESUPUESTO-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530* 4000-ROLL-ACCOUNT-TOTAL - FIND (OR ADD) THIS ROW'S ACCOUNT IN
003540*                           THE BY-ACCOUNT TOTALS TABLE AND LEAVE
003550*                           WS-ACCT-SUB POINTING AT ITS ENTRY.
003560******************************************************************
003570 4000-ROLL-ACCOUNT-TOTAL.
003580     MOVE "N" TO WS-ACCT-FOUND-SW.
003590     MOVE 1 TO WS-ACCT-SUB.
003600     PERFORM 4100-BUSCAR-CUENTA
003610         THRU 4100-BUSCAR-CUENTA-EXIT
003620         UNTIL WS-ACCT-FOUND OR WS-ACCT-SUB > WS-ACCT-USED-CNT.
003630     IF NOT WS-ACCT-FOUND
003640         IF WS-ACCT-USED-CNT < 100
003650             ADD 1 TO WS-ACCT-USED-CNT
003660             MOVE WS-ACCT-USED-CNT TO WS-ACCT-SUB
003670             MOVE WS-ROW-ACCOUNT
003680                 TO WS-ACCT-ENTRY-CODE(WS-ACCT-SUB)
003690             MOVE ZERO TO WS-ACCT-ENTRY-SUM(WS-ACCT-SUB)
003700             MOVE ZERO TO WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB)
003710             MOVE "N"  TO WS-ACCT-ENTRY-BUDG-SW(WS-ACCT-SUB)
003720         ELSE
003730             IF NOT WS-ACCT-OVFL
003740                 SET WS-ACCT-OVFL TO TRUE
003750                 MOVE "*OTHERS*"
003760                     TO WS-ACCT-ENTRY-CODE(101)
003770                 MOVE ZERO TO WS-ACCT-ENTRY-SUM(101)
003780                 MOVE ZERO TO WS-ACCT-ENTRY-BUDGET(101)
003790                 MOVE "N"  TO WS-ACCT-ENTRY-BUDG-SW(101)
003800                 DISPLAY "Aviso: tabla de cuentas llena; "
003810                     "los totales adicionales se acumulan "
003820                     "bajo *OTHERS* sin presupuesto."
003830             END-IF
003840             MOVE 101 TO WS-ACCT-SUB
003850         END-IF
003860     END-IF.
003870 4000-ROLL-ACCOUNT-TOTAL-EXIT.
003880     EXIT.
003890*
003900 4100-BUSCAR-CUENTA.
003910     IF WS-ACCT-ENTRY-CODE(WS-ACCT-SUB) = WS-ROW-ACCOUNT
003920         SET WS-ACCT-FOUND TO TRUE
003930     ELSE
003940         ADD 1 TO WS-ACCT-SUB
003950     END-IF.
003960 4100-BUSCAR-CUENTA-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000* 8000-TERMINATE - PRINT THE BY-ACCOUNT LINES AND THE GRAND
004010*                  TOTALS, CLOSE THE FILES AND SET THE RETURN
004020*                  CODE.
004030******************************************************************
004040 8000-TERMINATE.
004050     MOVE ZERO TO WS-ACCT-SUB.
004060     PERFORM 8100-PRINT-BUDG-LINE
004070         THRU 8100-PRINT-BUDG-LINE-EXIT
004080         UNTIL WS-ACCT-SUB NOT < WS-ACCT-USED-CNT.
004090     IF WS-ACCT-OVFL
004100         MOVE 100 TO WS-ACCT-SUB
004110         PERFORM 8100-PRINT-BUDG-LINE
004120             THRU 8100-PRINT-BUDG-LINE-EXIT
004130     END-IF.
004140     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004150     MOVE WS-TOT-BUDGET    TO RGT-BUDGET.
004160     MOVE WS-TOT-ACTUAL    TO RGT-ACTUAL.
004170     MOVE WS-TOT-REMAINING TO RGT-REMAINING.
004180     MOVE WS-OVER-CNT      TO RGT-OVER-CNT.
004190     WRITE REPORT-OUT-REC FROM RPT-GRAND-TOTAL-REC.
004200     CLOSE HISTORY-FILE
004210           REPORT-OUT-FILE.
004220     IF WS-BUDG-FILE-OPEN
004230         CLOSE BUDG-MASTER-FILE
004240     END-IF.
004250     IF WS-OVER-CNT > ZERO
004260         DISPLAY "BUDGRPT: " WS-OVER-CNT " cuenta(s) por "
004270             "encima del presupuesto en el periodo "
004280             WS-RPT-PERIOD "."
004290         MOVE 4 TO RETURN-CODE
004300     ELSE
004310         MOVE 0 TO RETURN-CODE
004320     END-IF.
004330 8000-TERMINATE-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 8100-PRINT-BUDG-LINE - PRINT ONE ACCOUNT: BUDGET, ACTUAL,
004380*                        REMAINING AND PERCENT CONSUMED, AND
004390*                        ROLL IT INTO THE GRAND TOTALS. THE
004400*                        PERCENTAGE IS BLANK WITHOUT A BUDGET
004410*                        AND SHOWN AS ***** PAST 99999.99.
004420******************************************************************
004430 8100-PRINT-BUDG-LINE.
004440     ADD 1 TO WS-ACCT-SUB.
004450     IF WS-LINE-CNT NOT < WS-MAX-LINES
004460         PERFORM 2900-WRITE-PAGE-HEADING
004470             THRU 2900-WRITE-PAGE-HEADING-EXIT
004480     END-IF.
004490     COMPUTE WS-REMAINING = WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB)
004500         - WS-ACCT-ENTRY-SUM(WS-ACCT-SUB).
004510     MOVE WS-ACCT-ENTRY-CODE(WS-ACCT-SUB)   TO RBL-ACCOUNT.
004520     MOVE WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB) TO RBL-BUDGET.
004530     MOVE WS-ACCT-ENTRY-SUM(WS-ACCT-SUB)    TO RBL-ACTUAL.
004540     MOVE WS-REMAINING                      TO RBL-REMAINING.
004550     MOVE SPACES TO RBL-FLAG.
004560     IF NOT WS-ACCT-ENTRY-HAS-BUDGET(WS-ACCT-SUB)
004570         MOVE SPACES      TO RBL-PCT-X
004580         MOVE "NO BUDGET" TO RBL-FLAG
004590     ELSE
004600         IF WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB) = ZERO
004610             MOVE SPACES TO RBL-PCT-X
004620         ELSE
004630             COMPUTE WS-PCT ROUNDED =
004640                 WS-ACCT-ENTRY-SUM(WS-ACCT-SUB) * 100
004650                 / WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB)
004660                 ON SIZE ERROR
004670                     MOVE "*****" TO RBL-PCT-X
004680                 NOT ON SIZE ERROR
004690                     MOVE WS-PCT TO RBL-PCT
004700             END-COMPUTE
004710         END-IF
004720         IF WS-REMAINING < ZERO
004730             MOVE "OVER BUDGET" TO RBL-FLAG
004740             ADD 1 TO WS-OVER-CNT
004750         END-IF
004760     END-IF.
004770     WRITE REPORT-OUT-REC FROM RPT-BUDG-LINE-REC.
004780     ADD 1 TO WS-LINE-CNT.
004790     ADD WS-ACCT-ENTRY-BUDGET(WS-ACCT-SUB) TO WS-TOT-BUDGET.
004800     ADD WS-ACCT-ENTRY-SUM(WS-ACCT-SUB)    TO WS-TOT-ACTUAL.
004810     ADD WS-REMAINING                      TO WS-TOT-REMAINING.
004820 8100-PRINT-BUDG-LINE-EXIT.
004830     EXIT.
004840 END PROGRAM BUDGRPT.
