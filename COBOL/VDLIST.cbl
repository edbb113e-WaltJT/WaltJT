000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      VALUE-DATE WAREHOUSE PENDING LISTING. ACCEPTS A
000160*               BRANCH ID (BLANK = EVERY BRANCH) AND LISTS, IN
000170*               VALUE-DATE ORDER, EVERY ITEM STILL PENDING ON
000180*               THE VALUE-DATE WAREHOUSE (VDWHREC, DD VALWHSE):
000190*               VALUE DATE AND DAYS TO GO FROM THE RUN-CONTROL
000200*               BUSINESS DATE, BRANCH, ORIGINAL BATCH, FILE AND
000210*               RECORD NUMBER, OPERATION, OPERANDS, CURRENCY AND
000220*               ACCOUNT, SO A BRANCH CAN BE TOLD WHAT IS STILL
000230*               WAITING FOR IT. AN ITEM PAST ITS VALUE DATE BUT
000240*               NOT YET RELEASED (THE RELEASE STEP HAS NOT RUN)
000250*               SHOWS NEGATIVE DAYS. REPORT DD VDLSTRPT; RETURN
000260*               CODE 0, OR 8 WHEN THE WAREHOUSE CANNOT BE OPENED.
000270* TECTONICS:    cobc
000280*
000290* MODIFICATION HISTORY
000300*   2026-10-15  RA  INITIAL VERSION.
000302*   2026-10-15  RA  LISTS TRANSIN ITEMS (FILE TYPE T, HELD OVER
000304*                   FROM A BATCH RECEIVED AFTER ITS BRANCH'S
000306*                   CUTOFF) AND COUNTS THEM IN THE TOTALS.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. VDLIST.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT VAL-WHSE-FILE ASSIGN TO VALWHSE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS WH-KEY
000410         ALTERNATE RECORD KEY IS WH-VALUE-DATE
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-WH-STATUS.
000440     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RUNCTL-STATUS.
000470     SELECT REPORT-OUT-FILE ASSIGN TO VDLSTRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  VAL-WHSE-FILE.
000520     COPY VDWHREC.
000530 FD  RUN-CTL-FILE
000540     RECORDING MODE IS F.
000550     COPY RUNCTLRC.
000560 FD  REPORT-OUT-FILE
000570     RECORDING MODE IS F.
000580 01  REPORT-OUT-REC             PIC X(132).
000590 WORKING-STORAGE SECTION.
000600     COPY OPCTRREC.
000610 01  LOOP-TRANS-REC.
000620     05 LT-NUM1                 PIC S9(9)V99
000630                                SIGN IS TRAILING SEPARATE.
000640     05 LT-NUM2                 PIC S9(9)V99
000650                                SIGN IS TRAILING SEPARATE.
000660     05 LT-CURRENCY-CODE        PIC X(03).
000670     05 LT-OPERATION            PIC X(01).
000680     05 LT-OPER1-IND            PIC X(01).
000690     05 LT-OPER2-IND            PIC X(01).
000700     05 LT-ACCOUNT-CODE         PIC X(08).
000710     05 FILLER                  PIC X(42).
000711 01  TRANS-IN-REC.
000712     05 TI-NUM1                 PIC S9(9)V99
000713                                SIGN IS TRAILING SEPARATE.
000714     05 TI-NUM2                 PIC S9(9)V99
000715                                SIGN IS TRAILING SEPARATE.
000716     05 TI-CURRENCY-CODE        PIC X(03).
000717     05 TI-ACCOUNT-CODE         PIC X(08).
000718     05 FILLER                  PIC X(45).
000720*
000730 01  RPT-PAGE-HEADER-REC.
000740     05 FILLER                  PIC X(39)
000750            VALUE "VDLIST VALUE-DATE WAREHOUSE - PENDING".
000760     05 FILLER                  PIC X(10) VALUE "  BRANCH ".
000770     05 RPH-BRANCH              PIC X(04).
000780     05 FILLER                  PIC X(16) VALUE
000790            "  BUSINESS DATE ".
000800     05 RPH-BUS-DATE            PIC 9(08).
000810     05 FILLER                  PIC X(06) VALUE SPACES.
000820     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
000830     05 RPH-PAGE-NO             PIC ZZ9.
000840     05 FILLER                  PIC X(38) VALUE SPACES.
000850 01  RPT-COLUMN-HEADER-REC.
000860     05 FILLER                  PIC X(10) VALUE "VALUE DATE".
000870     05 FILLER                  PIC X(06) VALUE "  DAYS".
000880     05 FILLER                  PIC X(08) VALUE "  BRANCH".
000890     05 FILLER                  PIC X(11) VALUE "  BATCH".
000900     05 FILLER                  PIC X(11) VALUE "FILE     ".
000910     05 FILLER                  PIC X(09) VALUE "  REC NO".
000920     05 FILLER                  PIC X(04) VALUE "  OP".
000930     05 FILLER                  PIC X(20) VALUE
000940            "           OPERAND 1".
000950     05 FILLER                  PIC X(20) VALUE
000960            "           OPERAND 2".
000970     05 FILLER                  PIC X(05) VALUE "  CUR".
000980     05 FILLER                  PIC X(10) VALUE "  ACCOUNT".
000990     05 FILLER                  PIC X(18) VALUE SPACES.
001000 01  RPT-DETAIL-REC.
001010     05 RDL-VALUE-DATE          PIC 9(08).
001020     05 FILLER                  PIC X(02) VALUE SPACES.
001030     05 RDL-DAYS                PIC -(5)9.
001040     05 FILLER                  PIC X(04) VALUE SPACES.
001050     05 RDL-BRANCH              PIC X(04).
001060     05 FILLER                  PIC X(02) VALUE SPACES.
001070     05 RDL-BATCH-ID            PIC X(08).
001080     05 FILLER                  PIC X(03) VALUE SPACES.
001090     05 RDL-FILE-NAME           PIC X(09).
001100     05 FILLER                  PIC X(05) VALUE SPACES.
001110     05 RDL-REC-NO              PIC Z(5)9.
001120     05 FILLER                  PIC X(03) VALUE SPACES.
001130     05 RDL-OPERATION           PIC X(01).
001140     05 FILLER                  PIC X(01) VALUE SPACE.
001150     05 RDL-OPERAND-1           PIC ---,---,---,---,--9.99.
001160     05 FILLER                  PIC X(01) VALUE SPACE.
001170     05 RDL-OPERAND-2           PIC ---,---,---,---,--9.99.
001180     05 FILLER                  PIC X(02) VALUE SPACES.
001190     05 RDL-CURRENCY            PIC X(03).
001200     05 FILLER                  PIC X(02) VALUE SPACES.
001210     05 RDL-ACCOUNT             PIC X(08).
001220     05 FILLER                  PIC X(12) VALUE SPACES.
001230 01  RPT-TOTAL-REC.
001240     05 FILLER                  PIC X(14) VALUE "ITEMS PENDING=".
001250     05 RTL-PENDING             PIC Z(5)9.
001260     05 FILLER                  PIC X(10) VALUE " OPCTRANS=".
001270     05 RTL-OPC                 PIC Z(5)9.
001280     05 FILLER                  PIC X(11) VALUE " LOOPTRANS=".
001290     05 RTL-LOOP                PIC Z(5)9.
001293     05 FILLER                  PIC X(09) VALUE " TRANSIN=".
001296     05 RTL-TRANS               PIC Z(5)9.
001300     05 FILLER                  PIC X(09) VALUE " OVERDUE=".
001310     05 RTL-OVERDUE             PIC Z(5)9.
001320     05 FILLER                  PIC X(49) VALUE SPACES.
001330 01  RPT-NONE-REC.
001340     05 FILLER                  PIC X(24)
001350            VALUE "NO ITEMS PENDING.".
001360     05 FILLER                  PIC X(108) VALUE SPACES.
001370 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001380*
001390 77  WS-WH-STATUS               PIC X(02) VALUE SPACES.
001400 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-WH-EOF-SW               PIC X(01) VALUE "N".
001420     88 WS-WH-EOF                         VALUE "Y".
001430 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001440 77  WS-BUS-INT                 PIC 9(07) VALUE ZERO.
001450 77  WS-DAYS                    PIC S9(05) VALUE ZERO.
001460 77  WS-SEL-BRANCH              PIC X(04) VALUE SPACES.
001470 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
001480 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
001490 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
001500 77  WS-PENDING-CNT             PIC 9(06) COMP VALUE ZERO.
001510 77  WS-OPC-CNT                 PIC 9(06) COMP VALUE ZERO.
001520 77  WS-LOOP-CNT                PIC 9(06) COMP VALUE ZERO.
001525 77  WS-TRANS-CNT               PIC 9(06) COMP VALUE ZERO.
001530 77  WS-OVERDUE-CNT             PIC 9(06) COMP VALUE ZERO.
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE
001570         THRU 1000-INITIALIZE-EXIT.
001580     PERFORM 2000-LISTAR-PARTIDA
001590         THRU 2000-LISTAR-PARTIDA-EXIT
001600         UNTIL WS-WH-EOF.
001610     PERFORM 8000-TERMINATE
001620         THRU 8000-TERMINATE-EXIT.
001630     GOBACK.
001640*
001650******************************************************************
001660* 1000-INITIALIZE - READ THE BUSINESS DATE, ACCEPT THE BRANCH,
001670*                   OPEN THE FILES, PRINT THE FIRST PAGE HEADING
001680*                   AND POSITION THE WAREHOUSE AT THE EARLIEST
001690*                   VALUE DATE.
001700******************************************************************
001710 1000-INITIALIZE.
001720     OPEN INPUT RUN-CTL-FILE.
001730     IF WS-RUNCTL-STATUS = "00"
001740         READ RUN-CTL-FILE
001750             AT END
001760                 CONTINUE
001770             NOT AT END
001780                 IF RCT-TYPE-CONTROL
001790                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001800                 END-IF
001810         END-READ
001820         CLOSE RUN-CTL-FILE
001830     END-IF.
001840     IF WS-BUS-DATE = ZERO
001850         DISPLAY "Aviso: fecha de negocio no disponible; se "
001860             "usa la fecha del sistema."
001870         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001880     END-IF.
001890     COMPUTE WS-BUS-INT
001900         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
001910     DISPLAY "Sucursal (4 caracteres, ENTER=todas): ".
001920     ACCEPT WS-SEL-BRANCH.
001930     OPEN INPUT VAL-WHSE-FILE.
001940     IF WS-WH-STATUS NOT = "00"
001950         DISPLAY "Error: no se pudo abrir el almacen de fecha "
001960             "valor; estado " WS-WH-STATUS
001970         MOVE 8 TO RETURN-CODE
001980         GOBACK
001990     END-IF.
002000     OPEN OUTPUT REPORT-OUT-FILE.
002010     IF WS-SEL-BRANCH = SPACES
002020         MOVE "ALL " TO RPH-BRANCH
002030     ELSE
002040         MOVE WS-SEL-BRANCH TO RPH-BRANCH
002050     END-IF.
002060     MOVE WS-BUS-DATE TO RPH-BUS-DATE.
002070     PERFORM 2900-WRITE-PAGE-HEADING
002080         THRU 2900-WRITE-PAGE-HEADING-EXIT.
002090     MOVE ZERO TO WH-VALUE-DATE.
002100     START VAL-WHSE-FILE KEY IS NOT LESS THAN WH-VALUE-DATE
002110         INVALID KEY
002120             SET WS-WH-EOF TO TRUE
002130     END-START.
002140 1000-INITIALIZE-EXIT.
002150     EXIT.
002160*
002170******************************************************************
002180* 2000-LISTAR-PARTIDA - READ THE NEXT WAREHOUSE ROW IN VALUE-
002190*                       DATE ORDER AND PRINT IT WHEN IT IS
002200*                       PENDING FOR THE SELECTED BRANCH.
002210******************************************************************
002220 2000-LISTAR-PARTIDA.
002230     READ VAL-WHSE-FILE NEXT RECORD
002240         AT END
002250             SET WS-WH-EOF TO TRUE
002260             GO TO 2000-LISTAR-PARTIDA-EXIT
002270     END-READ.
002280     IF NOT WH-PENDING
002290         GO TO 2000-LISTAR-PARTIDA-EXIT
002300     END-IF.
002310     IF WS-SEL-BRANCH NOT = SPACES
002320             AND WH-BRANCH-ID NOT = WS-SEL-BRANCH
002330         GO TO 2000-LISTAR-PARTIDA-EXIT
002340     END-IF.
002350     ADD 1 TO WS-PENDING-CNT.
002360     MOVE SPACES TO RDL-OPERATION RDL-CURRENCY RDL-ACCOUNT.
002370     MOVE WH-VALUE-DATE    TO RDL-VALUE-DATE.
002380     COMPUTE WS-DAYS
002390         = FUNCTION INTEGER-OF-DATE(WH-VALUE-DATE) - WS-BUS-INT.
002400     MOVE WS-DAYS          TO RDL-DAYS.
002410     IF WS-DAYS NOT > ZERO
002420         ADD 1 TO WS-OVERDUE-CNT
002430     END-IF.
002440     MOVE WH-BRANCH-ID     TO RDL-BRANCH.
002450     MOVE WH-ORIG-BATCH-ID TO RDL-BATCH-ID.
002460     MOVE WH-ORIG-REC-NO   TO RDL-REC-NO.
002466     EVALUATE TRUE
002472         WHEN WH-TYPE-OPCTRANS
002478             ADD 1 TO WS-OPC-CNT
002484             MOVE "OPCTRANS"        TO RDL-FILE-NAME
002490             MOVE WH-IMAGE          TO OPC-TRANS-REC
002496             MOVE OPC-OPERATION     TO RDL-OPERATION
002502             MOVE OPC-OPERAND-1     TO RDL-OPERAND-1
002508             MOVE OPC-OPERAND-2     TO RDL-OPERAND-2
002514             MOVE OPC-CURRENCY-CODE TO RDL-CURRENCY
002520             MOVE OPC-ACCOUNT-CODE  TO RDL-ACCOUNT
002526         WHEN WH-TYPE-TRANSIN
002532             ADD 1 TO WS-TRANS-CNT
002538             MOVE "TRANSIN"         TO RDL-FILE-NAME
002544             MOVE WH-IMAGE          TO TRANS-IN-REC
002550             MOVE TI-NUM1           TO RDL-OPERAND-1
002556             MOVE TI-NUM2           TO RDL-OPERAND-2
002562             MOVE TI-CURRENCY-CODE  TO RDL-CURRENCY
002568             MOVE TI-ACCOUNT-CODE   TO RDL-ACCOUNT
002574         WHEN OTHER
002580             ADD 1 TO WS-LOOP-CNT
002586             MOVE "LOOPTRANS"       TO RDL-FILE-NAME
002592             MOVE WH-IMAGE          TO LOOP-TRANS-REC
002598             MOVE LT-OPERATION      TO RDL-OPERATION
002604             MOVE LT-NUM1           TO RDL-OPERAND-1
002610             MOVE LT-NUM2           TO RDL-OPERAND-2
002616             MOVE LT-CURRENCY-CODE  TO RDL-CURRENCY
002622             MOVE LT-ACCOUNT-CODE   TO RDL-ACCOUNT
002628     END-EVALUATE.
002660     IF WS-LINE-CNT NOT < WS-MAX-LINES
002670         PERFORM 2900-WRITE-PAGE-HEADING
002680             THRU 2900-WRITE-PAGE-HEADING-EXIT
002690     END-IF.
002700     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
002710     ADD 1 TO WS-LINE-CNT.
002720 2000-LISTAR-PARTIDA-EXIT.
002730     EXIT.
002740*
002750******************************************************************
002760* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
002770*                           COUNT, PRINT THE TITLE AND COLUMN
002780*                           HEADINGS, AND RESET THE LINE COUNT.
002790******************************************************************
002800 2900-WRITE-PAGE-HEADING.
002810     ADD 1 TO WS-PAGE-CNT.
002820     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
002830     IF WS-PAGE-CNT > 1
002840         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
002850     END-IF.
002860     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
002870     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
002880     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
002890     MOVE ZERO TO WS-LINE-CNT.
002900 2900-WRITE-PAGE-HEADING-EXIT.
002910     EXIT.
002920*
002930******************************************************************
002940* 8000-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES AND REPORT
002950*                  THE COUNT.
002960******************************************************************
002970 8000-TERMINATE.
002980     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
002990     IF WS-PENDING-CNT = ZERO
003000         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
003010     END-IF.
003020     MOVE WS-PENDING-CNT TO RTL-PENDING.
003030     MOVE WS-OPC-CNT     TO RTL-OPC.
003040     MOVE WS-LOOP-CNT    TO RTL-LOOP.
003045     MOVE WS-TRANS-CNT   TO RTL-TRANS.
003050     MOVE WS-OVERDUE-CNT TO RTL-OVERDUE.
003060     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
003070     CLOSE VAL-WHSE-FILE
003080           REPORT-OUT-FILE.
003090     DISPLAY "VDLIST: " RTL-PENDING " partidas pendientes "
003100         "listadas.".
003110     MOVE 0 TO RETURN-CODE.
003120 8000-TERMINATE-EXIT.
003130     EXIT.
003140 END PROGRAM VDLIST.
