000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      DELIMITED-FILE INBOUND CONVERTER. SCHEDULED AS A
000160*               COBOL6 RUN-CARD STEP AHEAD OF RATECHK AND
000170*               EDITVAL, ONE STEP PER BRANCH FILE, FOR BRANCHES
000180*               THAT KEEP THEIR WORK IN SPREADSHEETS AND CANNOT
000190*               PRODUCE FIXED-WIDTH BATCHES. READS THE BRANCH'S
000200*               SEMICOLON- OR COMMA-DELIMITED FILE (DD DLMIN)
000210*               AND WRITES IT AS ONE PROPERLY SEALED BATCTL
000220*               BATCH (DD DLMBATCH) OF OPCTRANS OR LOOPTRANS
000230*               RECORDS: HEADER WITH THE BATCH ID, BUSINESS
000240*               DATE, BRANCH AND THE GATEWAY'S RECEIPT STAMP,
000250*               ONE DETAIL PER LINE CONVERTED, AND A TRAILER
000260*               WITH THE RECORD COUNT AND OPERAND HASH TOTAL
000270*               COMPUTED HERE, SO THE FILE FEEDS RATECHK AND
000280*               EDITVAL LIKE ANY BRANCH TRANSMISSION.
000290*               THE DLMPARM CARD GIVES THE BRANCH ID, THE BATCH
000300*               ID (BLANK MEANS THE BRANCH ID FOLLOWED BY THE
000310*               BUSINESS DATE'S MMDD), THE TARGET LAYOUT (O OR
000320*               BLANK FOR OPCTRANS, L FOR LOOPTRANS), THE
000330*               DECIMAL SEPARATOR OF THE AMOUNTS ("." OR BLANK,
000340*               OR ",") AND THE RECEIPT DATE AND TIME.
000350*               THE FIRST NON-BLANK LINE NAMES THE COLUMNS, IN
000360*               ANY ORDER AND CASE, SPACES, HYPHENS AND
000370*               UNDERSCORES IGNORED: OPERATION (OPERACION),
000380*               OPERAND1 (OPERANDO1), OPERAND2 (OPERANDO2),
000390*               CURRENCY (MONEDA), ROUNDING (REDONDEO, OPCTRANS
000400*               ONLY), ACCOUNT (CUENTA), TARGET (DESTINO),
000410*               VALUEDATE (FECHAVALOR), OPER1IND AND OPER2IND
000420*               (LOOPTRANS ONLY). OPERAND1 AND OPERAND2 ARE
000430*               REQUIRED, AND OPERATION FOR OPCTRANS; OTHER
000440*               NAMES ARE IGNORED WITH A WARNING. THE DELIMITER
000450*               IS A SEMICOLON WHEN THE COLUMN LINE HAS ONE,
000460*               OTHERWISE A COMMA; A LEADING "SEP=" LINE NAMES
000470*               IT EXPLICITLY. A FIELD MAY BE ENCLOSED IN DOUBLE
000480*               QUOTES (A DOUBLED QUOTE INSIDE IS ONE QUOTE),
000490*               WHICH A COMMA FILE NEEDS FOR AMOUNTS LIKE
000500*               "1,234.50". AMOUNTS ARE FREE FORMAT: SPACES,
000510*               THOUSANDS SEPARATORS IN GROUPS OF THREE, A
000520*               LEADING OR TRAILING SIGN OR PARENTHESES, AND UP
000530*               TO TWO DECIMALS (FURTHER DECIMALS MUST BE ZERO).
000540*               CODES ARE UPPER-CASED; A VALUE DATE IS YYYYMMDD
000550*               OR YYYY-MM-DD. A LOOPTRANS OPERAND LEFT EMPTY
000560*               WHOSE INDICATOR IS R IS ZERO. ONLY THE LAYOUT IS
000570*               CHECKED HERE; EDITVAL STILL EDITS THE CONTENT.
000580*               LINES THAT CANNOT BE CONVERTED ARE LEFT OUT OF
000590*               THE BATCH AND LISTED, WITH THEIR LINE NUMBER,
000600*               REASON AND TEXT, ON THE CONVERSION REJECT LIST
000610*               (DD DLMREJ) RETURNED TO THE BRANCH, WHICH ALSO
000620*               CARRIES THE BATCH'S COUNTS AND HASH TOTAL.
000630*               CONVERSION REJECT REASON CODES:
000640*                 C0 - COLUMN LINE MISSING OR WITHOUT A REQUIRED
000650*                      COLUMN; THE WHOLE FILE IS REFUSED.
000660*                 C1 - MORE FIELDS THAN NAMED COLUMNS.
000670*                 C2 - OPERAND 1 MISSING OR NOT AN AMOUNT.
000680*                 C3 - OPERAND 2 MISSING OR NOT AN AMOUNT.
000690*                 C4 - OPERATION CODE MISSING OR NOT ONE
000700*                      CHARACTER.
000710*                 C5 - A CODE LONGER THAN ITS RECORD FIELD.
000720*                 C6 - VALUE DATE NOT YYYYMMDD.
000730*                 C7 - QUOTED FIELD NOT CLOSED.
000740*               RETURN CODE 0; 4 WHEN ANY LINE WAS REJECTED
000750*               (THE BATCH IS STILL SEALED WITH THE REST); 8
000760*               WHEN THE FILE CANNOT BE CONVERTED AT ALL (NO
000770*               PARAMETER CARD, NO INPUT, C0), IN WHICH CASE NO
000780*               BATCH IS WRITTEN.
000790* TECTONICS:    cobc
000800*
000810* MODIFICATION HISTORY
000820*   2026-10-15  RA  INITIAL VERSION.
000830******************************************************************
000840 IDENTIFICATION DIVISION.
000850 PROGRAM-ID. DLMCONV.
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT DELIM-IN-FILE ASSIGN TO DLMIN
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-DLM-STATUS.
000920     SELECT DELIM-PARM-FILE ASSIGN TO DLMPARM
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PARM-STATUS.
000950     SELECT BATCH-OUT-FILE ASSIGN TO DLMBATCH
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT REJECT-LIST-FILE ASSIGN TO DLMREJ
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RUNCTL-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  DELIM-IN-FILE
001050     RECORDING MODE IS F.
001060 01  DELIM-IN-REC               PIC X(256).
001070 FD  DELIM-PARM-FILE
001080     RECORDING MODE IS F.
001090 01  DELIM-PARM-REC.
001100     05 DP-BRANCH-ID            PIC X(04).
001110     05 DP-BATCH-ID             PIC X(08).
001120     05 DP-TARGET-FILE          PIC X(01).
001130         88 DP-TARGET-OPCTRANS            VALUE "O" " ".
001140         88 DP-TARGET-LOOPTRANS           VALUE "L".
001150     05 DP-DECIMAL-SEP          PIC X(01).
001160         88 DP-DECIMAL-POINT              VALUE "." " ".
001170         88 DP-DECIMAL-COMMA              VALUE ",".
001180     05 DP-SEND-DATE            PIC X(08).
001190     05 DP-SEND-TIME            PIC X(04).
001200     05 FILLER                  PIC X(54).
001210 FD  BATCH-OUT-FILE
001220     RECORDING MODE IS F.
001230 01  BATCH-OUT-REC              PIC X(80).
001240 FD  REJECT-LIST-FILE
001250     RECORDING MODE IS F.
001260 01  REJECT-LIST-REC            PIC X(250).
001270 FD  RUN-CTL-FILE
001280     RECORDING MODE IS F.
001290     COPY RUNCTLRC.
001300 WORKING-STORAGE SECTION.
001310     COPY OPCTRREC.
001320     COPY BATCTL.
001330 01  LOOP-TRANS-REC.
001340     05 LT-NUM1                 PIC S9(9)V99
001350                                SIGN IS TRAILING SEPARATE.
001360     05 LT-NUM2                 PIC S9(9)V99
001370                                SIGN IS TRAILING SEPARATE.
001380     05 LT-CURRENCY-CODE        PIC X(03).
001390     05 LT-OPERATION            PIC X(01).
001400     05 LT-OPER1-IND            PIC X(01).
001410     05 LT-OPER2-IND            PIC X(01).
001420     05 LT-ACCOUNT-CODE         PIC X(08).
001430     05 LT-TARGET-CURRENCY      PIC X(03).
001440     05 LT-SOURCE-REC-NO        PIC 9(06).
001450     05 LT-VALUE-DATE-X         PIC X(08).
001460     05 LT-ORIG-BATCH-ID        PIC X(08).
001470     05 LT-ORIG-BRANCH-ID       PIC X(04).
001480     05 FILLER                  PIC X(13).
001490*
001500 01  RJL-HEADING-REC.
001510     05 FILLER                  PIC X(37) VALUE
001520            "DELIMITED FILE CONVERSION REJECT LIST".
001530     05 FILLER                  PIC X(09) VALUE "  BRANCH ".
001540     05 RJH-BRANCH              PIC X(04).
001550     05 FILLER                  PIC X(08) VALUE "  BATCH ".
001560     05 RJH-BATCH               PIC X(08).
001570     05 FILLER                  PIC X(07) VALUE "  FILE ".
001580     05 RJH-FILE                PIC X(09).
001590     05 FILLER                  PIC X(07) VALUE "  DATE ".
001600     05 RJH-DATE                PIC 9(08).
001610     05 FILLER                  PIC X(153) VALUE SPACES.
001620 01  RJL-COLUMN-REC.
001630     05 FILLER                  PIC X(07) VALUE "  LINE".
001640     05 FILLER                  PIC X(03) VALUE "RC".
001650     05 FILLER                  PIC X(32) VALUE "REASON".
001660     05 FILLER                  PIC X(208)
001670            VALUE "LINE AS RECEIVED".
001680 01  RJL-DETAIL-REC.
001690     05 RJD-LINE-NO             PIC Z(5)9.
001700     05 FILLER                  PIC X(01) VALUE SPACE.
001710     05 RJD-REASON              PIC X(02).
001720     05 FILLER                  PIC X(01) VALUE SPACE.
001730     05 RJD-TEXT                PIC X(30).
001740     05 FILLER                  PIC X(02) VALUE SPACES.
001750     05 RJD-IMAGE               PIC X(208).
001760 01  RJL-TOTAL-REC.
001770     05 FILLER                  PIC X(11) VALUE "LINES READ=".
001780     05 RJT-READ-CNT            PIC Z(5)9.
001790     05 FILLER                  PIC X(11) VALUE " CONVERTED=".
001800     05 RJT-CONV-CNT            PIC Z(5)9.
001810     05 FILLER                  PIC X(10) VALUE " REJECTED=".
001820     05 RJT-REJ-CNT             PIC Z(5)9.
001830     05 FILLER                  PIC X(07) VALUE " BLANK=".
001840     05 RJT-BLANK-CNT           PIC Z(5)9.
001850     05 FILLER                  PIC X(12) VALUE " HASH TOTAL=".
001860     05 RJT-HASH                PIC -(13)9.99.
001870     05 FILLER                  PIC X(158) VALUE SPACES.
001880 01  RJL-BLANK-REC              PIC X(250) VALUE SPACES.
001890*
001900* COLUMN NAMES RECOGNISED ON THE COLUMN LINE, ENGLISH AND
001910* SPANISH, AND THE COLUMN EACH ONE NAMES.
001920*
001930 01  WS-COL-NAME-LIST.
001940     05 FILLER                  PIC X(14) VALUE "OPERATION   01".
001950     05 FILLER                  PIC X(14) VALUE "OPERACION   01".
001960     05 FILLER                  PIC X(14) VALUE "OPERAND1    02".
001970     05 FILLER                  PIC X(14) VALUE "OPERANDO1   02".
001980     05 FILLER                  PIC X(14) VALUE "OPERAND2    03".
001990     05 FILLER                  PIC X(14) VALUE "OPERANDO2   03".
002000     05 FILLER                  PIC X(14) VALUE "CURRENCY    04".
002010     05 FILLER                  PIC X(14) VALUE "MONEDA      04".
002020     05 FILLER                  PIC X(14) VALUE "ROUNDING    05".
002030     05 FILLER                  PIC X(14) VALUE "REDONDEO    05".
002040     05 FILLER                  PIC X(14) VALUE "ACCOUNT     06".
002050     05 FILLER                  PIC X(14) VALUE "CUENTA      06".
002060     05 FILLER                  PIC X(14) VALUE "TARGET      07".
002070     05 FILLER                  PIC X(14) VALUE "DESTINO     07".
002080     05 FILLER                  PIC X(14) VALUE "VALUEDATE   08".
002090     05 FILLER                  PIC X(14) VALUE "FECHAVALOR  08".
002100     05 FILLER                  PIC X(14) VALUE "OPER1IND    09".
002110     05 FILLER                  PIC X(14) VALUE "OPER2IND    10".
002120 01  WS-COL-NAME-TABLE REDEFINES WS-COL-NAME-LIST.
002130     05 WS-COL-NAME-ENTRY       OCCURS 18 TIMES.
002140         10 WS-COL-NAME         PIC X(12).
002150         10 WS-COL-NAME-ID      PIC 9(02).
002160 77  WS-COL-NAME-CNT            PIC 9(02) COMP VALUE 18.
002170 77  WS-COL-NAME-SUB            PIC 9(02) COMP VALUE ZERO.
002180*
002190* FIELD NUMBER ON THE LINE FOR EACH COLUMN (ZERO WHEN ABSENT).
002200*
002210 01  WS-COL-MAP-TABLE.
002220     05 WS-COL-FLD              PIC 9(03) COMP OCCURS 10 TIMES.
002230 77  WS-COL-ID                  PIC 9(02) VALUE ZERO.
002240 77  WS-COL-SUB                 PIC 9(02) COMP VALUE ZERO.
002250 77  WS-HDR-CNT                 PIC 9(03) COMP VALUE ZERO.
002260 77  WS-HDR-SUB                 PIC 9(03) COMP VALUE ZERO.
002270 77  WS-NORM-NAME               PIC X(20) VALUE SPACES.
002280 77  WS-NORM-LEN                PIC 9(02) COMP VALUE ZERO.
002290 77  WS-NORM-POS                PIC 9(02) COMP VALUE ZERO.
002300 77  WS-MISSING-NAME            PIC X(12) VALUE SPACES.
002310*
002320* THE CURRENT LINE AND ITS FIELDS.
002330*
002340 01  WS-LINE                    PIC X(256) VALUE SPACES.
002350 77  WS-LINE-LEN                PIC 9(03) COMP VALUE ZERO.
002360 77  WS-LINE-END-SW             PIC X(01) VALUE "N".
002370     88 WS-LINE-END-FOUND                 VALUE "Y".
002380 77  WS-POS                     PIC 9(03) COMP VALUE ZERO.
002390 77  WS-NEXT-POS                PIC 9(03) COMP VALUE ZERO.
002400 77  WS-CHAR                    PIC X(01) VALUE SPACE.
002410 77  WS-DELIM                   PIC X(01) VALUE ";".
002420 77  WS-SEMI-CNT                PIC 9(03) COMP VALUE ZERO.
002430 77  WS-QUOTE-SW                PIC X(01) VALUE "N".
002440     88 WS-IN-QUOTES                      VALUE "Y".
002450 77  WS-TOO-MANY-SW             PIC X(01) VALUE "N".
002460     88 WS-TOO-MANY-FIELDS                VALUE "Y".
002470 77  WS-EXTRA-SW                PIC X(01) VALUE "N".
002480     88 WS-EXTRA-FIELDS                   VALUE "Y".
002490 77  WS-FLD-CNT                 PIC 9(03) COMP VALUE ZERO.
002500 77  WS-FLD-SUB                 PIC 9(03) COMP VALUE ZERO.
002510 77  WS-FILLED-CNT              PIC 9(03) COMP VALUE ZERO.
002520 01  WS-FIELD-TABLE.
002530     05 WS-FIELD                OCCURS 40 TIMES.
002540         10 WS-FLD-TEXT         PIC X(60).
002550         10 WS-FLD-LEN          PIC 9(03) COMP.
002560         10 WS-FLD-SIG          PIC 9(03) COMP.
002570*
002580* THE FIELD BEING CONVERTED.
002590*
002600 77  WS-WANT-COL                PIC 9(02) COMP VALUE ZERO.
002610 77  WS-WANT-MAX                PIC 9(02) COMP VALUE ZERO.
002620 77  WS-WANT-TEXT               PIC X(30) VALUE SPACES.
002630 01  WS-CUR-TEXT                PIC X(60) VALUE SPACES.
002640 77  WS-CUR-LEN                 PIC 9(03) COMP VALUE ZERO.
002650 77  WS-CODE-VALUE              PIC X(08) VALUE SPACES.
002660*
002670* FREE-FORMAT AMOUNT CONVERSION.
002680*
002690 77  WS-DEC-SEP                 PIC X(01) VALUE ".".
002700 77  WS-THOU-SEP                PIC X(01) VALUE ",".
002710 77  WS-AMT-VALUE               PIC S9(9)V99 VALUE ZERO.
002720 77  WS-AMT-INT                 PIC 9(09) VALUE ZERO.
002730 77  WS-AMT-DEC                 PIC 9(02) VALUE ZERO.
002740 77  WS-AMT-INT-DIG             PIC 9(03) COMP VALUE ZERO.
002750 77  WS-AMT-DEC-DIG             PIC 9(03) COMP VALUE ZERO.
002760 77  WS-AMT-GRP-DIG             PIC 9(03) COMP VALUE ZERO.
002770 77  WS-AMT-POS                 PIC 9(03) COMP VALUE ZERO.
002780 01  WS-AMT-CHAR                PIC X(01) VALUE SPACE.
002790 01  WS-AMT-DIGIT REDEFINES WS-AMT-CHAR
002800                                PIC 9(01).
002810 77  WS-AMT-BAD-SW              PIC X(01) VALUE "N".
002820     88 WS-AMT-BAD                        VALUE "Y".
002830 77  WS-AMT-NEG-SW              PIC X(01) VALUE "N".
002840     88 WS-AMT-NEGATIVE                   VALUE "Y".
002850 77  WS-AMT-SIGN-SW             PIC X(01) VALUE "N".
002860     88 WS-AMT-SIGN-SEEN                  VALUE "Y".
002870 77  WS-AMT-DIGITS-SW           PIC X(01) VALUE "N".
002880     88 WS-AMT-DIGITS-SEEN                VALUE "Y".
002890 77  WS-AMT-POINT-SW            PIC X(01) VALUE "N".
002900     88 WS-AMT-POINT-SEEN                 VALUE "Y".
002910 77  WS-AMT-GROUP-SW            PIC X(01) VALUE "N".
002920     88 WS-AMT-GROUPED                    VALUE "Y".
002930 77  WS-AMT-PAREN-SW            PIC X(01) VALUE "N".
002940     88 WS-AMT-PAREN-OPEN                 VALUE "Y".
002950 77  WS-AMT-CLOSED-SW           PIC X(01) VALUE "N".
002960     88 WS-AMT-CLOSED                     VALUE "Y".
002970*
002980* VALUE-DATE CONVERSION.
002990*
003000 01  WS-VD-TEXT                 PIC X(08) VALUE SPACES.
003010 77  WS-VD-DIG                  PIC 9(03) COMP VALUE ZERO.
003020 77  WS-VD-POS                  PIC 9(03) COMP VALUE ZERO.
003030 77  WS-VD-BAD-SW               PIC X(01) VALUE "N".
003040     88 WS-VD-BAD                         VALUE "Y".
003050*
003060* THE LINE'S CONVERTED VALUES.
003070*
003080 01  WS-OUT-FIELDS.
003090     05 WS-OUT-OPERATION        PIC X(01).
003100     05 WS-OUT-OPERAND-1        PIC S9(9)V99.
003110     05 WS-OUT-OPERAND-2        PIC S9(9)V99.
003120     05 WS-OUT-CURRENCY         PIC X(03).
003130     05 WS-OUT-ROUND            PIC X(01).
003140     05 WS-OUT-ACCOUNT          PIC X(08).
003150     05 WS-OUT-TARGET           PIC X(03).
003160     05 WS-OUT-VALUE-DATE       PIC X(08).
003170     05 WS-OUT-IND-1            PIC X(01).
003180     05 WS-OUT-IND-2            PIC X(01).
003190 77  WS-REJ-REASON              PIC X(02) VALUE SPACES.
003200     88 WS-REJ-NONE                       VALUE SPACES.
003210 77  WS-REJ-TEXT                PIC X(30) VALUE SPACES.
003220*
003230 77  WS-DLM-STATUS              PIC X(02) VALUE SPACES.
003240 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
003250 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
003260 77  WS-DLM-EOF-SW              PIC X(01) VALUE "N".
003270     88 WS-DLM-EOF                        VALUE "Y".
003280 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
003290 77  WS-BRANCH-ID               PIC X(04) VALUE SPACES.
003300 77  WS-BATCH-ID                PIC X(08) VALUE SPACES.
003310 77  WS-FILE-NAME               PIC X(09) VALUE SPACES.
003320 77  WS-TARGET-SW               PIC X(01) VALUE "O".
003330     88 WS-TARGET-OPCTRANS                VALUE "O".
003340     88 WS-TARGET-LOOPTRANS               VALUE "L".
003350 77  WS-LINE-NO                 PIC 9(06) COMP VALUE ZERO.
003360 77  WS-DATA-CNT                PIC 9(06) COMP VALUE ZERO.
003370 77  WS-CONV-CNT                PIC 9(06) COMP VALUE ZERO.
003380 77  WS-REJ-CNT                 PIC 9(06) COMP VALUE ZERO.
003390 77  WS-BLANK-CNT               PIC 9(06) COMP VALUE ZERO.
003400 77  WS-HASH-TOTAL              PIC S9(13)V99 VALUE ZERO.
003410 77  WS-CNT-ED                  PIC Z(5)9.
003420 77  WS-CNT-ED-2                PIC Z(5)9.
003430 PROCEDURE DIVISION.
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT.
003470     PERFORM 2000-CONVERTIR-LINEA
003480         THRU 2000-CONVERTIR-LINEA-EXIT
003490         UNTIL WS-DLM-EOF.
003500     PERFORM 8000-TERMINATE
003510         THRU 8000-TERMINATE-EXIT.
003520     GOBACK.
003530*
003540******************************************************************
003550* 1000-INITIALIZE - READ THE BUSINESS DATE AND THE PARAMETER
003560*                   CARD, OPEN THE BRANCH'S FILE AND THE REJECT
003570*                   LIST, MAP THE COLUMN LINE, THEN OPEN THE
003580*                   OUTPUT BATCH, WRITE ITS HEADER AND READ THE
003590*                   FIRST DATA LINE.
003600******************************************************************
003610 1000-INITIALIZE.
003620     OPEN INPUT RUN-CTL-FILE.
003630     IF WS-RUNCTL-STATUS = "00"
003640         READ RUN-CTL-FILE
003650             AT END
003660                 CONTINUE
003670             NOT AT END
003680                 IF RCT-TYPE-CONTROL
003690                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
003700                 END-IF
003710         END-READ
003720         CLOSE RUN-CTL-FILE
003730     END-IF.
003740     IF WS-BUS-DATE = ZERO
003750         DISPLAY "Aviso: fecha de negocio no disponible; se "
003760             "usa la fecha del sistema."
003770         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
003780     END-IF.
003790     PERFORM 1200-LEER-PARAMETROS
003800         THRU 1200-LEER-PARAMETROS-EXIT.
003810     OPEN INPUT DELIM-IN-FILE.
003820     IF WS-DLM-STATUS NOT = "00"
003830         DISPLAY "Error: no se pudo abrir el archivo delimitado "
003840             "DLMIN de la sucursal " WS-BRANCH-ID " (estado "
003850             WS-DLM-STATUS "); no se genera el lote."
003860         MOVE 8 TO RETURN-CODE
003870         GOBACK
003880     END-IF.
003890     OPEN OUTPUT REJECT-LIST-FILE.
003900     MOVE WS-BRANCH-ID TO RJH-BRANCH.
003910     MOVE WS-BATCH-ID  TO RJH-BATCH.
003920     MOVE WS-FILE-NAME TO RJH-FILE.
003930     MOVE WS-BUS-DATE  TO RJH-DATE.
003940     WRITE REJECT-LIST-REC FROM RJL-HEADING-REC.
003950     WRITE REJECT-LIST-REC FROM RJL-BLANK-REC.
003960     WRITE REJECT-LIST-REC FROM RJL-COLUMN-REC.
003970     PERFORM 1500-LEER-CABECERA
003980         THRU 1500-LEER-CABECERA-EXIT.
003990     OPEN OUTPUT BATCH-OUT-FILE.
004000     MOVE SPACES       TO BAT-CTL-REC.
004010     MOVE "H"          TO BAT-REC-TYPE.
004020     MOVE WS-BATCH-ID  TO BAT-BATCH-ID.
004030     MOVE WS-BUS-DATE  TO BAT-PREP-DATE.
004040     MOVE WS-BRANCH-ID TO BAT-BRANCH-ID.
004050     IF DP-SEND-DATE NUMERIC AND DP-SEND-TIME NUMERIC
004060         MOVE DP-SEND-DATE TO BAT-SEND-DATE
004070         MOVE DP-SEND-TIME TO BAT-SEND-TIME
004080     END-IF.
004090     WRITE BATCH-OUT-REC FROM BAT-CTL-REC.
004100     PERFORM 2100-LEER-LINEA
004110         THRU 2100-LEER-LINEA-EXIT.
004120 1000-INITIALIZE-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160* 1200-LEER-PARAMETROS - READ THE DLMPARM CARD: BRANCH, BATCH ID,
004170*                        TARGET LAYOUT AND DECIMAL SEPARATOR. A
004180*                        MISSING CARD, A BLANK BRANCH OR AN
004190*                        UNKNOWN SETTING ENDS THE STEP.
004200******************************************************************
004210 1200-LEER-PARAMETROS.
004220     OPEN INPUT DELIM-PARM-FILE.
004230     IF WS-PARM-STATUS NOT = "00"
004240         DISPLAY "Error: no se pudo abrir la tarjeta de "
004250             "parametros DLMPARM (estado " WS-PARM-STATUS
004260             "); no se genera el lote."
004270         MOVE 8 TO RETURN-CODE
004280         GOBACK
004290     END-IF.
004300     READ DELIM-PARM-FILE
004310         AT END
004320             MOVE SPACES TO DELIM-PARM-REC
004330     END-READ.
004340     CLOSE DELIM-PARM-FILE.
004350     IF DP-BRANCH-ID = SPACES
004360         DISPLAY "Error: DLMPARM no indica la sucursal; no se "
004370             "genera el lote."
004380         MOVE 8 TO RETURN-CODE
004390         GOBACK
004400     END-IF.
004410     MOVE DP-BRANCH-ID TO WS-BRANCH-ID.
004420     EVALUATE TRUE
004430         WHEN DP-TARGET-OPCTRANS
004440             MOVE "O"         TO WS-TARGET-SW
004450             MOVE "OPCTRANS"  TO WS-FILE-NAME
004460         WHEN DP-TARGET-LOOPTRANS
004470             MOVE "L"         TO WS-TARGET-SW
004480             MOVE "LOOPTRANS" TO WS-FILE-NAME
004490         WHEN OTHER
004500             DISPLAY "Error: formato de destino " DP-TARGET-FILE
004510                 " no valido en DLMPARM (O o L); no se genera "
004520                 "el lote."
004530             MOVE 8 TO RETURN-CODE
004540             GOBACK
004550     END-EVALUATE.
004560     EVALUATE TRUE
004570         WHEN DP-DECIMAL-POINT
004580             MOVE "." TO WS-DEC-SEP
004590             MOVE "," TO WS-THOU-SEP
004600         WHEN DP-DECIMAL-COMMA
004610             MOVE "," TO WS-DEC-SEP
004620             MOVE "." TO WS-THOU-SEP
004630         WHEN OTHER
004640             DISPLAY "Error: separador decimal " DP-DECIMAL-SEP
004650                 " no valido en DLMPARM (. o ,); no se genera "
004660                 "el lote."
004670             MOVE 8 TO RETURN-CODE
004680             GOBACK
004690     END-EVALUATE.
004700     IF DP-BATCH-ID = SPACES
004710         MOVE SPACES TO WS-BATCH-ID
004720         STRING WS-BRANCH-ID      DELIMITED BY SPACE
004730             WS-BUS-DATE(5:4)     DELIMITED BY SIZE
004740             INTO WS-BATCH-ID
004750         END-STRING
004760     ELSE
004770         MOVE DP-BATCH-ID TO WS-BATCH-ID
004780     END-IF.
004790 1200-LEER-PARAMETROS-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830* 1500-LEER-CABECERA - FIND THE COLUMN LINE (THE FIRST NON-BLANK
004840*                      LINE, AFTER AN OPTIONAL "SEP=" LINE),
004850*                      SETTLE THE DELIMITER AND MAP EACH NAMED
004860*                      COLUMN TO ITS FIELD. A FILE WITH NO COLUMN
004870*                      LINE OR WITHOUT A REQUIRED COLUMN IS
004880*                      REFUSED.
004890******************************************************************
004900 1500-LEER-CABECERA.
004910     PERFORM 1510-LEER-NO-BLANCA
004920         THRU 1510-LEER-NO-BLANCA-EXIT.
004930     IF WS-DLM-EOF
004940         MOVE "NO COLUMN LINE IN THE FILE" TO WS-REJ-TEXT
004950         PERFORM 1800-RECHAZAR-ARCHIVO
004960             THRU 1800-RECHAZAR-ARCHIVO-EXIT
004970     END-IF.
004980     MOVE ZERO TO WS-SEMI-CNT.
004990     INSPECT WS-LINE TALLYING WS-SEMI-CNT FOR ALL ";".
005000     IF WS-SEMI-CNT > ZERO
005010         MOVE ";" TO WS-DELIM
005020     ELSE
005030         MOVE "," TO WS-DELIM
005040     END-IF.
005050     MOVE WS-LINE(1:4) TO WS-CUR-TEXT.
005060     INSPECT WS-CUR-TEXT CONVERTING
005070         "abcdefghijklmnopqrstuvwxyz"
005080         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005090     IF WS-CUR-TEXT(1:4) = "SEP=" AND WS-LINE(5:1) NOT = SPACE
005100         MOVE WS-LINE(5:1) TO WS-DELIM
005110         PERFORM 2100-LEER-LINEA
005120             THRU 2100-LEER-LINEA-EXIT
005130         PERFORM 1510-LEER-NO-BLANCA
005140             THRU 1510-LEER-NO-BLANCA-EXIT
005150         IF WS-DLM-EOF
005160             MOVE "NO COLUMN LINE IN THE FILE" TO WS-REJ-TEXT
005170             PERFORM 1800-RECHAZAR-ARCHIVO
005180                 THRU 1800-RECHAZAR-ARCHIVO-EXIT
005190         END-IF
005200     END-IF.
005210     PERFORM 3000-PARTIR-LINEA
005220         THRU 3000-PARTIR-LINEA-EXIT.
005230     MOVE WS-FLD-CNT TO WS-HDR-CNT.
005240     INITIALIZE WS-COL-MAP-TABLE.
005250     MOVE ZERO TO WS-HDR-SUB.
005260     PERFORM 1550-MAPEAR-COLUMNA
005270         THRU 1550-MAPEAR-COLUMNA-EXIT
005280         UNTIL WS-HDR-SUB NOT < WS-HDR-CNT.
005290     MOVE SPACES TO WS-MISSING-NAME.
005300     IF WS-COL-FLD(3) = ZERO
005310         MOVE "OPERAND2" TO WS-MISSING-NAME
005320     END-IF.
005330     IF WS-COL-FLD(2) = ZERO
005340         MOVE "OPERAND1" TO WS-MISSING-NAME
005350     END-IF.
005360     IF WS-COL-FLD(1) = ZERO AND WS-TARGET-OPCTRANS
005370         MOVE "OPERATION" TO WS-MISSING-NAME
005380     END-IF.
005390     IF WS-MISSING-NAME NOT = SPACES
005400         MOVE SPACES TO WS-REJ-TEXT
005410         STRING "MISSING COLUMN "          DELIMITED BY SIZE
005420             WS-MISSING-NAME               DELIMITED BY SPACE
005430             INTO WS-REJ-TEXT
005440         END-STRING
005450         PERFORM 1800-RECHAZAR-ARCHIVO
005460             THRU 1800-RECHAZAR-ARCHIVO-EXIT
005470     END-IF.
005480 1500-LEER-CABECERA-EXIT.
005490     EXIT.
005500*
005510 1510-LEER-NO-BLANCA.
005520     PERFORM 2100-LEER-LINEA
005530         THRU 2100-LEER-LINEA-EXIT
005540         UNTIL WS-DLM-EOF OR WS-LINE-LEN > ZERO.
005550 1510-LEER-NO-BLANCA-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590* 1550-MAPEAR-COLUMNA - NORMALISE THE NEXT COLUMN NAME AND RECORD
005600*                       ITS FIELD NUMBER AGAINST THE COLUMN IT
005610*                       NAMES. UNKNOWN, REPEATED AND INAPPLICABLE
005620*                       NAMES ARE IGNORED WITH A WARNING.
005630******************************************************************
005640 1550-MAPEAR-COLUMNA.
005650     ADD 1 TO WS-HDR-SUB.
005660     IF WS-FLD-SIG(WS-HDR-SUB) = ZERO
005670         GO TO 1550-MAPEAR-COLUMNA-EXIT
005680     END-IF.
005690     MOVE WS-FLD-TEXT(WS-HDR-SUB) TO WS-CUR-TEXT.
005700     PERFORM 1600-NORMALIZAR-NOMBRE
005710         THRU 1600-NORMALIZAR-NOMBRE-EXIT.
005720     MOVE ZERO TO WS-COL-ID.
005730     MOVE ZERO TO WS-COL-NAME-SUB.
005740     PERFORM 1650-BUSCAR-NOMBRE
005750         THRU 1650-BUSCAR-NOMBRE-EXIT
005760         UNTIL WS-COL-ID NOT = ZERO
005770             OR WS-COL-NAME-SUB NOT < WS-COL-NAME-CNT.
005780     IF WS-COL-ID = ZERO
005790         DISPLAY "Aviso: columna " WS-NORM-NAME " no "
005800             "reconocida; se ignora."
005810         GO TO 1550-MAPEAR-COLUMNA-EXIT
005820     END-IF.
005830     IF (WS-COL-ID = 5 AND WS-TARGET-LOOPTRANS)
005840             OR (WS-COL-ID > 8 AND WS-TARGET-OPCTRANS)
005850         DISPLAY "Aviso: columna " WS-NORM-NAME " no aplica "
005860             "a " WS-FILE-NAME "; se ignora."
005870         GO TO 1550-MAPEAR-COLUMNA-EXIT
005880     END-IF.
005890     IF WS-COL-FLD(WS-COL-ID) NOT = ZERO
005900         DISPLAY "Aviso: columna " WS-NORM-NAME " repetida; "
005910             "se usa la primera."
005920         GO TO 1550-MAPEAR-COLUMNA-EXIT
005930     END-IF.
005940     MOVE WS-HDR-SUB TO WS-COL-FLD(WS-COL-ID).
005950 1550-MAPEAR-COLUMNA-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990* 1600-NORMALIZAR-NOMBRE - UPPER-CASE THE COLUMN NAME IN
006000*                          WS-CUR-TEXT AND DROP ITS SPACES,
006010*                          HYPHENS, UNDERSCORES AND PERIODS INTO
006020*                          WS-NORM-NAME.
006030******************************************************************
006040 1600-NORMALIZAR-NOMBRE.
006050     INSPECT WS-CUR-TEXT CONVERTING
006060         "abcdefghijklmnopqrstuvwxyz"
006070         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006080     MOVE SPACES TO WS-NORM-NAME.
006090     MOVE ZERO   TO WS-NORM-LEN.
006100     MOVE ZERO   TO WS-NORM-POS.
006110     PERFORM 1610-COPIAR-CARACTER
006120         THRU 1610-COPIAR-CARACTER-EXIT
006130         UNTIL WS-NORM-POS NOT < 60.
006140 1600-NORMALIZAR-NOMBRE-EXIT.
006150     EXIT.
006160*
006170 1610-COPIAR-CARACTER.
006180     ADD 1 TO WS-NORM-POS.
006190     MOVE WS-CUR-TEXT(WS-NORM-POS:1) TO WS-CHAR.
006200     IF WS-CHAR = SPACE OR WS-CHAR = "-" OR WS-CHAR = "_"
006210             OR WS-CHAR = "."
006220         GO TO 1610-COPIAR-CARACTER-EXIT
006230     END-IF.
006240     IF WS-NORM-LEN < 20
006250         ADD 1 TO WS-NORM-LEN
006260         MOVE WS-CHAR TO WS-NORM-NAME(WS-NORM-LEN:1)
006270     END-IF.
006280 1610-COPIAR-CARACTER-EXIT.
006290     EXIT.
006300*
006310 1650-BUSCAR-NOMBRE.
006320     ADD 1 TO WS-COL-NAME-SUB.
006330     IF WS-COL-NAME(WS-COL-NAME-SUB) = WS-NORM-NAME
006340         MOVE WS-COL-NAME-ID(WS-COL-NAME-SUB) TO WS-COL-ID
006350     END-IF.
006360 1650-BUSCAR-NOMBRE-EXIT.
006370     EXIT.
006380*
006390******************************************************************
006400* 1800-RECHAZAR-ARCHIVO - THE FILE CANNOT BE CONVERTED: LIST THE
006410*                         REASON (C0) AGAINST THE COLUMN LINE,
006420*                         CLOSE UP WITHOUT WRITING A BATCH AND
006430*                         END THE STEP.
006440******************************************************************
006450 1800-RECHAZAR-ARCHIVO.
006460     MOVE "C0" TO WS-REJ-REASON.
006470     PERFORM 2900-RECHAZAR-LINEA
006480         THRU 2900-RECHAZAR-LINEA-EXIT.
006490     DISPLAY "Error: archivo delimitado de la sucursal "
006500         WS-BRANCH-ID " rechazado: " WS-REJ-TEXT.
006510     CLOSE DELIM-IN-FILE
006520           REJECT-LIST-FILE.
006530     MOVE 8 TO RETURN-CODE.
006540     GOBACK.
006550 1800-RECHAZAR-ARCHIVO-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590* 2000-CONVERTIR-LINEA - SPLIT ONE DATA LINE INTO ITS FIELDS,
006600*                        CONVERT EACH MAPPED COLUMN AND WRITE THE
006610*                        DETAIL, OR LIST THE LINE ON THE REJECT
006620*                        LIST WITH THE FIRST REASON FOUND. EMPTY
006630*                        LINES ARE SKIPPED.
006640******************************************************************
006650 2000-CONVERTIR-LINEA.
006660     IF WS-LINE-LEN = ZERO
006670         ADD 1 TO WS-BLANK-CNT
006680         GO TO 2000-CONVERTIR-LINEA-LEER
006690     END-IF.
006700     PERFORM 3000-PARTIR-LINEA
006710         THRU 3000-PARTIR-LINEA-EXIT.
006720     PERFORM 4100-CONTAR-CAMPOS
006730         THRU 4100-CONTAR-CAMPOS-EXIT.
006740     IF WS-FILLED-CNT = ZERO
006750         ADD 1 TO WS-BLANK-CNT
006760         GO TO 2000-CONVERTIR-LINEA-LEER
006770     END-IF.
006780     ADD 1 TO WS-DATA-CNT.
006790     MOVE SPACES TO WS-REJ-REASON.
006800     MOVE SPACES TO WS-OUT-FIELDS.
006810     IF WS-IN-QUOTES
006820         MOVE "C7" TO WS-REJ-REASON
006830         MOVE "QUOTED FIELD NOT CLOSED" TO WS-REJ-TEXT
006840         GO TO 2000-CONVERTIR-LINEA-RECHAZO
006850     END-IF.
006860     IF WS-EXTRA-FIELDS
006870         MOVE "C1" TO WS-REJ-REASON
006880         MOVE "MORE FIELDS THAN COLUMNS" TO WS-REJ-TEXT
006890         GO TO 2000-CONVERTIR-LINEA-RECHAZO
006900     END-IF.
006910     IF WS-TARGET-LOOPTRANS
006920         MOVE 9 TO WS-WANT-COL
006930         MOVE 1 TO WS-WANT-MAX
006940         MOVE "OPER1IND LONGER THAN 1" TO WS-WANT-TEXT
006950         PERFORM 5200-TOMAR-CODIGO
006960             THRU 5200-TOMAR-CODIGO-EXIT
006970         MOVE WS-CODE-VALUE TO WS-OUT-IND-1
006980         MOVE 10 TO WS-WANT-COL
006990         MOVE "OPER2IND LONGER THAN 1" TO WS-WANT-TEXT
007000         PERFORM 5200-TOMAR-CODIGO
007010             THRU 5200-TOMAR-CODIGO-EXIT
007020         MOVE WS-CODE-VALUE TO WS-OUT-IND-2
007030         IF NOT WS-REJ-NONE
007040             GO TO 2000-CONVERTIR-LINEA-RECHAZO
007050         END-IF
007060     END-IF.
007070     MOVE 2 TO WS-WANT-COL.
007080     PERFORM 4000-TOMAR-CAMPO
007090         THRU 4000-TOMAR-CAMPO-EXIT.
007100     IF WS-CUR-LEN = ZERO AND WS-OUT-IND-1 = "R"
007110         MOVE ZERO TO WS-OUT-OPERAND-1
007120     ELSE
007130         PERFORM 5000-CONVERTIR-IMPORTE
007140             THRU 5000-CONVERTIR-IMPORTE-EXIT
007150         IF WS-AMT-BAD
007160             MOVE "C2" TO WS-REJ-REASON
007170             MOVE "OPERAND 1 NOT AN AMOUNT" TO WS-REJ-TEXT
007180             GO TO 2000-CONVERTIR-LINEA-RECHAZO
007190         END-IF
007200         MOVE WS-AMT-VALUE TO WS-OUT-OPERAND-1
007210     END-IF.
007220     MOVE 3 TO WS-WANT-COL.
007230     PERFORM 4000-TOMAR-CAMPO
007240         THRU 4000-TOMAR-CAMPO-EXIT.
007250     IF WS-CUR-LEN = ZERO AND WS-OUT-IND-2 = "R"
007260         MOVE ZERO TO WS-OUT-OPERAND-2
007270     ELSE
007280         PERFORM 5000-CONVERTIR-IMPORTE
007290             THRU 5000-CONVERTIR-IMPORTE-EXIT
007300         IF WS-AMT-BAD
007310             MOVE "C3" TO WS-REJ-REASON
007320             MOVE "OPERAND 2 NOT AN AMOUNT" TO WS-REJ-TEXT
007330             GO TO 2000-CONVERTIR-LINEA-RECHAZO
007340         END-IF
007350         MOVE WS-AMT-VALUE TO WS-OUT-OPERAND-2
007360     END-IF.
007370     MOVE 1 TO WS-WANT-COL.
007380     PERFORM 4000-TOMAR-CAMPO
007390         THRU 4000-TOMAR-CAMPO-EXIT.
007400     IF WS-CUR-LEN = ZERO AND WS-TARGET-OPCTRANS
007410         MOVE "C4" TO WS-REJ-REASON
007420         MOVE "OPERATION CODE MISSING" TO WS-REJ-TEXT
007430         GO TO 2000-CONVERTIR-LINEA-RECHAZO
007440     END-IF.
007450     IF WS-CUR-LEN > 1
007460         MOVE "C4" TO WS-REJ-REASON
007470         MOVE "OPERATION CODE NOT ONE CHAR" TO WS-REJ-TEXT
007480         GO TO 2000-CONVERTIR-LINEA-RECHAZO
007490     END-IF.
007500     INSPECT WS-CUR-TEXT CONVERTING
007510         "abcdefghijklmnopqrstuvwxyz"
007520         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007530     MOVE WS-CUR-TEXT(1:1) TO WS-OUT-OPERATION.
007540     MOVE 4 TO WS-WANT-COL.
007550     MOVE 3 TO WS-WANT-MAX.
007560     MOVE "CURRENCY LONGER THAN 3" TO WS-WANT-TEXT.
007570     PERFORM 5200-TOMAR-CODIGO
007580         THRU 5200-TOMAR-CODIGO-EXIT.
007590     MOVE WS-CODE-VALUE TO WS-OUT-CURRENCY.
007600     MOVE 5 TO WS-WANT-COL.
007610     MOVE 1 TO WS-WANT-MAX.
007620     MOVE "ROUNDING LONGER THAN 1" TO WS-WANT-TEXT.
007630     PERFORM 5200-TOMAR-CODIGO
007640         THRU 5200-TOMAR-CODIGO-EXIT.
007650     MOVE WS-CODE-VALUE TO WS-OUT-ROUND.
007660     MOVE 6 TO WS-WANT-COL.
007670     MOVE 8 TO WS-WANT-MAX.
007680     MOVE "ACCOUNT LONGER THAN 8" TO WS-WANT-TEXT.
007690     PERFORM 5200-TOMAR-CODIGO
007700         THRU 5200-TOMAR-CODIGO-EXIT.
007710     MOVE WS-CODE-VALUE TO WS-OUT-ACCOUNT.
007720     MOVE 7 TO WS-WANT-COL.
007730     MOVE 3 TO WS-WANT-MAX.
007740     MOVE "TARGET LONGER THAN 3" TO WS-WANT-TEXT.
007750     PERFORM 5200-TOMAR-CODIGO
007760         THRU 5200-TOMAR-CODIGO-EXIT.
007770     MOVE WS-CODE-VALUE TO WS-OUT-TARGET.
007780     IF NOT WS-REJ-NONE
007790         GO TO 2000-CONVERTIR-LINEA-RECHAZO
007800     END-IF.
007810     PERFORM 5300-CONVERTIR-FECHA
007820         THRU 5300-CONVERTIR-FECHA-EXIT.
007830     IF WS-VD-BAD
007840         MOVE "C6" TO WS-REJ-REASON
007850         MOVE "VALUE DATE NOT YYYYMMDD" TO WS-REJ-TEXT
007860         GO TO 2000-CONVERTIR-LINEA-RECHAZO
007870     END-IF.
007880     IF WS-TARGET-OPCTRANS
007890         PERFORM 2500-GRABAR-OPCTRANS
007900             THRU 2500-GRABAR-OPCTRANS-EXIT
007910     ELSE
007920         PERFORM 2600-GRABAR-LOOPTRANS
007930             THRU 2600-GRABAR-LOOPTRANS-EXIT
007940     END-IF.
007950     ADD 1 TO WS-CONV-CNT.
007960     ADD WS-OUT-OPERAND-1 TO WS-HASH-TOTAL.
007970     ADD WS-OUT-OPERAND-2 TO WS-HASH-TOTAL.
007980     GO TO 2000-CONVERTIR-LINEA-LEER.
007990 2000-CONVERTIR-LINEA-RECHAZO.
008000     PERFORM 2900-RECHAZAR-LINEA
008010         THRU 2900-RECHAZAR-LINEA-EXIT.
008020 2000-CONVERTIR-LINEA-LEER.
008030     PERFORM 2100-LEER-LINEA
008040         THRU 2100-LEER-LINEA-EXIT.
008050 2000-CONVERTIR-LINEA-EXIT.
008060     EXIT.
008070*
008080******************************************************************
008090* 2100-LEER-LINEA - READ THE NEXT LINE, COUNT IT, TURN CARRIAGE
008100*                   RETURNS LEFT BY THE SPREADSHEET INTO SPACES
008110*                   AND MEASURE IT UP TO ITS LAST NON-BLANK
008120*                   CHARACTER.
008130******************************************************************
008140 2100-LEER-LINEA.
008150     MOVE ZERO TO WS-LINE-LEN.
008160     READ DELIM-IN-FILE
008170         AT END
008180             SET WS-DLM-EOF TO TRUE
008190             GO TO 2100-LEER-LINEA-EXIT
008200     END-READ.
008210     ADD 1 TO WS-LINE-NO.
008220     MOVE DELIM-IN-REC TO WS-LINE.
008230     INSPECT WS-LINE REPLACING ALL X"0D" BY SPACE.
008240     MOVE 256 TO WS-LINE-LEN.
008250     MOVE "N" TO WS-LINE-END-SW.
008260     PERFORM 2150-MEDIR-LINEA
008270         THRU 2150-MEDIR-LINEA-EXIT
008280         UNTIL WS-LINE-END-FOUND OR WS-LINE-LEN = ZERO.
008290 2100-LEER-LINEA-EXIT.
008300     EXIT.
008310*
008320 2150-MEDIR-LINEA.
008330     IF WS-LINE(WS-LINE-LEN:1) NOT = SPACE
008340         SET WS-LINE-END-FOUND TO TRUE
008350     ELSE
008360         SUBTRACT 1 FROM WS-LINE-LEN
008370     END-IF.
008380 2150-MEDIR-LINEA-EXIT.
008390     EXIT.
008400*
008410******************************************************************
008420* 2500-GRABAR-OPCTRANS - WRITE THE LINE AS AN OPCTRANS DETAIL.
008430******************************************************************
008440 2500-GRABAR-OPCTRANS.
008450     MOVE SPACES              TO OPC-TRANS-REC.
008460     MOVE WS-OUT-OPERATION    TO OPC-OPERATION.
008470     MOVE WS-OUT-OPERAND-1    TO OPC-OPERAND-1.
008480     MOVE WS-OUT-OPERAND-2    TO OPC-OPERAND-2.
008490     MOVE WS-OUT-CURRENCY     TO OPC-CURRENCY-CODE.
008500     MOVE WS-OUT-ROUND        TO OPC-ROUND-MODE.
008510     MOVE WS-OUT-ACCOUNT      TO OPC-ACCOUNT-CODE.
008520     MOVE WS-OUT-TARGET       TO OPC-TARGET-CURRENCY.
008530     MOVE WS-OUT-VALUE-DATE   TO OPC-VALUE-DATE-X.
008540     WRITE BATCH-OUT-REC FROM OPC-TRANS-REC.
008550 2500-GRABAR-OPCTRANS-EXIT.
008560     EXIT.
008570*
008580******************************************************************
008590* 2600-GRABAR-LOOPTRANS - WRITE THE LINE AS A LOOPTRANS DETAIL.
008600******************************************************************
008610 2600-GRABAR-LOOPTRANS.
008620     MOVE SPACES              TO LOOP-TRANS-REC.
008630     MOVE WS-OUT-OPERAND-1    TO LT-NUM1.
008640     MOVE WS-OUT-OPERAND-2    TO LT-NUM2.
008650     MOVE WS-OUT-CURRENCY     TO LT-CURRENCY-CODE.
008660     MOVE WS-OUT-OPERATION    TO LT-OPERATION.
008670     MOVE WS-OUT-IND-1        TO LT-OPER1-IND.
008680     MOVE WS-OUT-IND-2        TO LT-OPER2-IND.
008690     MOVE WS-OUT-ACCOUNT      TO LT-ACCOUNT-CODE.
008700     MOVE WS-OUT-TARGET       TO LT-TARGET-CURRENCY.
008710     MOVE WS-OUT-VALUE-DATE   TO LT-VALUE-DATE-X.
008720     WRITE BATCH-OUT-REC FROM LOOP-TRANS-REC.
008730 2600-GRABAR-LOOPTRANS-EXIT.
008740     EXIT.
008750*
008760******************************************************************
008770* 2900-RECHAZAR-LINEA - LIST THE CURRENT LINE ON THE CONVERSION
008780*                       REJECT LIST WITH ITS NUMBER IN THE FILE
008790*                       AND THE REASON.
008800******************************************************************
008810 2900-RECHAZAR-LINEA.
008820     ADD 1 TO WS-REJ-CNT.
008830     MOVE WS-LINE-NO    TO RJD-LINE-NO.
008840     MOVE WS-REJ-REASON TO RJD-REASON.
008850     MOVE WS-REJ-TEXT   TO RJD-TEXT.
008860     MOVE WS-LINE       TO RJD-IMAGE.
008870     WRITE REJECT-LIST-REC FROM RJL-DETAIL-REC.
008880 2900-RECHAZAR-LINEA-EXIT.
008890     EXIT.
008900*
008910******************************************************************
008920* 3000-PARTIR-LINEA - SPLIT WS-LINE AT THE DELIMITER INTO THE
008930*                     FIELD TABLE, HONOURING DOUBLE-QUOTED
008940*                     FIELDS AND DROPPING LEADING BLANKS. A LINE
008950*                     WITH MORE THAN 40 FIELDS SETS
008960*                     WS-TOO-MANY-FIELDS; A QUOTE LEFT OPEN AT
008970*                     THE END OF THE LINE LEAVES WS-IN-QUOTES.
008980******************************************************************
008990 3000-PARTIR-LINEA.
009000     INITIALIZE WS-FIELD-TABLE.
009010     MOVE 1   TO WS-FLD-CNT.
009020     MOVE "N" TO WS-QUOTE-SW.
009030     MOVE "N" TO WS-TOO-MANY-SW.
009040     MOVE ZERO TO WS-POS.
009050     PERFORM 3100-PROCESAR-CARACTER
009060         THRU 3100-PROCESAR-CARACTER-EXIT
009070         UNTIL WS-POS NOT < WS-LINE-LEN.
009080 3000-PARTIR-LINEA-EXIT.
009090     EXIT.
009100*
009110 3100-PROCESAR-CARACTER.
009120     ADD 1 TO WS-POS.
009130     MOVE WS-LINE(WS-POS:1) TO WS-CHAR.
009140     IF WS-IN-QUOTES
009150         IF WS-CHAR = QUOTE
009160             COMPUTE WS-NEXT-POS = WS-POS + 1
009170             IF WS-NEXT-POS NOT > WS-LINE-LEN
009180                     AND WS-LINE(WS-NEXT-POS:1) = QUOTE
009190                 MOVE WS-NEXT-POS TO WS-POS
009200                 PERFORM 3200-AGREGAR-CARACTER
009210                     THRU 3200-AGREGAR-CARACTER-EXIT
009220             ELSE
009230                 MOVE "N" TO WS-QUOTE-SW
009240             END-IF
009250         ELSE
009260             PERFORM 3200-AGREGAR-CARACTER
009270                 THRU 3200-AGREGAR-CARACTER-EXIT
009280         END-IF
009290         GO TO 3100-PROCESAR-CARACTER-EXIT
009300     END-IF.
009310     IF WS-CHAR = WS-DELIM
009320         IF WS-FLD-CNT < 40
009330             ADD 1 TO WS-FLD-CNT
009340         ELSE
009350             SET WS-TOO-MANY-FIELDS TO TRUE
009360         END-IF
009370         GO TO 3100-PROCESAR-CARACTER-EXIT
009380     END-IF.
009390     IF WS-CHAR = QUOTE AND WS-FLD-LEN(WS-FLD-CNT) = ZERO
009400         SET WS-IN-QUOTES TO TRUE
009410         GO TO 3100-PROCESAR-CARACTER-EXIT
009420     END-IF.
009430     IF WS-CHAR = SPACE AND WS-FLD-LEN(WS-FLD-CNT) = ZERO
009440         GO TO 3100-PROCESAR-CARACTER-EXIT
009450     END-IF.
009460     PERFORM 3200-AGREGAR-CARACTER
009470         THRU 3200-AGREGAR-CARACTER-EXIT.
009480 3100-PROCESAR-CARACTER-EXIT.
009490     EXIT.
009500*
009510******************************************************************
009520* 3200-AGREGAR-CARACTER - APPEND WS-CHAR TO THE CURRENT FIELD.
009530*                         WS-FLD-SIG KEEPS THE LENGTH UP TO THE
009540*                         LAST NON-BLANK; A FIELD PAST 60
009550*                         CHARACTERS KEEPS COUNTING BUT STORES
009560*                         NO MORE.
009570******************************************************************
009580 3200-AGREGAR-CARACTER.
009590     IF WS-TOO-MANY-FIELDS
009600         GO TO 3200-AGREGAR-CARACTER-EXIT
009610     END-IF.
009620     ADD 1 TO WS-FLD-LEN(WS-FLD-CNT).
009630     IF WS-FLD-LEN(WS-FLD-CNT) NOT > 60
009640         MOVE WS-CHAR TO
009650             WS-FLD-TEXT(WS-FLD-CNT)(WS-FLD-LEN(WS-FLD-CNT):1)
009660     END-IF.
009670     IF WS-CHAR NOT = SPACE
009680         MOVE WS-FLD-LEN(WS-FLD-CNT) TO WS-FLD-SIG(WS-FLD-CNT)
009690     END-IF.
009700 3200-AGREGAR-CARACTER-EXIT.
009710     EXIT.
009720*
009730******************************************************************
009740* 4000-TOMAR-CAMPO - MOVE THE FIELD OF COLUMN WS-WANT-COL TO
009750*                    WS-CUR-TEXT WITH ITS LENGTH IN WS-CUR-LEN;
009760*                    AN ABSENT COLUMN OR A SHORT LINE GIVES AN
009770*                    EMPTY FIELD.
009780******************************************************************
009790 4000-TOMAR-CAMPO.
009800     MOVE SPACES TO WS-CUR-TEXT.
009810     MOVE ZERO   TO WS-CUR-LEN.
009820     MOVE WS-COL-FLD(WS-WANT-COL) TO WS-FLD-SUB.
009830     IF WS-FLD-SUB = ZERO OR WS-FLD-SUB > WS-FLD-CNT
009840         GO TO 4000-TOMAR-CAMPO-EXIT
009850     END-IF.
009860     MOVE WS-FLD-TEXT(WS-FLD-SUB) TO WS-CUR-TEXT.
009870     MOVE WS-FLD-SIG(WS-FLD-SUB)  TO WS-CUR-LEN.
009880 4000-TOMAR-CAMPO-EXIT.
009890     EXIT.
009900*
009910******************************************************************
009920* 4100-CONTAR-CAMPOS - COUNT THE NON-EMPTY FIELDS OF THE LINE AND
009930*                      SET WS-EXTRA-FIELDS WHEN ONE LIES BEYOND
009940*                      THE NAMED COLUMNS (USUALLY AN UNQUOTED
009950*                      THOUSANDS COMMA THAT SHIFTED THE LINE).
009960******************************************************************
009970 4100-CONTAR-CAMPOS.
009980     MOVE ZERO TO WS-FILLED-CNT.
009990     MOVE "N"  TO WS-EXTRA-SW.
010000     IF WS-TOO-MANY-FIELDS
010010         SET WS-EXTRA-FIELDS TO TRUE
010020     END-IF.
010030     MOVE ZERO TO WS-FLD-SUB.
010040     PERFORM 4110-CONTAR-CAMPO
010050         THRU 4110-CONTAR-CAMPO-EXIT
010060         UNTIL WS-FLD-SUB NOT < WS-FLD-CNT.
010070 4100-CONTAR-CAMPOS-EXIT.
010080     EXIT.
010090*
010100 4110-CONTAR-CAMPO.
010110     ADD 1 TO WS-FLD-SUB.
010120     IF WS-FLD-SIG(WS-FLD-SUB) > ZERO
010130         ADD 1 TO WS-FILLED-CNT
010140         IF WS-FLD-SUB > WS-HDR-CNT
010150             SET WS-EXTRA-FIELDS TO TRUE
010160         END-IF
010170     END-IF.
010180 4110-CONTAR-CAMPO-EXIT.
010190     EXIT.
010200*
010210******************************************************************
010220* 5000-CONVERTIR-IMPORTE - CONVERT THE FREE-FORMAT AMOUNT IN
010230*                          WS-CUR-TEXT INTO WS-AMT-VALUE, OR SET
010240*                          WS-AMT-BAD. SPACES ARE IGNORED;
010250*                          THOUSANDS SEPARATORS MUST SPLIT THE
010260*                          WHOLE PART INTO GROUPS OF THREE; ONE
010270*                          SIGN (LEADING OR TRAILING) OR ONE
010280*                          PAIR OF PARENTHESES MAKES IT
010290*                          NEGATIVE; A THIRD OR LATER DECIMAL
010300*                          MUST BE ZERO.
010310******************************************************************
010320 5000-CONVERTIR-IMPORTE.
010330     MOVE ZERO TO WS-AMT-VALUE.
010340     MOVE ZERO TO WS-AMT-INT.
010350     MOVE ZERO TO WS-AMT-DEC.
010360     MOVE ZERO TO WS-AMT-INT-DIG.
010370     MOVE ZERO TO WS-AMT-DEC-DIG.
010380     MOVE ZERO TO WS-AMT-GRP-DIG.
010390     MOVE "N" TO WS-AMT-BAD-SW.
010400     MOVE "N" TO WS-AMT-NEG-SW.
010410     MOVE "N" TO WS-AMT-SIGN-SW.
010420     MOVE "N" TO WS-AMT-DIGITS-SW.
010430     MOVE "N" TO WS-AMT-POINT-SW.
010440     MOVE "N" TO WS-AMT-GROUP-SW.
010450     MOVE "N" TO WS-AMT-PAREN-SW.
010460     MOVE "N" TO WS-AMT-CLOSED-SW.
010470     IF WS-CUR-LEN = ZERO OR WS-CUR-LEN > 60
010480         SET WS-AMT-BAD TO TRUE
010490         GO TO 5000-CONVERTIR-IMPORTE-EXIT
010500     END-IF.
010510     MOVE ZERO TO WS-AMT-POS.
010520     PERFORM 5100-ANALIZAR-CARACTER
010530         THRU 5100-ANALIZAR-CARACTER-EXIT
010540         UNTIL WS-AMT-BAD OR WS-AMT-POS NOT < WS-CUR-LEN.
010550     IF NOT WS-AMT-DIGITS-SEEN OR WS-AMT-PAREN-OPEN
010560         SET WS-AMT-BAD TO TRUE
010570     END-IF.
010580     IF WS-AMT-GROUPED AND NOT WS-AMT-POINT-SEEN
010590             AND WS-AMT-GRP-DIG NOT = 3
010600         SET WS-AMT-BAD TO TRUE
010610     END-IF.
010620     IF WS-AMT-BAD
010630         GO TO 5000-CONVERTIR-IMPORTE-EXIT
010640     END-IF.
010650     COMPUTE WS-AMT-VALUE = WS-AMT-INT + (WS-AMT-DEC / 100).
010660     IF WS-AMT-NEGATIVE
010670         COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
010680     END-IF.
010690 5000-CONVERTIR-IMPORTE-EXIT.
010700     EXIT.
010710*
010720 5100-ANALIZAR-CARACTER.
010730     ADD 1 TO WS-AMT-POS.
010740     MOVE WS-CUR-TEXT(WS-AMT-POS:1) TO WS-AMT-CHAR.
010750     EVALUATE TRUE
010760         WHEN WS-AMT-CHAR = SPACE
010770             CONTINUE
010780         WHEN WS-AMT-CHAR IS NUMERIC
010790             IF WS-AMT-CLOSED
010800                 SET WS-AMT-BAD TO TRUE
010810             END-IF
010820             SET WS-AMT-DIGITS-SEEN TO TRUE
010830             IF WS-AMT-POINT-SEEN
010840                 ADD 1 TO WS-AMT-DEC-DIG
010850                 EVALUATE WS-AMT-DEC-DIG
010860                     WHEN 1
010870                         COMPUTE WS-AMT-DEC = WS-AMT-DIGIT * 10
010880                     WHEN 2
010890                         ADD WS-AMT-DIGIT TO WS-AMT-DEC
010900                     WHEN OTHER
010910                         IF WS-AMT-DIGIT NOT = ZERO
010920                             SET WS-AMT-BAD TO TRUE
010930                         END-IF
010940                 END-EVALUATE
010950             ELSE
010960                 ADD 1 TO WS-AMT-GRP-DIG
010970                 IF WS-AMT-INT-DIG > ZERO OR WS-AMT-DIGIT > ZERO
010980                     ADD 1 TO WS-AMT-INT-DIG
010990                     IF WS-AMT-INT-DIG > 9
011000                         SET WS-AMT-BAD TO TRUE
011010                     ELSE
011020                         COMPUTE WS-AMT-INT =
011030                             WS-AMT-INT * 10 + WS-AMT-DIGIT
011040                     END-IF
011050                 END-IF
011060             END-IF
011070         WHEN WS-AMT-CHAR = WS-DEC-SEP
011080             IF WS-AMT-POINT-SEEN OR WS-AMT-CLOSED
011090                 SET WS-AMT-BAD TO TRUE
011100             END-IF
011110             IF WS-AMT-GROUPED AND WS-AMT-GRP-DIG NOT = 3
011120                 SET WS-AMT-BAD TO TRUE
011130             END-IF
011140             SET WS-AMT-POINT-SEEN TO TRUE
011150         WHEN WS-AMT-CHAR = WS-THOU-SEP
011160             IF WS-AMT-POINT-SEEN OR WS-AMT-CLOSED
011170                     OR WS-AMT-GRP-DIG = ZERO
011180                 SET WS-AMT-BAD TO TRUE
011190             END-IF
011200             IF WS-AMT-GROUPED AND WS-AMT-GRP-DIG NOT = 3
011210                 SET WS-AMT-BAD TO TRUE
011220             END-IF
011230             IF NOT WS-AMT-GROUPED AND WS-AMT-GRP-DIG > 3
011240                 SET WS-AMT-BAD TO TRUE
011250             END-IF
011260             SET WS-AMT-GROUPED TO TRUE
011270             MOVE ZERO TO WS-AMT-GRP-DIG
011280         WHEN WS-AMT-CHAR = "-" OR WS-AMT-CHAR = "+"
011290             IF WS-AMT-SIGN-SEEN
011300                 SET WS-AMT-BAD TO TRUE
011310             END-IF
011320             SET WS-AMT-SIGN-SEEN TO TRUE
011330             IF WS-AMT-CHAR = "-"
011340                 SET WS-AMT-NEGATIVE TO TRUE
011350             END-IF
011360             IF WS-AMT-DIGITS-SEEN
011370                 SET WS-AMT-CLOSED TO TRUE
011380             END-IF
011390         WHEN WS-AMT-CHAR = "("
011400             IF WS-AMT-SIGN-SEEN OR WS-AMT-DIGITS-SEEN
011410                 SET WS-AMT-BAD TO TRUE
011420             END-IF
011430             SET WS-AMT-SIGN-SEEN  TO TRUE
011440             SET WS-AMT-NEGATIVE   TO TRUE
011450             SET WS-AMT-PAREN-OPEN TO TRUE
011460         WHEN WS-AMT-CHAR = ")"
011470             IF NOT WS-AMT-PAREN-OPEN
011480                 SET WS-AMT-BAD TO TRUE
011490             END-IF
011500             MOVE "N" TO WS-AMT-PAREN-SW
011510             SET WS-AMT-CLOSED TO TRUE
011520         WHEN OTHER
011530             SET WS-AMT-BAD TO TRUE
011540     END-EVALUATE.
011550 5100-ANALIZAR-CARACTER-EXIT.
011560     EXIT.
011570*
011580******************************************************************
011590* 5200-TOMAR-CODIGO - MOVE THE FIELD OF COLUMN WS-WANT-COL,
011600*                     UPPER-CASED, TO WS-CODE-VALUE. ONE LONGER
011610*                     THAN WS-WANT-MAX REJECTS THE LINE (C5) WITH
011620*                     WS-WANT-TEXT, UNLESS IT IS ALREADY REJECTED.
011630******************************************************************
011640 5200-TOMAR-CODIGO.
011650     PERFORM 4000-TOMAR-CAMPO
011660         THRU 4000-TOMAR-CAMPO-EXIT.
011670     INSPECT WS-CUR-TEXT CONVERTING
011680         "abcdefghijklmnopqrstuvwxyz"
011690         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
011700     MOVE WS-CUR-TEXT TO WS-CODE-VALUE.
011710     IF WS-CUR-LEN > WS-WANT-MAX AND WS-REJ-NONE
011720         MOVE "C5"         TO WS-REJ-REASON
011730         MOVE WS-WANT-TEXT TO WS-REJ-TEXT
011740     END-IF.
011750 5200-TOMAR-CODIGO-EXIT.
011760     EXIT.
011770*
011780******************************************************************
011790* 5300-CONVERTIR-FECHA - MOVE THE VALUE DATE, YYYYMMDD OR
011800*                        YYYY-MM-DD, TO WS-OUT-VALUE-DATE AS
011810*                        EIGHT DIGITS, OR SET WS-VD-BAD. AN
011820*                        EMPTY FIELD MEANS NO VALUE DATE.
011830******************************************************************
011840 5300-CONVERTIR-FECHA.
011850     MOVE "N"    TO WS-VD-BAD-SW.
011860     MOVE SPACES TO WS-OUT-VALUE-DATE.
011870     MOVE 8 TO WS-WANT-COL.
011880     PERFORM 4000-TOMAR-CAMPO
011890         THRU 4000-TOMAR-CAMPO-EXIT.
011900     IF WS-CUR-LEN = ZERO
011910         GO TO 5300-CONVERTIR-FECHA-EXIT
011920     END-IF.
011930     IF WS-CUR-LEN > 10
011940         SET WS-VD-BAD TO TRUE
011950         GO TO 5300-CONVERTIR-FECHA-EXIT
011960     END-IF.
011970     MOVE SPACES TO WS-VD-TEXT.
011980     MOVE ZERO   TO WS-VD-DIG.
011990     MOVE ZERO   TO WS-VD-POS.
012000     PERFORM 5310-COPIAR-DIGITO
012010         THRU 5310-COPIAR-DIGITO-EXIT
012020         UNTIL WS-VD-BAD OR WS-VD-POS NOT < WS-CUR-LEN.
012030     IF WS-VD-DIG NOT = 8
012040         SET WS-VD-BAD TO TRUE
012050     END-IF.
012060     IF NOT WS-VD-BAD
012070         MOVE WS-VD-TEXT TO WS-OUT-VALUE-DATE
012080     END-IF.
012090 5300-CONVERTIR-FECHA-EXIT.
012100     EXIT.
012110*
012120 5310-COPIAR-DIGITO.
012130     ADD 1 TO WS-VD-POS.
012140     MOVE WS-CUR-TEXT(WS-VD-POS:1) TO WS-CHAR.
012150     IF WS-CHAR = "-" AND (WS-VD-DIG = 4 OR WS-VD-DIG = 6)
012160         GO TO 5310-COPIAR-DIGITO-EXIT
012170     END-IF.
012180     IF WS-CHAR IS NOT NUMERIC OR WS-VD-DIG NOT < 8
012190         SET WS-VD-BAD TO TRUE
012200         GO TO 5310-COPIAR-DIGITO-EXIT
012210     END-IF.
012220     ADD 1 TO WS-VD-DIG.
012230     MOVE WS-CHAR TO WS-VD-TEXT(WS-VD-DIG:1).
012240 5310-COPIAR-DIGITO-EXIT.
012250     EXIT.
012260*
012270******************************************************************
012280* 8000-TERMINATE - SEAL THE BATCH WITH ITS TRAILER, CLOSE THE
012290*                  REJECT LIST WITH THE COUNTS, CLOSE THE FILES
012300*                  AND SET THE RETURN CODE.
012310******************************************************************
012320 8000-TERMINATE.
012330     MOVE SPACES        TO BAT-CTL-REC.
012340     MOVE "T"           TO BAT-REC-TYPE.
012350     MOVE WS-BATCH-ID   TO BAT-BATCH-ID.
012360     MOVE WS-CONV-CNT   TO BAT-EXPECT-CNT.
012370     MOVE WS-HASH-TOTAL TO BAT-HASH-TOTAL.
012380     WRITE BATCH-OUT-REC FROM BAT-CTL-REC.
012390     MOVE WS-LINE-NO    TO RJT-READ-CNT.
012400     MOVE WS-CONV-CNT   TO RJT-CONV-CNT.
012410     MOVE WS-REJ-CNT    TO RJT-REJ-CNT.
012420     MOVE WS-BLANK-CNT  TO RJT-BLANK-CNT.
012430     MOVE WS-HASH-TOTAL TO RJT-HASH.
012440     WRITE REJECT-LIST-REC FROM RJL-BLANK-REC.
012450     WRITE REJECT-LIST-REC FROM RJL-TOTAL-REC.
012460     CLOSE DELIM-IN-FILE
012470           BATCH-OUT-FILE
012480           REJECT-LIST-FILE.
012490     MOVE WS-CONV-CNT TO WS-CNT-ED.
012500     MOVE WS-REJ-CNT  TO WS-CNT-ED-2.
012510     DISPLAY "DLMCONV: lote " WS-BATCH-ID " de la sucursal "
012520         WS-BRANCH-ID " (" WS-FILE-NAME "): " WS-CNT-ED
012530         " registros convertidos, " WS-CNT-ED-2 " lineas "
012540         "rechazadas.".
012550     IF WS-REJ-CNT > ZERO
012560         DISPLAY "Aviso: devuelva a la sucursal la lista de "
012570             "rechazos de conversion (DLMREJ)."
012580         MOVE 4 TO RETURN-CODE
012590     ELSE
012600         MOVE 0 TO RETURN-CODE
012610     END-IF.
012620 8000-TERMINATE-EXIT.
012630     EXIT.
012640 END PROGRAM DLMCONV.
