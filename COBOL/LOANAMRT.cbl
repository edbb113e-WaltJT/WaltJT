000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      LOAN AMORTIZATION SCHEDULE CALCULATOR. TAKES A
000160*               PRINCIPAL, A NOMINAL ANNUAL RATE, A TERM IN
000170*               PAYMENT PERIODS, A PAYMENT FREQUENCY (M, Q, S,
000180*               A) AND A CURRENCY, WORKS OUT THE LEVEL PAYMENT
000190*               P * R / (1 - (1 + R) ** -N) AND PRODUCES THE
000200*               FULL SCHEDULE: ONE LINE PER PERIOD WITH THE
000210*               PAYMENT, THE INTEREST ON THE OPENING BALANCE, THE
000220*               PRINCIPAL REPAID AND THE REMAINING BALANCE, EVERY
000230*               FIGURE ROUNDED TO THE CURRENCY'S DECIMAL PLACES
000240*               (RATE MASTER ATTRIBUTE; 2 WHEN UNKNOWN). THE
000250*               FINAL PERIOD REPAYS WHATEVER BALANCE IS LEFT, SO
000260*               THE SCHEDULE ALWAYS ENDS AT EXACTLY ZERO AND THE
000270*               PRINCIPAL LINES ADD UP TO THE AMOUNT FINANCED.
000280*               INTERACTIVE (COBOL5 MENU) THE OPERATOR KEYS EACH
000290*               LOAN AND THE SCHEDULE IS SHOWN ON THE SCREEN; IN
000300*               BATCH (COBOL6 RUN CARD) THE REQUESTS COME FROM
000310*               THE SEALED LOANTRAN FILE (LOANREC/BATCTL) AND THE
000320*               SCHEDULES ARE PRINTED ON LOANRPT, WITH REJECTED
000330*               REQUESTS LISTED AND A CONTROL TOTALS PAGE.
000340*               EVERY PERIOD LINE IS WRITTEN TO THE AUDIT LOG AND
000350*               THE HISTORY FILE LIKE ANY OTHER CALCULATION, AS
000360*               A SUBTRACTION ("S") ROW: OPERAND-1 THE INTEREST,
000370*               OPERAND-2 THE PAYMENT, RESULTADO THE PRINCIPAL
000380*               REPAID, WITH THE LOAN'S CURRENCY, ACCOUNT AND
000390*               BRANCH (AND, IN BATCH, THE SOURCE BATCH AND
000400*               RECORD NUMBER). SCHEDULES ARE NOT CONVERTED TO
000410*               THE BASE CURRENCY. RETURN CODE 0 CLEAN, 4 WHEN
000420*               ANY REQUEST WAS REJECTED, 12 WHEN THE BATCH IS
000430*               MISSING, UNSEALED, OUT OF BALANCE OR ALREADY
000440*               PROCESSED.
000450* TECTONICS:    cobc
000460*
000470* MODIFICATION HISTORY
000480*   2026-10-15  RA  INITIAL VERSION.
000482*   2026-10-15  RA  AUDIT AND HISTORY ROWS CARRY THE COBOL5
000484*                   SESSION STAMP (LNK-SESSION-ID) FOR THE
000486*                   END-OF-SHIFT BLOTTER.
000488*   2026-10-15  RA  THE AUDIT RECORD NOW CARRIES THE HISTORY KEY
000490*                   OF ITS ROW AND IS WRITTEN AFTER THE HISTORY
000492*                   ROW, SO THE KEY IS THE ONE THE ROW WAS
000494*                   ACTUALLY WRITTEN UNDER; HISTRCOV REPLAYS
000496*                   SEALED GENERATIONS BY IT.
000498******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. LOANAMRT.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOAN-IN-FILE ASSIGN TO LOANTRAN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-LOAN-STATUS.
000580     SELECT REPORT-OUT-FILE ASSIGN TO LOANRPT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-STATUS.
000630     SELECT HISTORY-FILE ASSIGN TO HISTORY
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HIST-KEY
000670         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-HIST-STATUS.
000700     SELECT RATE-MASTER-FILE ASSIGN TO RATEMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RATE-KEY
000740         FILE STATUS IS WS-RATE-STATUS.
000750     SELECT SEQ-CTL-FILE ASSIGN TO SEQCTL
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS SEQ-RUN-DATE
000790         FILE STATUS IS WS-SEQ-STATUS.
000800     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RUNCTL-STATUS.
000830     SELECT OPER-MASTER-FILE ASSIGN TO OPERMAST
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS OPER-ID
000870         FILE STATUS IS WS-OPER-STATUS.
000880     SELECT CKPT-FILE ASSIGN TO CKPTLN
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CKPT-STATUS.
000910     SELECT BAT-REG-FILE ASSIGN TO BATREG
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS BREG-KEY
000950         FILE STATUS IS WS-BREG-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  LOAN-IN-FILE
000990     RECORDING MODE IS F.
001000     COPY LOANREC.
001010     COPY BATCTL.
001020 FD  REPORT-OUT-FILE
001030     RECORDING MODE IS F.
001040 01  REPORT-OUT-REC             PIC X(132).
001050 FD  AUDIT-LOG-FILE
001060     RECORDING MODE IS F.
001070     COPY AUDITREC.
001080 FD  HISTORY-FILE.
001090     COPY HISTREC.
001100 FD  RATE-MASTER-FILE.
001110     COPY RATEREC.
001120 FD  SEQ-CTL-FILE.
001130     COPY SEQCTLRC.
001140 FD  RUN-CTL-FILE
001150     RECORDING MODE IS F.
001160     COPY RUNCTLRC.
001170 FD  OPER-MASTER-FILE.
001180     COPY OPERREC.
001190 FD  CKPT-FILE
001200     RECORDING MODE IS F.
001210     COPY CKPTREC.
001220 FD  BAT-REG-FILE.
001230     COPY BATREGRC.
001240 WORKING-STORAGE SECTION.
001250*
001260 01  RPT-PAGE-HEADER-REC.
001270     05 FILLER                  PIC X(36)
001280            VALUE "LOANAMRT LOAN AMORTIZATION SCHEDULES".
001290     05 FILLER                  PIC X(16)
001300            VALUE "  BUSINESS DATE ".
001310     05 RPH-BUS-DATE            PIC 9(08).
001320     05 FILLER                  PIC X(09) VALUE "  BATCH: ".
001330     05 RPH-BATCH-ID            PIC X(08).
001340     05 FILLER                  PIC X(10) VALUE SPACES.
001350     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001360     05 RPH-PAGE-NO             PIC ZZ9.
001370     05 FILLER                  PIC X(34) VALUE SPACES.
001380 01  RPT-LOAN-ID-REC.
001390     05 FILLER                  PIC X(09) VALUE "REQUEST: ".
001400     05 RLI-REC-NO              PIC Z(5)9.
001410     05 FILLER                  PIC X(10) VALUE "  BRANCH: ".
001420     05 RLI-BRANCH              PIC X(04).
001430     05 FILLER                  PIC X(11) VALUE "  ACCOUNT: ".
001440     05 RLI-ACCOUNT             PIC X(08).
001450     05 FILLER                  PIC X(12)
001460            VALUE "  CURRENCY: ".
001470     05 RLI-CURRENCY            PIC X(03).
001480     05 FILLER                  PIC X(69) VALUE SPACES.
001490 01  RPT-LOAN-TERMS-REC.
001500     05 FILLER                  PIC X(11) VALUE "PRINCIPAL: ".
001510     05 RLT-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
001520     05 FILLER                  PIC X(15)
001530            VALUE "  ANNUAL RATE: ".
001540     05 RLT-RATE                PIC ZZ9.9999.
001550     05 FILLER                  PIC X(09) VALUE "%  TERM: ".
001560     05 RLT-TERM                PIC ZZ9.
001570     05 FILLER                  PIC X(13)
001580            VALUE "  FREQUENCY: ".
001590     05 RLT-FREQUENCY           PIC X(01).
001600     05 FILLER                  PIC X(11) VALUE "  PAYMENT: ".
001610     05 RLT-PAYMENT             PIC ZZZ,ZZZ,ZZ9.99.
001620     05 FILLER                  PIC X(33) VALUE SPACES.
001630 01  RPT-COLUMN-HEADER-REC.
001640     05 FILLER                  PIC X(08) VALUE "  PERIOD".
001650     05 FILLER                  PIC X(04) VALUE SPACES.
001660     05 FILLER                  PIC X(20) VALUE
001670            "             PAYMENT".
001680     05 FILLER                  PIC X(20) VALUE
001690            "            INTEREST".
001700     05 FILLER                  PIC X(20) VALUE
001710            "           PRINCIPAL".
001720     05 FILLER                  PIC X(20) VALUE
001730            "             BALANCE".
001740     05 FILLER                  PIC X(40) VALUE SPACES.
001750 01  RPT-DETAIL-REC.
001760     05 FILLER                  PIC X(02) VALUE SPACES.
001770     05 RDT-PERIOD              PIC ZZZZZ9.
001780     05 FILLER                  PIC X(10) VALUE SPACES.
001790     05 RDT-PAYMENT             PIC ZZZ,ZZZ,ZZ9.99.
001800     05 FILLER                  PIC X(06) VALUE SPACES.
001810     05 RDT-INTEREST            PIC ZZZ,ZZZ,ZZ9.99.
001820     05 FILLER                  PIC X(06) VALUE SPACES.
001830     05 RDT-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
001840     05 FILLER                  PIC X(06) VALUE SPACES.
001850     05 RDT-BALANCE             PIC ZZZ,ZZZ,ZZ9.99.
001860     05 FILLER                  PIC X(40) VALUE SPACES.
001870 01  RPT-SCHED-TOTAL-REC.
001880     05 FILLER                  PIC X(12)
001890            VALUE "  TOTAL".
001900     05 FILLER                  PIC X(03) VALUE SPACES.
001910     05 RST-PAYMENT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001920     05 FILLER                  PIC X(03) VALUE SPACES.
001930     05 RST-INTEREST            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001940     05 FILLER                  PIC X(03) VALUE SPACES.
001950     05 RST-PRINCIPAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001960     05 FILLER                  PIC X(63) VALUE SPACES.
001970 01  RPT-REJECT-REC.
001980     05 FILLER                  PIC X(09) VALUE "REQUEST: ".
001990     05 RRJ-REC-NO              PIC Z(5)9.
002000     05 FILLER                  PIC X(10) VALUE "  BRANCH: ".
002010     05 RRJ-BRANCH              PIC X(04).
002020     05 FILLER                  PIC X(11) VALUE "  ACCOUNT: ".
002030     05 RRJ-ACCOUNT             PIC X(08).
002040     05 FILLER                  PIC X(13)
002050            VALUE "  REJECTED - ".
002060     05 RRJ-REASON              PIC X(45).
002070     05 FILLER                  PIC X(26) VALUE SPACES.
002080 01  RPT-CTL-TITLE-REC.
002090     05 FILLER                  PIC X(40)
002100            VALUE "CONTROL TOTALS".
002110     05 FILLER                  PIC X(92) VALUE SPACES.
002120 01  RPT-CTL-COUNT-REC.
002130     05 RCC-LABEL               PIC X(45).
002140     05 RCC-COUNT               PIC Z(8)9.
002150     05 FILLER                  PIC X(78) VALUE SPACES.
002160 01  RPT-SUMMARY-REC.
002170     05 FILLER                  PIC X(16)
002180            VALUE "OVERALL VERDICT=".
002190     05 RPT-SUM-VERDICT         PIC X(14).
002200     05 FILLER                  PIC X(102) VALUE SPACES.
002210 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
002220*
002230 77  WS-EOF-SW                  PIC X(01) VALUE "N".
002240     88 WS-EOF                            VALUE "Y".
002250 77  WS-FIN-SESION-SW           PIC X(01) VALUE "N".
002260     88 WS-FIN-SESION                     VALUE "Y".
002270 77  WS-SIZE-ERROR-SW           PIC X(01) VALUE "N".
002280     88 WS-SIZE-ERROR                     VALUE "Y".
002290     88 WS-SIZE-ERROR-OFF                 VALUE "N".
002300 77  WS-ANY-ERROR-SW            PIC X(01) VALUE "N".
002310     88 WS-ANY-ERROR                      VALUE "Y".
002320 77  WS-LOAN-STATUS             PIC X(02) VALUE SPACES.
002330 77  WS-LOAN-FILE-SW            PIC X(01) VALUE "N".
002340     88 WS-LOAN-FILE-OPEN                 VALUE "Y".
002350 77  WS-RPT-FILE-SW             PIC X(01) VALUE "N".
002360     88 WS-RPT-FILE-OPEN                  VALUE "Y".
002370 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
002380 77  WS-HIST-RUN-DATE           PIC 9(08) VALUE ZERO.
002390 77  WS-HIST-TRANS-SEQ          PIC 9(08) VALUE ZERO.
002400 77  WS-HIST-SEQ-CTR            PIC 9(08) COMP VALUE ZERO.
002410 77  WS-TIME-OF-DAY             PIC 9(08) VALUE ZERO.
002420 77  WS-OUT-CURRENCY-CODE       PIC X(03) VALUE "USD".
002430 77  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
002440 77  WS-RATE-FILE-SW            PIC X(01) VALUE "N".
002450     88 WS-RATE-FILE-OPEN                 VALUE "Y".
002460 77  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
002470 77  WS-SEQ-STATUS              PIC X(02) VALUE SPACES.
002480 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
002490 77  WS-OPEN-RETRY-CTR          PIC 9(03) COMP VALUE ZERO.
002500 77  WS-WRITE-RETRY-CTR         PIC 9(02) COMP VALUE ZERO.
002510 77  WS-CUR-BATCH-ID            PIC X(08) VALUE SPACES.
002520 77  WS-CUR-ACCOUNT-CODE        PIC X(08) VALUE SPACES.
002530 77  WS-CUR-BRANCH-ID           PIC X(04) VALUE SPACES.
002540 77  WS-CUR-SOURCE-REC          PIC 9(06) VALUE ZERO.
002550 77  WS-BREG-STATUS             PIC X(02) VALUE SPACES.
002560 77  WS-BREG-FILE-SW            PIC X(01) VALUE "N".
002570     88 WS-BREG-FILE-OPEN                 VALUE "Y".
002580 77  WS-BREG-DUP-SW             PIC X(01) VALUE "N".
002590     88 WS-BREG-DUP                       VALUE "Y".
002600 77  WS-BREG-EOF-SW             PIC X(01) VALUE "N".
002610     88 WS-BREG-SCAN-EOF                  VALUE "Y".
002620 77  WS-CHECK-HASH              PIC S9(13)V99 VALUE ZERO.
002630 77  WS-CURR-DP                 PIC 9(01) VALUE 2.
002640 77  WS-DP-ENTERO               PIC S9(12) VALUE ZERO.
002650 77  WS-OPER-STATUS             PIC X(02) VALUE SPACES.
002660 77  WS-OPER-FILE-SW            PIC X(01) VALUE "N".
002670     88 WS-OPER-FILE-OPEN                 VALUE "Y".
002680 77  WS-OPER-LIMIT              PIC 9(09)V99 VALUE ZERO.
002690 77  WS-LIMIT-EXCEEDED-SW       PIC X(01) VALUE "N".
002700     88 WS-LIMIT-EXCEEDED                 VALUE "Y".
002710 77  WS-OVERRIDE-ID             PIC X(08) VALUE SPACES.
002720 77  WS-OVERRIDE-ENT            PIC X(08) VALUE SPACES.
002730 77  WS-LIM-OP1                 PIC S9(9)V99 VALUE ZERO.
002740 77  WS-ABS-OPERAND             PIC 9(9)V99 VALUE ZERO.
002750 77  WS-SEQ-BLOCK-SIZE          PIC 9(03) COMP VALUE 200.
002760 77  WS-SEQ-BLOCK-NEXT          PIC 9(08) VALUE ZERO.
002770 77  WS-SEQ-BLOCK-LAST          PIC 9(08) VALUE ZERO.
002780 77  WS-CKPT-STATUS             PIC X(02) VALUE SPACES.
002790     88 WS-CKPT-OK                        VALUE "00".
002800 77  WS-CKPT-BATCH-ID           PIC X(08) VALUE SPACES.
002810 77  WS-CKPT-REC-NO             PIC 9(06) VALUE ZERO.
002820 77  WS-CKPT-RESUME-SW          PIC X(01) VALUE "N".
002830     88 WS-CKPT-RESUME                    VALUE "Y".
002840 77  WS-BAT-DETAIL-CNT          PIC 9(06) COMP VALUE ZERO.
002850 77  WS-BAT-HASH                PIC S9(13)V99 VALUE ZERO.
002860 77  WS-BAT-TRAILER-SW          PIC X(01) VALUE "N".
002870     88 WS-BAT-TRAILER-SEEN               VALUE "Y".
002880 77  WS-BATCH-OOB-SW            PIC X(01) VALUE "N".
002890     88 WS-BATCH-OOB                      VALUE "Y".
002900 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002910 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002920 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002930 77  WS-SCHEDULE-SW             PIC X(01) VALUE "N".
002940     88 WS-IN-SCHEDULE                    VALUE "Y".
002950 77  WS-REQUEST-CNT             PIC 9(07) COMP VALUE ZERO.
002960 77  WS-SCHED-CNT               PIC 9(07) COMP VALUE ZERO.
002970 77  WS-REJECT-CNT              PIC 9(07) COMP VALUE ZERO.
002980 77  WS-ROW-CNT                 PIC 9(07) COMP VALUE ZERO.
002990*
003000* THE LOAN BEING SCHEDULED, FROM THE KEYBOARD OR FROM LOANTRAN,
003010* AND THE FIGURES OF THE PERIOD BEING WORKED OUT.
003020*
003030 77  WS-LN-PRINCIPAL            PIC S9(9)V99 VALUE ZERO.
003040 77  WS-LN-RATE                 PIC 9(03)V9(04) VALUE ZERO.
003050 77  WS-LN-TERM                 PIC 9(03) VALUE ZERO.
003060 77  WS-LN-FREQUENCY            PIC X(01) VALUE SPACE.
003070 77  WS-LN-BAD-DATA-SW          PIC X(01) VALUE "N".
003080     88 WS-LN-BAD-DATA                    VALUE "Y".
003090 77  WS-LN-REJECT-SW            PIC X(01) VALUE "N".
003100     88 WS-LN-REJECTED                    VALUE "Y".
003110 77  WS-LN-REJECT-CODE          PIC 9(02) VALUE ZERO.
003120 77  WS-LN-REJECT-TEXT          PIC X(45) VALUE SPACES.
003130 77  WS-LN-PER-YEAR             PIC 9(02) VALUE ZERO.
003140 77  WS-LN-PERIOD-RATE          PIC 9(01)V9(12) VALUE ZERO.
003150 77  WS-LN-FACTOR               PIC 9(06)V9(12) VALUE ZERO.
003160 77  WS-LN-RAW                  PIC S9(11)V9(06) VALUE ZERO.
003170 77  WS-LN-AMOUNT               PIC S9(9)V99 VALUE ZERO.
003180 77  WS-LN-PAYMENT              PIC S9(9)V99 VALUE ZERO.
003190 77  WS-LN-CUR-PAYMENT          PIC S9(9)V99 VALUE ZERO.
003200 77  WS-LN-INTEREST             PIC S9(9)V99 VALUE ZERO.
003210 77  WS-LN-PRIN-PART            PIC S9(9)V99 VALUE ZERO.
003220 77  WS-LN-BALANCE              PIC S9(9)V99 VALUE ZERO.
003230 77  WS-LN-PERIOD               PIC 9(03) VALUE ZERO.
003240 77  WS-LN-LAST-SW              PIC X(01) VALUE "N".
003250     88 WS-LN-LAST                        VALUE "Y".
003260 77  WS-LN-TOT-PAYMENT          PIC S9(11)V99 VALUE ZERO.
003270 77  WS-LN-TOT-INTEREST         PIC S9(11)V99 VALUE ZERO.
003280 77  WS-LN-TOT-PRINCIPAL        PIC S9(11)V99 VALUE ZERO.
003290*
003300* KEYBOARD ENTRY AND SCREEN EDITING FIELDS.
003310*
003320 77  WS-AMOUNT-ENTRY            PIC X(15) VALUE SPACES.
003330 77  WS-ENTRY-VALUE             PIC S9(9)V9(04) VALUE ZERO.
003340 77  WS-ENTRY-SUB               PIC 9(02) COMP VALUE ZERO.
003350 77  WS-ENTRY-OK-SW             PIC X(01) VALUE "N".
003360     88 WS-ENTRY-OK                       VALUE "Y".
003370 77  WS-ED-PERIODO              PIC ZZ9.
003380 77  WS-ED-CUOTA                PIC ZZZ,ZZZ,ZZ9.99.
003390 77  WS-ED-INTERES              PIC ZZZ,ZZZ,ZZ9.99.
003400 77  WS-ED-CAPITAL              PIC ZZZ,ZZZ,ZZ9.99.
003410 77  WS-ED-SALDO                PIC ZZZ,ZZZ,ZZ9.99.
003420 77  WS-ED-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003430 01  WS-TIMESTAMP-PARTS.
003440     05 WS-TS-YEAR              PIC 9(04).
003450     05 WS-TS-MONTH             PIC 9(02).
003460     05 WS-TS-DAY               PIC 9(02).
003470     05 WS-TS-HOUR              PIC 9(02).
003480     05 WS-TS-MINUTE            PIC 9(02).
003490     05 WS-TS-SECOND            PIC 9(02).
003500     05 WS-TS-HUNDREDTHS        PIC 9(02).
003510 LINKAGE SECTION.
003520     COPY LNKPARMS.
003530 PROCEDURE DIVISION USING LNK-PARMS.
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE
003560         THRU 1000-INITIALIZE-EXIT.
003570     IF LNK-MODE-BATCH
003580         PERFORM 3000-PROCESAR-SOLICITUD
003590             THRU 3000-PROCESAR-SOLICITUD-EXIT
003600             UNTIL WS-EOF
003610     ELSE
003620         PERFORM 2000-INTRODUCIR-PRESTAMO
003630             THRU 2000-INTRODUCIR-PRESTAMO-EXIT
003640             UNTIL WS-FIN-SESION
003650         DISPLAY "Fin del programa."
003660     END-IF.
003670     PERFORM 8000-TERMINATE
003680         THRU 8000-TERMINATE-EXIT.
003690     GOBACK.
003700*
003710******************************************************************
003720* 1000-INITIALIZE - OPEN THE SHARED FILES, ESTABLISH THE
003730*                   BUSINESS DATE AND HISTORY SEQUENCE, AND IN
003740*                   BATCH OPEN THE REQUEST FILE AND REPORT AND
003750*                   READ THE FIRST REQUEST.
003760******************************************************************
003770 1000-INITIALIZE.
003780     PERFORM 1010-ABRIR-BITACORA
003790         THRU 1010-ABRIR-BITACORA-EXIT.
003800     PERFORM 1100-OPEN-HISTORY-FILE
003810         THRU 1100-OPEN-HISTORY-FILE-EXIT.
003820     PERFORM 1150-OPEN-RATE-FILE
003830         THRU 1150-OPEN-RATE-FILE-EXIT.
003840     PERFORM 1250-LEER-FECHA-NEGOCIO
003850         THRU 1250-LEER-FECHA-NEGOCIO-EXIT.
003860     PERFORM 1050-INICIALIZAR-SECUENCIA
003870         THRU 1050-INICIALIZAR-SECUENCIA-EXIT.
003880     PERFORM 1500-ABRIR-MAESTRO-OPER
003890         THRU 1500-ABRIR-MAESTRO-OPER-EXIT.
003900     IF LNK-MODE-BATCH
003910         PERFORM 1600-ABRIR-LOTE
003920             THRU 1600-ABRIR-LOTE-EXIT
003930     END-IF.
003940 1000-INITIALIZE-EXIT.
003950     EXIT.
003960*
003970******************************************************************
003980* 1010-ABRIR-BITACORA - OPEN THE SHARED AUDIT LOG FOR APPEND,
003990*                       CREATING IT ON FIRST USE AND RETRYING
004000*                       WITH AN OPERATOR MESSAGE WHEN ANOTHER
004010*                       SESSION HOLDS IT, INSTEAD OF ABENDING.
004020******************************************************************
004030 1010-ABRIR-BITACORA.
004040     MOVE ZERO TO WS-OPEN-RETRY-CTR.
004050 1012-INTENTAR-BITACORA.
004060     OPEN EXTEND AUDIT-LOG-FILE.
004070     IF WS-AUDIT-STATUS = "00"
004080         GO TO 1010-ABRIR-BITACORA-EXIT
004090     END-IF.
004100     IF WS-AUDIT-STATUS = "35"
004110         OPEN OUTPUT AUDIT-LOG-FILE
004120         GO TO 1010-ABRIR-BITACORA-EXIT
004130     END-IF.
004140     ADD 1 TO WS-OPEN-RETRY-CTR.
004150     IF WS-OPEN-RETRY-CTR > 30
004160         DISPLAY "Error: AUDITLOG retenido por otra sesion "
004170             "(estado " WS-AUDIT-STATUS "); fin del programa."
004180         MOVE 12 TO RETURN-CODE
004190         GOBACK
004200     END-IF.
004210     DISPLAY "Aviso: AUDITLOG retenido por otra sesion; "
004220         "reintentando."
004230     GO TO 1012-INTENTAR-BITACORA.
004240 1010-ABRIR-BITACORA-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280* 1100-OPEN-HISTORY-FILE - OPEN THE INDEXED HISTORY FILE FOR
004290*                          UPDATE, CREATING IT ON ITS VERY FIRST
004300*                          USE IF IT DOES NOT YET EXIST.
004310******************************************************************
004320 1100-OPEN-HISTORY-FILE.
004330     MOVE ZERO TO WS-OPEN-RETRY-CTR.
004340 1105-INTENTAR-HISTORIAL.
004350     OPEN I-O HISTORY-FILE.
004360     IF WS-HIST-STATUS = "35"
004370         OPEN OUTPUT HISTORY-FILE
004380         CLOSE HISTORY-FILE
004390         OPEN I-O HISTORY-FILE
004400     END-IF.
004410     IF WS-HIST-STATUS NOT = "00"
004420         ADD 1 TO WS-OPEN-RETRY-CTR
004430         IF WS-OPEN-RETRY-CTR > 30
004440             DISPLAY "Error: el archivo de historial esta "
004450                 "retenido por otra sesion (estado "
004460                 WS-HIST-STATUS "); fin del programa."
004470             MOVE 12 TO RETURN-CODE
004480             GOBACK
004490         END-IF
004500         DISPLAY "Aviso: archivo de historial retenido por "
004510             "otra sesion; reintentando."
004520         GO TO 1105-INTENTAR-HISTORIAL
004530     END-IF.
004540 1100-OPEN-HISTORY-FILE-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580* 1150-OPEN-RATE-FILE - OPEN THE RATE MASTER FOR THE CURRENCY
004590*                       DECIMAL-PLACES LOOKUP. A MISSING OR
004600*                       UNOPENABLE MASTER IS REPORTED ONCE HERE
004610*                       AND EVERY SCHEDULE IS ROUNDED TO TWO
004620*                       DECIMALS.
004630******************************************************************
004640 1150-OPEN-RATE-FILE.
004650     OPEN INPUT RATE-MASTER-FILE.
004660     IF WS-RATE-STATUS = "00"
004670         SET WS-RATE-FILE-OPEN TO TRUE
004680     ELSE
004690         DISPLAY "Aviso: no se pudo abrir el maestro de tasas "
004700             "(estado " WS-RATE-STATUS "); los cuadros se "
004710             "redondean a dos decimales."
004720     END-IF.
004730 1150-OPEN-RATE-FILE-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770* 1250-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
004780*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
004790*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
004800*          A WARNING WHEN THE FILE IS NOT AVAILABLE, SO A
004810*          CYCLE THAT SLIPS PAST MIDNIGHT STILL POSTS TO
004820*          ONE BUSINESS DAY.
004830******************************************************************
004840 1250-LEER-FECHA-NEGOCIO.
004850     OPEN INPUT RUN-CTL-FILE.
004860     IF WS-RUNCTL-STATUS = "00"
004870         READ RUN-CTL-FILE
004880             AT END
004890                 CONTINUE
004900             NOT AT END
004910                 IF RCT-TYPE-CONTROL
004920                     MOVE RCT-BUSINESS-DATE TO WS-HIST-RUN-DATE
004930                 END-IF
004940         END-READ
004950         CLOSE RUN-CTL-FILE
004960     END-IF.
004970     IF WS-HIST-RUN-DATE = ZERO
004980         DISPLAY "Aviso: fecha de negocio no disponible; se "
004990             "usa la fecha del sistema."
005000         ACCEPT WS-HIST-RUN-DATE FROM DATE YYYYMMDD
005010     END-IF.
005020 1250-LEER-FECHA-NEGOCIO-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060* 1050-INICIALIZAR-SECUENCIA - SEED THE IN-MEMORY HISTORY SEQUENCE
005070*                              COUNTER FROM THE HIGHEST SEQUENCE
005080*                              ALREADY ON FILE FOR TODAY'S RUN
005090*                              DATE, SO A RESTARTED OR CONCURRENT
005100*                              RUN DOES NOT REUSE A KEY.
005110******************************************************************
005120 1050-INICIALIZAR-SECUENCIA.
005130     MOVE WS-HIST-RUN-DATE TO HIST-RUN-DATE.
005140     MOVE 99999999         TO HIST-TRANS-SEQ.
005150     START HISTORY-FILE KEY IS NOT GREATER THAN HIST-KEY
005160         INVALID KEY
005170             MOVE ZERO TO WS-HIST-SEQ-CTR
005180     END-START.
005190     IF WS-HIST-STATUS = "00"
005200         READ HISTORY-FILE NEXT RECORD
005210             AT END
005220                 MOVE ZERO TO WS-HIST-SEQ-CTR
005230             NOT AT END
005240                 IF HIST-RUN-DATE = WS-HIST-RUN-DATE
005250                     MOVE HIST-TRANS-SEQ TO WS-HIST-SEQ-CTR
005260                 ELSE
005270                     MOVE ZERO TO WS-HIST-SEQ-CTR
005280                 END-IF
005290         END-READ
005300     END-IF.
005310     PERFORM 1055-ASEGURAR-SEQ-CTL
005320         THRU 1055-ASEGURAR-SEQ-CTL-EXIT.
005330 1050-INICIALIZAR-SECUENCIA-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370* 1055-ASEGURAR-SEQ-CTL - MAKE SURE TODAY'S ROW EXISTS ON THE
005380*                         SEQUENCE-CONTROL FILE, SEEDING IT FROM
005390*                         THE HISTORY SCAN THE FIRST TIME THE
005400*                         DATE IS SEEN.
005410******************************************************************
005420 1055-ASEGURAR-SEQ-CTL.
005430     PERFORM 2160-ABRIR-SEQ-CTL
005440         THRU 2160-ABRIR-SEQ-CTL-EXIT.
005450     MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE.
005460     READ SEQ-CTL-FILE
005470         INVALID KEY
005480             MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE
005490             MOVE WS-HIST-SEQ-CTR  TO SEQ-LAST-USED
005500             WRITE SEQ-CTL-REC
005510                 INVALID KEY
005520                     CONTINUE
005530             END-WRITE
005540     END-READ.
005550     CLOSE SEQ-CTL-FILE.
005560 1055-ASEGURAR-SEQ-CTL-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600* 1300-ABRIR-REGISTRO-LOTES - OPEN THE PROCESSED-BATCH REGISTER
005610*                             FOR UPDATE, CREATING IT ON ITS
005620*                             VERY FIRST USE. AN UNOPENABLE
005630*                             REGISTER SKIPS THE DUPLICATE CHECK
005640*                             WITH A WARNING.
005650******************************************************************
005660 1300-ABRIR-REGISTRO-LOTES.
005670     OPEN I-O BAT-REG-FILE.
005680     IF WS-BREG-STATUS = "35"
005690         OPEN OUTPUT BAT-REG-FILE
005700         CLOSE BAT-REG-FILE
005710         OPEN I-O BAT-REG-FILE
005720     END-IF.
005730     IF WS-BREG-STATUS = "00"
005740         SET WS-BREG-FILE-OPEN TO TRUE
005750     ELSE
005760         DISPLAY "Aviso: no se pudo abrir el registro de lotes "
005770             "(estado " WS-BREG-STATUS "); no se detectan "
005780             "lotes duplicados."
005790     END-IF.
005800 1300-ABRIR-REGISTRO-LOTES-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840* 1400-LEER-PUNTO-DE-CONTROL - RESTORE THE BATCH ID AND LAST
005850*                              SCHEDULED REQUEST NUMBER FROM THE
005860*                              CHECKPOINT WRITTEN BY THE PRIOR
005870*                              RUN, IF ANY, SO A RERUN OF THE
005880*                              SAME BATCH FAST-FORWARDS PAST THE
005890*                              SCHEDULES ALREADY POSTED TO THE
005900*                              AUDIT LOG AND HISTORY FILE.
005910******************************************************************
005920 1400-LEER-PUNTO-DE-CONTROL.
005930     OPEN INPUT CKPT-FILE.
005940     IF WS-CKPT-OK
005950         READ CKPT-FILE
005960             AT END
005970                 CONTINUE
005980             NOT AT END
005990                 IF CKPT-BATCH-ID NOT = SPACES
006000                         AND CKPT-REC-NO NUMERIC
006010                     MOVE CKPT-BATCH-ID TO WS-CKPT-BATCH-ID
006020                     MOVE CKPT-REC-NO   TO WS-CKPT-REC-NO
006030                 END-IF
006040         END-READ
006050         CLOSE CKPT-FILE
006060     END-IF.
006070 1400-LEER-PUNTO-DE-CONTROL-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110* 1500-ABRIR-MAESTRO-OPER - OPEN THE OPERATOR MASTER FOR THE
006120*                           AMOUNT-LIMIT CHECK AND READ THIS
006130*                           SESSION'S OPERATOR LIMIT. AN
006140*                           UNOPENABLE MASTER, AN UNKNOWN
006150*                           OPERATOR OR A ROW WRITTEN BEFORE THE
006160*                           LIMIT FIELD EXISTED MEANS NO LIMIT.
006170*                           THE FILE IS KEPT OPEN SO A LEVEL-3
006180*                           OVERRIDE CAN BE VALIDATED.
006190******************************************************************
006200 1500-ABRIR-MAESTRO-OPER.
006210     OPEN INPUT OPER-MASTER-FILE.
006220     IF WS-OPER-STATUS = "00"
006230         SET WS-OPER-FILE-OPEN TO TRUE
006240         MOVE LNK-OPERATOR-ID TO OPER-ID
006250         READ OPER-MASTER-FILE
006260             INVALID KEY
006270                 CONTINUE
006280             NOT INVALID KEY
006290                 IF OPER-AMOUNT-LIMIT NUMERIC
006300                     MOVE OPER-AMOUNT-LIMIT TO WS-OPER-LIMIT
006310                 END-IF
006320         END-READ
006330     ELSE
006340         DISPLAY "Aviso: no se pudo abrir el maestro de "
006350             "operadores (estado " WS-OPER-STATUS "); no se "
006360             "aplican limites de importe."
006370     END-IF.
006380 1500-ABRIR-MAESTRO-OPER-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420* 1600-ABRIR-LOTE - OPEN THE LOANTRAN REQUEST BATCH AND THE
006430*                   SCHEDULE REPORT, THE PROCESSED-BATCH
006440*                   REGISTER AND THE CHECKPOINT, AND READ THE
006450*                   FIRST REQUEST. A MISSING BATCH HOLDS THE RUN.
006460******************************************************************
006470 1600-ABRIR-LOTE.
006480     OPEN INPUT LOAN-IN-FILE.
006490     IF WS-LOAN-STATUS NOT = "00"
006500         DISPLAY "Error: no se pudo abrir LOANTRAN (estado "
006510             WS-LOAN-STATUS "); no se generan cuadros."
006520         SET WS-BATCH-OOB TO TRUE
006530         SET WS-ANY-ERROR TO TRUE
006540         SET WS-EOF TO TRUE
006550         GO TO 1600-ABRIR-LOTE-EXIT
006560     END-IF.
006570     SET WS-LOAN-FILE-OPEN TO TRUE.
006580     OPEN OUTPUT REPORT-OUT-FILE.
006590     SET WS-RPT-FILE-OPEN TO TRUE.
006600     MOVE WS-HIST-RUN-DATE TO RPH-BUS-DATE.
006610     PERFORM 1300-ABRIR-REGISTRO-LOTES
006620         THRU 1300-ABRIR-REGISTRO-LOTES-EXIT.
006630     PERFORM 1400-LEER-PUNTO-DE-CONTROL
006640         THRU 1400-LEER-PUNTO-DE-CONTROL-EXIT.
006650     PERFORM 3100-READ-LOAN
006660         THRU 3100-READ-LOAN-EXIT.
006670 1600-ABRIR-LOTE-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710* 2000-INTRODUCIR-PRESTAMO - INTERACTIVE: KEY ONE LOAN, SHOW ITS
006720*                            SCHEDULE AND POST IT. A PRINCIPAL
006730*                            OF 0 ENDS THE SESSION.
006740******************************************************************
006750 2000-INTRODUCIR-PRESTAMO.
006760     PERFORM 2010-LEER-PRINCIPAL
006770         THRU 2010-LEER-PRINCIPAL-EXIT.
006780     IF WS-FIN-SESION
006790         GO TO 2000-INTRODUCIR-PRESTAMO-EXIT
006800     END-IF.
006810     PERFORM 2020-LEER-TASA
006820         THRU 2020-LEER-TASA-EXIT.
006830     PERFORM 2030-LEER-PLAZO
006840         THRU 2030-LEER-PLAZO-EXIT.
006850     PERFORM 2040-LEER-FRECUENCIA
006860         THRU 2040-LEER-FRECUENCIA-EXIT.
006870     PERFORM 2050-LEER-MONEDA-CUENTA
006880         THRU 2050-LEER-MONEDA-CUENTA-EXIT.
006890     MOVE SPACES TO WS-CUR-BATCH-ID.
006900     MOVE ZERO   TO WS-CUR-SOURCE-REC.
006910     MOVE "N"    TO WS-LN-BAD-DATA-SW.
006920     ADD 1 TO WS-REQUEST-CNT.
006930     PERFORM 4000-VALIDAR-PRESTAMO
006940         THRU 4000-VALIDAR-PRESTAMO-EXIT.
006950     IF WS-LN-REJECTED
006960         ADD 1 TO WS-REJECT-CNT
006970         GO TO 2000-INTRODUCIR-PRESTAMO-EXIT
006980     END-IF.
006990     PERFORM 4500-ESCRIBIR-CABECERA-CUADRO
007000         THRU 4500-ESCRIBIR-CABECERA-CUADRO-EXIT.
007010     PERFORM 4200-GENERAR-CUADRO
007020         THRU 4200-GENERAR-CUADRO-EXIT.
007030     PERFORM 4600-ESCRIBIR-TOTAL-CUADRO
007040         THRU 4600-ESCRIBIR-TOTAL-CUADRO-EXIT.
007050     ADD 1 TO WS-SCHED-CNT.
007060 2000-INTRODUCIR-PRESTAMO-EXIT.
007070     EXIT.
007080*
007090******************************************************************
007100* 2010-LEER-PRINCIPAL - CAPTURE THE AMOUNT FINANCED: A POSITIVE
007110*                       NUMBER WITH AT MOST TWO DECIMALS, OR 0
007120*                       TO END THE SESSION.
007130******************************************************************
007140 2010-LEER-PRINCIPAL.
007150     DISPLAY "Importe del prestamo (0=salir): ".
007160     ACCEPT WS-AMOUNT-ENTRY.
007170     IF WS-AMOUNT-ENTRY = "0"
007180         SET WS-FIN-SESION TO TRUE
007190         GO TO 2010-LEER-PRINCIPAL-EXIT
007200     END-IF.
007210     PERFORM 2060-RESOLVER-IMPORTE
007220         THRU 2060-RESOLVER-IMPORTE-EXIT.
007230     IF NOT WS-ENTRY-OK
007240         GO TO 2010-LEER-PRINCIPAL
007250     END-IF.
007260     MOVE WS-ENTRY-VALUE TO WS-LN-PRINCIPAL.
007270     IF WS-LN-PRINCIPAL NOT > ZERO
007280             OR WS-LN-PRINCIPAL NOT = WS-ENTRY-VALUE
007290         DISPLAY "Error: el importe debe ser positivo y con "
007300             "dos decimales como maximo; intente de nuevo."
007310         GO TO 2010-LEER-PRINCIPAL
007320     END-IF.
007330 2010-LEER-PRINCIPAL-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370* 2020-LEER-TASA - CAPTURE THE NOMINAL ANNUAL RATE IN PER CENT,
007380*                  ZERO TO 999.9999 WITH AT MOST FOUR DECIMALS.
007390******************************************************************
007400 2020-LEER-TASA.
007410     DISPLAY "Tasa de interes anual en % (ej. 7.25): ".
007420     ACCEPT WS-AMOUNT-ENTRY.
007430     PERFORM 2060-RESOLVER-IMPORTE
007440         THRU 2060-RESOLVER-IMPORTE-EXIT.
007450     IF NOT WS-ENTRY-OK
007460         GO TO 2020-LEER-TASA
007470     END-IF.
007480     IF WS-ENTRY-VALUE < ZERO OR WS-ENTRY-VALUE > 999.9999
007490         DISPLAY "Error: la tasa debe estar entre 0 y "
007500             "999.9999; intente de nuevo."
007510         GO TO 2020-LEER-TASA
007520     END-IF.
007530     MOVE WS-ENTRY-VALUE TO WS-LN-RATE.
007540 2020-LEER-TASA-EXIT.
007550     EXIT.
007560*
007570******************************************************************
007580* 2030-LEER-PLAZO - CAPTURE THE TERM AS A WHOLE NUMBER OF
007590*                   PAYMENT PERIODS, 1 TO 999.
007600******************************************************************
007610 2030-LEER-PLAZO.
007620     DISPLAY "Plazo en numero de cuotas (1-999): ".
007630     ACCEPT WS-AMOUNT-ENTRY.
007640     PERFORM 2060-RESOLVER-IMPORTE
007650         THRU 2060-RESOLVER-IMPORTE-EXIT.
007660     IF NOT WS-ENTRY-OK
007670         GO TO 2030-LEER-PLAZO
007680     END-IF.
007690     IF WS-ENTRY-VALUE < 1 OR WS-ENTRY-VALUE > 999
007700         DISPLAY "Error: el plazo debe estar entre 1 y 999 "
007710             "cuotas; intente de nuevo."
007720         GO TO 2030-LEER-PLAZO
007730     END-IF.
007740     MOVE WS-ENTRY-VALUE TO WS-LN-TERM.
007750     IF WS-LN-TERM NOT = WS-ENTRY-VALUE
007760         DISPLAY "Error: el plazo debe ser un numero entero; "
007770             "intente de nuevo."
007780         GO TO 2030-LEER-PLAZO
007790     END-IF.
007800 2030-LEER-PLAZO-EXIT.
007810     EXIT.
007820*
007830******************************************************************
007840* 2040-LEER-FRECUENCIA - CAPTURE THE PAYMENT FREQUENCY: M, Q, S
007850*                        OR A, IN EITHER CASE.
007860******************************************************************
007870 2040-LEER-FRECUENCIA.
007880     DISPLAY "Frecuencia de pago (M=mensual, Q=trimestral, "
007890         "S=semestral, A=anual): ".
007900     ACCEPT WS-LN-FREQUENCY.
007910     INSPECT WS-LN-FREQUENCY CONVERTING "mqsa" TO "MQSA".
007920     IF WS-LN-FREQUENCY NOT = "M" AND WS-LN-FREQUENCY NOT = "Q"
007930             AND WS-LN-FREQUENCY NOT = "S"
007940             AND WS-LN-FREQUENCY NOT = "A"
007950         DISPLAY "Entrada invalida. Introduzca M, Q, S o A."
007960         GO TO 2040-LEER-FRECUENCIA
007970     END-IF.
007980 2040-LEER-FRECUENCIA-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020* 2050-LEER-MONEDA-CUENTA - CAPTURE THE LOAN'S CURRENCY (ENTER
008030*                           KEEPS USD), THE ACCOUNT (COST-CENTER)
008040*                           AND THE BRANCH THE SCHEDULE IS
008050*                           POSTED UNDER; BLANK MEANS UNASSIGNED.
008060******************************************************************
008070 2050-LEER-MONEDA-CUENTA.
008080     DISPLAY "Codigo de moneda del prestamo (ISO, "
008090         "ENTER=USD): ".
008100     ACCEPT WS-OUT-CURRENCY-CODE.
008110     IF WS-OUT-CURRENCY-CODE = SPACES
008120         MOVE "USD" TO WS-OUT-CURRENCY-CODE
008130     END-IF.
008140     DISPLAY "Cuenta (ENTER=sin asignar): ".
008150     ACCEPT WS-CUR-ACCOUNT-CODE.
008160     DISPLAY "Sucursal (ENTER=ninguna): ".
008170     ACCEPT WS-CUR-BRANCH-ID.
008180 2050-LEER-MONEDA-CUENTA-EXIT.
008190     EXIT.
008200*
008210******************************************************************
008220* 2060-RESOLVER-IMPORTE - TURN THE KEYED ENTRY INTO A VALUE: IT
008230*                         MUST BE A NUMBER (DIGITS, ONE OPTIONAL
008240*                         DECIMAL POINT, OPTIONAL LEADING MINUS).
008250******************************************************************
008260 2060-RESOLVER-IMPORTE.
008270     MOVE "N" TO WS-ENTRY-OK-SW.
008280     IF WS-AMOUNT-ENTRY = SPACES
008290         DISPLAY "Error: entrada vacia; intente de nuevo."
008300         GO TO 2060-RESOLVER-IMPORTE-EXIT
008310     END-IF.
008320     MOVE ZERO TO WS-ENTRY-SUB.
008330     MOVE "Y" TO WS-ENTRY-OK-SW.
008340     PERFORM 2065-PROBAR-CARACTER
008350         THRU 2065-PROBAR-CARACTER-EXIT
008360         UNTIL WS-ENTRY-SUB NOT < 15
008370             OR NOT WS-ENTRY-OK.
008380     IF WS-ENTRY-OK
008390         COMPUTE WS-ENTRY-VALUE
008400             = FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
008410             ON SIZE ERROR
008420                 MOVE "N" TO WS-ENTRY-OK-SW
008430         END-COMPUTE
008440     END-IF.
008450     IF NOT WS-ENTRY-OK
008460         DISPLAY "Error: entrada no numerica; intente de nuevo."
008470     END-IF.
008480 2060-RESOLVER-IMPORTE-EXIT.
008490     EXIT.
008500*
008510 2065-PROBAR-CARACTER.
008520     ADD 1 TO WS-ENTRY-SUB.
008530     IF WS-AMOUNT-ENTRY(WS-ENTRY-SUB:1) NOT = SPACE
008540             AND WS-AMOUNT-ENTRY(WS-ENTRY-SUB:1) NOT = "."
008550             AND WS-AMOUNT-ENTRY(WS-ENTRY-SUB:1) NOT = "-"
008560             AND WS-AMOUNT-ENTRY(WS-ENTRY-SUB:1)
008570                 NOT NUMERIC
008580         MOVE "N" TO WS-ENTRY-OK-SW
008590     END-IF.
008600 2065-PROBAR-CARACTER-EXIT.
008610     EXIT.
008620*
008630******************************************************************
008640* 2150-ASIGNAR-SECUENCIA - ALLOCATE THE NEXT HIST-TRANS-SEQ FOR
008650*                          THE RUN DATE THROUGH THE SEQUENCE-
008660*                          CONTROL FILE, OPENED AND CLOSED PER
008670*                          ACCESS SO CONCURRENT SESSIONS
008680*                          SERIALIZE ON THE FILE INSTEAD OF
008690*                          MINTING THE SAME KEY. BATCH RUNS
008700*                          RESERVE WS-SEQ-BLOCK-SIZE NUMBERS PER
008710*                          ACCESS AND HAND THEM OUT FROM
008720*                          STORAGE; INTERACTIVE SESSIONS TAKE
008730*                          ONE AT A TIME. UNUSED NUMBERS AT END
008740*                          OF RUN ARE LEFT AS GAPS IN THE KEY
008750*                          RANGE.
008760******************************************************************
008770 2150-ASIGNAR-SECUENCIA.
008780     IF LNK-MODE-BATCH
008790             AND WS-SEQ-BLOCK-NEXT NOT = ZERO
008800             AND WS-SEQ-BLOCK-NEXT NOT > WS-SEQ-BLOCK-LAST
008810         MOVE WS-SEQ-BLOCK-NEXT TO WS-HIST-TRANS-SEQ
008820         MOVE WS-SEQ-BLOCK-NEXT TO WS-HIST-SEQ-CTR
008830         ADD 1 TO WS-SEQ-BLOCK-NEXT
008840         GO TO 2150-ASIGNAR-SECUENCIA-EXIT
008850     END-IF.
008860     PERFORM 2160-ABRIR-SEQ-CTL
008870         THRU 2160-ABRIR-SEQ-CTL-EXIT.
008880     MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE.
008890     READ SEQ-CTL-FILE
008900         INVALID KEY
008910             MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE
008920             MOVE WS-HIST-SEQ-CTR  TO SEQ-LAST-USED
008930             WRITE SEQ-CTL-REC
008940                 INVALID KEY
008950                     CONTINUE
008960             END-WRITE
008970     END-READ.
008980     IF LNK-MODE-BATCH
008990         ADD WS-SEQ-BLOCK-SIZE TO SEQ-LAST-USED
009000     ELSE
009010         ADD 1 TO SEQ-LAST-USED
009020     END-IF.
009030     REWRITE SEQ-CTL-REC
009040         INVALID KEY
009050             DISPLAY "Error: no se pudo regrabar el control "
009060                 "de secuencia; estado " WS-SEQ-STATUS
009070     END-REWRITE.
009080     IF LNK-MODE-BATCH
009090         COMPUTE WS-SEQ-BLOCK-NEXT
009100             = SEQ-LAST-USED - WS-SEQ-BLOCK-SIZE + 1
009110         MOVE SEQ-LAST-USED     TO WS-SEQ-BLOCK-LAST
009120         MOVE WS-SEQ-BLOCK-NEXT TO WS-HIST-TRANS-SEQ
009130         MOVE WS-SEQ-BLOCK-NEXT TO WS-HIST-SEQ-CTR
009140         ADD 1 TO WS-SEQ-BLOCK-NEXT
009150     ELSE
009160         MOVE SEQ-LAST-USED TO WS-HIST-TRANS-SEQ
009170         MOVE SEQ-LAST-USED TO WS-HIST-SEQ-CTR
009180     END-IF.
009190     CLOSE SEQ-CTL-FILE.
009200 2150-ASIGNAR-SECUENCIA-EXIT.
009210     EXIT.
009220*
009230******************************************************************
009240* 2160-ABRIR-SEQ-CTL - OPEN THE SEQUENCE-CONTROL FILE FOR
009250*                      UPDATE, CREATING IT ON FIRST USE AND
009260*                      RETRYING WITH AN OPERATOR MESSAGE WHILE
009270*                      ANOTHER SESSION HOLDS IT.
009280******************************************************************
009290 2160-ABRIR-SEQ-CTL.
009300     MOVE ZERO TO WS-OPEN-RETRY-CTR.
009310 2165-INTENTAR-SEQ-CTL.
009320     OPEN I-O SEQ-CTL-FILE.
009330     IF WS-SEQ-STATUS = "35"
009340         OPEN OUTPUT SEQ-CTL-FILE
009350         CLOSE SEQ-CTL-FILE
009360         OPEN I-O SEQ-CTL-FILE
009370     END-IF.
009380     IF WS-SEQ-STATUS NOT = "00"
009390         ADD 1 TO WS-OPEN-RETRY-CTR
009400         IF WS-OPEN-RETRY-CTR > 50
009410             DISPLAY "Error: el control de secuencia esta "
009420                 "retenido por otra sesion (estado "
009430                 WS-SEQ-STATUS "); fin del programa."
009440             MOVE 12 TO RETURN-CODE
009450             GOBACK
009460         END-IF
009470         DISPLAY "Aviso: control de secuencia retenido por "
009480             "otra sesion; reintentando."
009490         GO TO 2165-INTENTAR-SEQ-CTL
009500     END-IF.
009510 2160-ABRIR-SEQ-CTL-EXIT.
009520     EXIT.
009530*
009540******************************************************************
009550* 2200-WRITE-AUDIT-LOG - APPEND ONE RECORD TO THE SHARED AUDIT
009560*                        LOG FOR THE PERIOD JUST WORKED OUT.
009562*                        WRITTEN AFTER THE HISTORY ROW, SO IT
009564*                        CARRIES THE KEY THE ROW WAS ACTUALLY
009566*                        WRITTEN UNDER (ZERO WHEN THE WRITE FAILED
009568*                        ITS RETRIES).
009570******************************************************************
009580 2200-WRITE-AUDIT-LOG.
009590     MOVE SPACES             TO AUDIT-LOG-REC.
009600     PERFORM 2250-BUILD-TIMESTAMP
009610         THRU 2250-BUILD-TIMESTAMP-EXIT.
009620     MOVE "LOANAMRT"         TO AUD-PROGRAM-NAME.
009630     MOVE LNK-OPERATOR-ID    TO AUD-OPERATOR-ID.
009635     MOVE LNK-SESSION-ID     TO AUD-SESSION-ID.
009640     MOVE WS-LN-INTEREST     TO AUD-OPERAND-1.
009650     MOVE WS-LN-CUR-PAYMENT  TO AUD-OPERAND-2.
009660     MOVE "S"                TO AUD-OPERATION.
009670     MOVE WS-LN-PRIN-PART    TO AUD-RESULTADO.
009680     SET AUD-STATUS-OK       TO TRUE.
009690     MOVE WS-OUT-CURRENCY-CODE TO AUD-CURRENCY-CODE.
009700     MOVE WS-CUR-BATCH-ID    TO AUD-SOURCE-BATCH-ID.
009710     MOVE WS-CUR-SOURCE-REC  TO AUD-SOURCE-REC-NO.
009720     MOVE WS-CUR-ACCOUNT-CODE TO AUD-ACCOUNT-CODE.
009730     MOVE WS-CUR-BRANCH-ID   TO AUD-SOURCE-BRANCH.
009740     MOVE WS-OVERRIDE-ID     TO AUD-OVERRIDE-ID.
009741     IF WS-WRITE-RETRY-CTR > 5
009742         MOVE ZERO              TO AUD-HIST-RUN-DATE
009743         MOVE ZERO              TO AUD-HIST-TRANS-SEQ
009744     ELSE
009745         MOVE WS-HIST-RUN-DATE  TO AUD-HIST-RUN-DATE
009746         MOVE WS-HIST-TRANS-SEQ TO AUD-HIST-TRANS-SEQ
009747     END-IF.
009748     MOVE ZERO               TO AUD-LINK-DATE.
009749     MOVE ZERO               TO AUD-LINK-SEQ.
009750     WRITE AUDIT-LOG-REC.
009760 2200-WRITE-AUDIT-LOG-EXIT.
009770     EXIT.
009780*
009790******************************************************************
009800* 2250-BUILD-TIMESTAMP - FORMAT THE RUN DATE AND THE TIME OF DAY
009810*                        CAPTURED FOR THIS PERIOD INTO A
009820*                        DB2-STYLE TIMESTAMP FOR THE AUDIT LOG.
009830******************************************************************
009840 2250-BUILD-TIMESTAMP.
009850     MOVE WS-HIST-RUN-DATE(1:4)  TO WS-TS-YEAR.
009860     MOVE WS-HIST-RUN-DATE(5:2)  TO WS-TS-MONTH.
009870     MOVE WS-HIST-RUN-DATE(7:2)  TO WS-TS-DAY.
009880     MOVE WS-TIME-OF-DAY(1:2)    TO WS-TS-HOUR.
009890     MOVE WS-TIME-OF-DAY(3:2)    TO WS-TS-MINUTE.
009900     MOVE WS-TIME-OF-DAY(5:2)    TO WS-TS-SECOND.
009910     MOVE WS-TIME-OF-DAY(7:2)    TO WS-TS-HUNDREDTHS.
009920     STRING WS-TS-YEAR       DELIMITED BY SIZE
009930        "-"                 DELIMITED BY SIZE
009940        WS-TS-MONTH         DELIMITED BY SIZE
009950        "-"                 DELIMITED BY SIZE
009960        WS-TS-DAY           DELIMITED BY SIZE
009970        "-"                 DELIMITED BY SIZE
009980        WS-TS-HOUR          DELIMITED BY SIZE
009990        "."                 DELIMITED BY SIZE
010000        WS-TS-MINUTE        DELIMITED BY SIZE
010010        "."                 DELIMITED BY SIZE
010020        WS-TS-SECOND        DELIMITED BY SIZE
010030        "."                 DELIMITED BY SIZE
010040        WS-TS-HUNDREDTHS    DELIMITED BY SIZE
010050        "0000"              DELIMITED BY SIZE
010060        INTO AUD-TIMESTAMP
010070     END-STRING.
010080 2250-BUILD-TIMESTAMP-EXIT.
010090     EXIT.
010100*
010110******************************************************************
010120* 2300-WRITE-HISTORY - WRITE ONE ROW TO THE INDEXED HISTORY FILE
010130*                      FOR THE PERIOD JUST WORKED OUT, KEYED BY
010140*                      THE RUN DATE AND A MONOTONIC TRANSACTION
010150*                      SEQUENCE NUMBER.
010160******************************************************************
010170 2300-WRITE-HISTORY.
010180     MOVE SPACES             TO HIST-REC.
010190     MOVE WS-HIST-RUN-DATE   TO HIST-RUN-DATE.
010200     MOVE WS-HIST-TRANS-SEQ  TO HIST-TRANS-SEQ.
010210     MOVE "LOANAMRT"         TO HIST-PROGRAM-NAME.
010220     MOVE LNK-OPERATOR-ID    TO HIST-OPERATOR-ID.
010225     MOVE LNK-SESSION-ID     TO HIST-SESSION-ID.
010230     MOVE WS-LN-INTEREST     TO HIST-OPERAND-1.
010240     MOVE WS-LN-CUR-PAYMENT  TO HIST-OPERAND-2.
010250     MOVE "S"                TO HIST-OPERATION.
010260     MOVE WS-LN-PRIN-PART    TO HIST-RESULTADO.
010270     MOVE WS-OUT-CURRENCY-CODE TO HIST-CURRENCY-CODE.
010280     MOVE WS-CUR-BATCH-ID    TO HIST-SOURCE-BATCH-ID.
010290     MOVE WS-CUR-SOURCE-REC  TO HIST-SOURCE-REC-NO.
010300     MOVE WS-CUR-ACCOUNT-CODE TO HIST-ACCOUNT-CODE.
010310     MOVE WS-CUR-BRANCH-ID   TO HIST-SOURCE-BRANCH.
010320     SET HIST-STATUS-OK      TO TRUE.
010330     MOVE ZERO TO WS-WRITE-RETRY-CTR.
010340 2350-INTENTAR-HISTORIAL.
010350     WRITE HIST-REC
010360         INVALID KEY
010370             ADD 1 TO WS-WRITE-RETRY-CTR
010380             IF WS-WRITE-RETRY-CTR NOT > 5
010390                 DISPLAY "Aviso: clave de historial en uso "
010400                     "(estado " WS-HIST-STATUS "); se asigna "
010410                     "otra secuencia y se reintenta."
010420                 PERFORM 2150-ASIGNAR-SECUENCIA
010430                     THRU 2150-ASIGNAR-SECUENCIA-EXIT
010440                 MOVE WS-HIST-TRANS-SEQ TO HIST-TRANS-SEQ
010450                 GO TO 2350-INTENTAR-HISTORIAL
010460             ELSE
010470                 DISPLAY "Error: no se pudo grabar el registro "
010480                     "de historial tras varios reintentos; "
010490                     "estado " WS-HIST-STATUS
010500                 SET WS-ANY-ERROR TO TRUE
010510             END-IF
010520     END-WRITE.
010530 2300-WRITE-HISTORY-EXIT.
010540     EXIT.
010550*
010560******************************************************************
010570* 2430-REDONDEAR-IMPORTE - ROUND THE UNROUNDED FIGURE IN
010580*                          WS-LN-RAW TO THE LOAN CURRENCY'S
010590*                          DECIMAL PLACES (WS-CURR-DP) INTO
010600*                          WS-LN-AMOUNT, STRAIGHT FROM THE
010610*                          FULL-PRECISION VALUE SO NO FIGURE IS
010620*                          ROUNDED TWICE. AN AMOUNT TOO LARGE
010630*                          FOR THE FIELD SETS WS-SIZE-ERROR.
010640******************************************************************
010650 2430-REDONDEAR-IMPORTE.
010660     IF WS-CURR-DP = 0
010670         COMPUTE WS-DP-ENTERO ROUNDED = WS-LN-RAW
010680         COMPUTE WS-LN-AMOUNT = WS-DP-ENTERO
010690             ON SIZE ERROR
010700                 SET WS-SIZE-ERROR TO TRUE
010710         END-COMPUTE
010720         GO TO 2430-REDONDEAR-IMPORTE-EXIT
010730     END-IF.
010740     IF WS-CURR-DP = 1
010750         COMPUTE WS-DP-ENTERO ROUNDED = WS-LN-RAW * 10
010760         COMPUTE WS-LN-AMOUNT = WS-DP-ENTERO / 10
010770             ON SIZE ERROR
010780                 SET WS-SIZE-ERROR TO TRUE
010790         END-COMPUTE
010800         GO TO 2430-REDONDEAR-IMPORTE-EXIT
010810     END-IF.
010820     COMPUTE WS-LN-AMOUNT ROUNDED = WS-LN-RAW
010830         ON SIZE ERROR
010840             SET WS-SIZE-ERROR TO TRUE
010850     END-COMPUTE.
010860 2430-REDONDEAR-IMPORTE-EXIT.
010870     EXIT.
010880*
010890******************************************************************
010900* 2440-BUSCAR-DECIMALES - SET WS-CURR-DP TO THE DECIMAL PLACES
010910*                         ON THE LOAN CURRENCY'S LATEST RATE
010920*                         MASTER ROW; 2 WHEN THE MASTER IS
010930*                         UNAVAILABLE, THE CURRENCY UNKNOWN OR
010940*                         THE ROW PREDATES THE ATTRIBUTE.
010950******************************************************************
010960 2440-BUSCAR-DECIMALES.
010970     MOVE 2 TO WS-CURR-DP.
010980     IF NOT WS-RATE-FILE-OPEN
010990         GO TO 2440-BUSCAR-DECIMALES-EXIT
011000     END-IF.
011010     MOVE WS-OUT-CURRENCY-CODE TO RATE-CURRENCY-CODE.
011020     MOVE 99999999             TO RATE-EFF-DATE.
011030     START RATE-MASTER-FILE KEY IS NOT GREATER THAN RATE-KEY
011040         INVALID KEY
011050             CONTINUE
011060     END-START.
011070     IF WS-RATE-STATUS = "00"
011080         READ RATE-MASTER-FILE NEXT RECORD
011090             AT END
011100                 CONTINUE
011110             NOT AT END
011120                 IF RATE-CURRENCY-CODE = WS-OUT-CURRENCY-CODE
011130                         AND RATE-DECIMAL-PLACES NUMERIC
011140                         AND RATE-DECIMAL-PLACES NOT > 2
011150                     MOVE RATE-DECIMAL-PLACES TO WS-CURR-DP
011160                 END-IF
011170         END-READ
011180     END-IF.
011190 2440-BUSCAR-DECIMALES-EXIT.
011200     EXIT.
011210*
011220******************************************************************
011230* 2700-VERIFICAR-LOTE-REGISTRO - SET WS-BREG-DUP WHEN THE BATCH
011240*                                IN WS-CUR-BATCH-ID IS ALREADY
011250*                                ON THE PROCESSED-BATCH REGISTER
011260*                                FOR THIS PROGRAM. AN UNOPENABLE
011270*                                REGISTER SKIPS THE CHECK.
011280******************************************************************
011290 2700-VERIFICAR-LOTE-REGISTRO.
011300     MOVE "N" TO WS-BREG-DUP-SW.
011310     IF WS-CUR-BATCH-ID = SPACES
011320             OR NOT WS-BREG-FILE-OPEN
011330         GO TO 2700-VERIFICAR-LOTE-REGISTRO-EXIT
011340     END-IF.
011350     MOVE WS-CUR-BATCH-ID TO BREG-BATCH-ID.
011360     MOVE "LOANAMRT"      TO BREG-PROGRAM.
011370     READ BAT-REG-FILE
011380         INVALID KEY
011390             CONTINUE
011400         NOT INVALID KEY
011410             SET WS-BREG-DUP TO TRUE
011420             DISPLAY "Error: el lote " WS-CUR-BATCH-ID
011430                 " ya fue procesado el dia " BREG-BUS-DATE
011440                 "; lote rechazado."
011450     END-READ.
011460 2700-VERIFICAR-LOTE-REGISTRO-EXIT.
011470     EXIT.
011480*
011490******************************************************************
011500* 2750-VERIFICAR-HASH-REGISTRO - SET WS-BREG-DUP WHEN A BATCH
011510*                                WITH A DIFFERENT ID BUT EXACTLY
011520*                                THE HASH TOTAL IN WS-CHECK-HASH
011530*                                IS ALREADY REGISTERED FOR THIS
011540*                                PROGRAM (THE SAME FILE RESENT
011550*                                UNDER A FRESH BATCH ID).
011560******************************************************************
011570 2750-VERIFICAR-HASH-REGISTRO.
011580     MOVE "N" TO WS-BREG-DUP-SW.
011590     IF NOT WS-BREG-FILE-OPEN
011600         GO TO 2750-VERIFICAR-HASH-REGISTRO-EXIT
011610     END-IF.
011620     MOVE "N" TO WS-BREG-EOF-SW.
011630     MOVE LOW-VALUES TO BREG-KEY.
011640     START BAT-REG-FILE KEY IS NOT LESS THAN BREG-KEY
011650         INVALID KEY
011660             SET WS-BREG-SCAN-EOF TO TRUE
011670     END-START.
011680     PERFORM 2760-EXPLORAR-REGISTRO
011690         THRU 2760-EXPLORAR-REGISTRO-EXIT
011700         UNTIL WS-BREG-DUP OR WS-BREG-SCAN-EOF.
011710 2750-VERIFICAR-HASH-REGISTRO-EXIT.
011720     EXIT.
011730*
011740 2760-EXPLORAR-REGISTRO.
011750     READ BAT-REG-FILE NEXT RECORD
011760         AT END
011770             SET WS-BREG-SCAN-EOF TO TRUE
011780     END-READ.
011790     IF NOT WS-BREG-SCAN-EOF
011800             AND BREG-PROGRAM = "LOANAMRT"
011810             AND BREG-SOURCE-FILE = "LOANTRAN"
011820             AND BREG-HASH-TOTAL = WS-CHECK-HASH
011830             AND BREG-BATCH-ID NOT = WS-CUR-BATCH-ID
011840         SET WS-BREG-DUP TO TRUE
011850         DISPLAY "Error: el lote " WS-CUR-BATCH-ID
011860             " repite el total de control del lote "
011870             BREG-BATCH-ID " del dia " BREG-BUS-DATE
011880             "; lote rechazado."
011890     END-IF.
011900 2760-EXPLORAR-REGISTRO-EXIT.
011910     EXIT.
011920*
011930******************************************************************
011940* 2770-REGISTRAR-LOTE - RECORD THE BATCH JUST CONSUMED ON THE
011950*                       PROCESSED-BATCH REGISTER. A DUPLICATE
011960*                       KEY AT WRITE TIME (A CONCURRENT RUN GOT
011970*                       THERE FIRST) IS TREATED AS A DUPLICATE
011980*                       BATCH.
011990******************************************************************
012000 2770-REGISTRAR-LOTE.
012010     IF WS-CUR-BATCH-ID = SPACES
012020             OR NOT WS-BREG-FILE-OPEN
012030         GO TO 2770-REGISTRAR-LOTE-EXIT
012040     END-IF.
012050     MOVE SPACES           TO BREG-REC.
012060     MOVE WS-CUR-BATCH-ID  TO BREG-BATCH-ID.
012070     MOVE "LOANAMRT"       TO BREG-PROGRAM.
012080     MOVE WS-CUR-BRANCH-ID TO BREG-BRANCH-ID.
012090     MOVE WS-HIST-RUN-DATE TO BREG-BUS-DATE.
012100     MOVE WS-CHECK-HASH    TO BREG-HASH-TOTAL.
012110     MOVE "LOANTRAN"       TO BREG-SOURCE-FILE.
012120     WRITE BREG-REC
012130         INVALID KEY
012140             SET WS-BREG-DUP TO TRUE
012150             SET WS-BATCH-OOB TO TRUE
012160             SET WS-ANY-ERROR TO TRUE
012170             DISPLAY "Error: el lote " WS-CUR-BATCH-ID
012180                 " ya estaba registrado; lote rechazado."
012190     END-WRITE.
012200 2770-REGISTRAR-LOTE-EXIT.
012210     EXIT.
012220*
012230******************************************************************
012240* 2850-VERIFICAR-LIMITE - SET WS-LIMIT-EXCEEDED WHEN THE
012250*                         PRINCIPAL IN WS-LIM-OP1 EXCEEDS THE
012260*                         OPERATOR'S AMOUNT LIMIT. AN
012270*                         INTERACTIVE SESSION MAY CLEAR THE
012280*                         CONDITION WITH A LEVEL-3 SUPERVISOR
012290*                         OVERRIDE, WHICH IS STAMPED INTO EVERY
012300*                         AUDIT RECORD OF THE SCHEDULE; A BATCH
012310*                         REQUEST OVER THE LIMIT IS REJECTED.
012320******************************************************************
012330 2850-VERIFICAR-LIMITE.
012340     MOVE "N" TO WS-LIMIT-EXCEEDED-SW.
012350     MOVE SPACES TO WS-OVERRIDE-ID.
012360     IF WS-OPER-LIMIT = ZERO
012370         GO TO 2850-VERIFICAR-LIMITE-EXIT
012380     END-IF.
012390     IF WS-LIM-OP1 < ZERO
012400         COMPUTE WS-ABS-OPERAND = ZERO - WS-LIM-OP1
012410     ELSE
012420         MOVE WS-LIM-OP1 TO WS-ABS-OPERAND
012430     END-IF.
012440     IF WS-ABS-OPERAND > WS-OPER-LIMIT
012450         SET WS-LIMIT-EXCEEDED TO TRUE
012460     END-IF.
012470     IF WS-LIMIT-EXCEEDED AND LNK-MODE-INTERACTIVE
012480         PERFORM 2860-PEDIR-AUTORIZACION
012490             THRU 2860-PEDIR-AUTORIZACION-EXIT
012500     END-IF.
012510 2850-VERIFICAR-LIMITE-EXIT.
012520     EXIT.
012530*
012540******************************************************************
012550* 2860-PEDIR-AUTORIZACION - ASK FOR A LEVEL-3 SUPERVISOR ID TO
012560*                           AUTHORIZE THE OVER-LIMIT AMOUNT. A
012570*                           VALID, ACTIVE LEVEL-3 ID CLEARS
012580*                           WS-LIMIT-EXCEEDED AND IS KEPT IN
012590*                           WS-OVERRIDE-ID FOR THE AUDIT RECORD.
012600******************************************************************
012610 2860-PEDIR-AUTORIZACION.
012620     IF NOT WS-OPER-FILE-OPEN
012630         GO TO 2860-PEDIR-AUTORIZACION-EXIT
012640     END-IF.
012650     DISPLAY "El importe excede su limite autorizado. "
012660         "Identificacion de un supervisor nivel 3 "
012670         "(ENTER=cancelar): ".
012680     ACCEPT WS-OVERRIDE-ENT.
012690     IF WS-OVERRIDE-ENT = SPACES
012700         DISPLAY "Sin autorizacion; cuadro omitido."
012710         GO TO 2860-PEDIR-AUTORIZACION-EXIT
012720     END-IF.
012730     MOVE WS-OVERRIDE-ENT TO OPER-ID.
012740     READ OPER-MASTER-FILE
012750         INVALID KEY
012760             DISPLAY "Supervisor no registrado; cuadro "
012770                 "omitido."
012780             GO TO 2860-PEDIR-AUTORIZACION-EXIT
012790     END-READ.
012800     IF OPER-ACTIVE AND OPER-AUTH-LEVEL = 3
012810         MOVE WS-OVERRIDE-ENT TO WS-OVERRIDE-ID
012820         MOVE "N" TO WS-LIMIT-EXCEEDED-SW
012830         DISPLAY "Autorizado por " OPER-NAME "."
012840     ELSE
012850         DISPLAY "El operador no es un supervisor activo de "
012860             "nivel 3; cuadro omitido."
012870     END-IF.
012880 2860-PEDIR-AUTORIZACION-EXIT.
012890     EXIT.
012900*
012910******************************************************************
012920* 2900-WRITE-PAGE-HEADING - START A NEW REPORT PAGE: BUMP THE
012930*                           PAGE COUNT, PRINT THE TITLE AND,
012940*                           INSIDE A SCHEDULE, ITS REQUEST LINE
012950*                           AND COLUMN HEADINGS AGAIN, AND RESET
012960*                           THE LINE COUNT.
012970******************************************************************
012980 2900-WRITE-PAGE-HEADING.
012990     ADD 1 TO WS-PAGE-CNT.
013000     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
013010     IF WS-PAGE-CNT > 1
013020         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
013030     END-IF.
013040     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
013050     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
013060     MOVE ZERO TO WS-LINE-CNT.
013070     IF WS-IN-SCHEDULE
013080         WRITE REPORT-OUT-REC FROM RPT-LOAN-ID-REC
013090         WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC
013100         MOVE 2 TO WS-LINE-CNT
013110     END-IF.
013120 2900-WRITE-PAGE-HEADING-EXIT.
013130     EXIT.
013140*
013150******************************************************************
013160* 2950-PUNTO-DE-CONTROL - AFTER EACH REQUEST, WRITE THE
013170*                         CHECKPOINT (BATCH ID AND LAST REQUEST
013180*                         NUMBER SCHEDULED OR REJECTED) SO A
013190*                         FAILED RUN CAN RESUME INSTEAD OF
013200*                         POSTING A SCHEDULE TWICE. A CHECKPOINT
013210*                         LEFT BY ANOTHER BATCH IS NOT TOUCHED.
013220******************************************************************
013230 2950-PUNTO-DE-CONTROL.
013240     IF WS-CKPT-BATCH-ID NOT = SPACES
013250             AND WS-CKPT-BATCH-ID NOT = WS-CUR-BATCH-ID
013260         GO TO 2950-PUNTO-DE-CONTROL-EXIT
013270     END-IF.
013280     MOVE WS-CUR-BATCH-ID   TO CKPT-BATCH-ID.
013290     MOVE WS-BAT-DETAIL-CNT TO CKPT-REC-NO.
013300     OPEN OUTPUT CKPT-FILE.
013310     WRITE CKPT-REC.
013320     CLOSE CKPT-FILE.
013330 2950-PUNTO-DE-CONTROL-EXIT.
013340     EXIT.
013350*
013360******************************************************************
013370* 2960-BORRAR-PUNTO-DE-CONTROL - CLEAR THE CHECKPOINT AFTER A
013380*                                RUN THAT CONSUMED ITS WHOLE
013390*                                BATCH. A HELD RUN KEEPS ITS
013400*                                CHECKPOINT FOR THE CORRECTED
013410*                                RERUN, AND A CHECKPOINT NAMING
013420*                                ANOTHER BATCH IS NEVER CLEARED.
013430******************************************************************
013440 2960-BORRAR-PUNTO-DE-CONTROL.
013450     IF WS-CKPT-BATCH-ID NOT = SPACES
013460             AND WS-CKPT-BATCH-ID NOT = WS-CUR-BATCH-ID
013470         GO TO 2960-BORRAR-PUNTO-DE-CONTROL-EXIT
013480     END-IF.
013490     MOVE SPACES TO CKPT-BATCH-ID.
013500     MOVE ZERO   TO CKPT-REC-NO.
013510     OPEN OUTPUT CKPT-FILE.
013520     WRITE CKPT-REC.
013530     CLOSE CKPT-FILE.
013540 2960-BORRAR-PUNTO-DE-CONTROL-EXIT.
013550     EXIT.
013560*
013570******************************************************************
013580* 3000-PROCESAR-SOLICITUD - BATCH: SCHEDULE (OR REJECT) THE
013590*                           REQUEST JUST READ, CHECKPOINT, AND
013600*                           READ THE NEXT ONE.
013610******************************************************************
013620 3000-PROCESAR-SOLICITUD.
013630     ADD 1 TO WS-REQUEST-CNT.
013640     PERFORM 4000-VALIDAR-PRESTAMO
013650         THRU 4000-VALIDAR-PRESTAMO-EXIT.
013660     IF WS-LN-REJECTED
013670         ADD 1 TO WS-REJECT-CNT
013680         SET WS-ANY-ERROR TO TRUE
013690         PERFORM 4700-ESCRIBIR-RECHAZO
013700             THRU 4700-ESCRIBIR-RECHAZO-EXIT
013710     ELSE
013720         PERFORM 4500-ESCRIBIR-CABECERA-CUADRO
013730             THRU 4500-ESCRIBIR-CABECERA-CUADRO-EXIT
013740         PERFORM 4200-GENERAR-CUADRO
013750             THRU 4200-GENERAR-CUADRO-EXIT
013760         PERFORM 4600-ESCRIBIR-TOTAL-CUADRO
013770             THRU 4600-ESCRIBIR-TOTAL-CUADRO-EXIT
013780         ADD 1 TO WS-SCHED-CNT
013790     END-IF.
013800     PERFORM 2950-PUNTO-DE-CONTROL
013810         THRU 2950-PUNTO-DE-CONTROL-EXIT.
013820     PERFORM 3100-READ-LOAN
013830         THRU 3100-READ-LOAN-EXIT.
013840 3000-PROCESAR-SOLICITUD-EXIT.
013850     EXIT.
013860*
013870******************************************************************
013880* 3100-READ-LOAN - READ THE NEXT LOAN REQUEST, CONSUMING THE
013890*                  BATCH HEADER AND TRAILER CONTROL RECORDS ON
013900*                  THE WAY AND VERIFYING THE TRAILER'S COUNT AND
013910*                  HASH TOTAL AGAINST THE DETAILS ACTUALLY READ.
013920******************************************************************
013930 3100-READ-LOAN.
013940     READ LOAN-IN-FILE
013950         AT END
013960             SET WS-EOF TO TRUE
013970     END-READ.
013980     IF WS-EOF
013990         IF NOT WS-BAT-TRAILER-SEEN
014000             DISPLAY "Error: el lote LOANTRAN termina sin "
014010                 "registro de cierre; transmision truncada."
014020             SET WS-BATCH-OOB TO TRUE
014030             SET WS-ANY-ERROR TO TRUE
014040         END-IF
014050         GO TO 3100-READ-LOAN-EXIT
014060     END-IF.
014070     IF BAT-HEADER
014080         MOVE BAT-BATCH-ID TO WS-CUR-BATCH-ID
014090         MOVE BAT-BATCH-ID TO RPH-BATCH-ID
014100         MOVE BAT-BRANCH-ID TO WS-CUR-BRANCH-ID
014110         PERFORM 2700-VERIFICAR-LOTE-REGISTRO
014120             THRU 2700-VERIFICAR-LOTE-REGISTRO-EXIT
014130         IF WS-BREG-DUP
014140             SET WS-BATCH-OOB TO TRUE
014150             SET WS-ANY-ERROR TO TRUE
014160             SET WS-EOF TO TRUE
014170             GO TO 3100-READ-LOAN-EXIT
014180         END-IF
014190         IF WS-CKPT-BATCH-ID NOT = SPACES
014200                 AND WS-CUR-BATCH-ID = WS-CKPT-BATCH-ID
014210             SET WS-CKPT-RESUME TO TRUE
014220             DISPLAY "Aviso: reanudando el lote "
014230                 WS-CUR-BATCH-ID " tras el punto de control; "
014240                 "se omiten las primeras " WS-CKPT-REC-NO
014250                 " solicitudes ya procesadas."
014260         END-IF
014270         IF WS-CKPT-BATCH-ID NOT = SPACES
014280                 AND WS-CUR-BATCH-ID NOT = WS-CKPT-BATCH-ID
014290             DISPLAY "Aviso: hay un punto de control pendiente "
014300                 "del lote " WS-CKPT-BATCH-ID "; se conserva "
014310                 "para su reproceso y no se toca en esta "
014320                 "corrida."
014330         END-IF
014340         GO TO 3100-READ-LOAN
014350     END-IF.
014360     IF BAT-TRAILER
014370         SET WS-BAT-TRAILER-SEEN TO TRUE
014380         IF BAT-EXPECT-CNT NOT = WS-BAT-DETAIL-CNT
014390                 OR BAT-HASH-TOTAL NOT = WS-BAT-HASH
014400             DISPLAY "Error: lote LOANTRAN descuadrado; "
014410                 "esperados " BAT-EXPECT-CNT " leidos "
014420                 WS-BAT-DETAIL-CNT "."
014430             SET WS-BATCH-OOB TO TRUE
014440             SET WS-ANY-ERROR TO TRUE
014450         END-IF
014460         IF NOT WS-BATCH-OOB
014470             MOVE WS-BAT-HASH TO WS-CHECK-HASH
014480             PERFORM 2750-VERIFICAR-HASH-REGISTRO
014490                 THRU 2750-VERIFICAR-HASH-REGISTRO-EXIT
014500             IF WS-BREG-DUP
014510                 SET WS-BATCH-OOB TO TRUE
014520                 SET WS-ANY-ERROR TO TRUE
014530             ELSE
014540                 PERFORM 2770-REGISTRAR-LOTE
014550                     THRU 2770-REGISTRAR-LOTE-EXIT
014560             END-IF
014570         END-IF
014580         GO TO 3100-READ-LOAN
014590     END-IF.
014600     ADD 1 TO WS-BAT-DETAIL-CNT.
014610     MOVE "N" TO WS-LN-BAD-DATA-SW.
014620     IF LN-PRINCIPAL NUMERIC AND LN-ANNUAL-RATE NUMERIC
014630             AND LN-TERM NUMERIC
014640         ADD LN-PRINCIPAL   TO WS-BAT-HASH
014650         ADD LN-ANNUAL-RATE TO WS-BAT-HASH
014660         MOVE LN-PRINCIPAL   TO WS-LN-PRINCIPAL
014670         MOVE LN-ANNUAL-RATE TO WS-LN-RATE
014680         MOVE LN-TERM        TO WS-LN-TERM
014690     ELSE
014700         SET WS-LN-BAD-DATA TO TRUE
014710         MOVE ZERO TO WS-LN-PRINCIPAL
014720         MOVE ZERO TO WS-LN-RATE
014730         MOVE ZERO TO WS-LN-TERM
014740     END-IF.
014750     IF WS-CKPT-RESUME
014760             AND WS-BAT-DETAIL-CNT NOT > WS-CKPT-REC-NO
014770         GO TO 3100-READ-LOAN
014780     END-IF.
014790     MOVE LN-FREQUENCY    TO WS-LN-FREQUENCY.
014800     MOVE LN-ACCOUNT-CODE TO WS-CUR-ACCOUNT-CODE.
014810     IF LN-SOURCE-REC-NO NUMERIC AND LN-SOURCE-REC-NO > ZERO
014820         MOVE LN-SOURCE-REC-NO TO WS-CUR-SOURCE-REC
014830     ELSE
014840         MOVE WS-BAT-DETAIL-CNT TO WS-CUR-SOURCE-REC
014850     END-IF.
014860     IF LN-CURRENCY-CODE = SPACES
014870         MOVE "USD" TO WS-OUT-CURRENCY-CODE
014880     ELSE
014890         MOVE LN-CURRENCY-CODE TO WS-OUT-CURRENCY-CODE
014900     END-IF.
014910 3100-READ-LOAN-EXIT.
014920     EXIT.
014930*
014940******************************************************************
014950* 4000-VALIDAR-PRESTAMO - CHECK THE LOAN IN WS-LN-PRINCIPAL/
014960*                         -RATE/-TERM/-FREQUENCY, LOOK UP THE
014970*                         CURRENCY'S DECIMAL PLACES, WORK OUT
014980*                         THE LEVEL PAYMENT AND APPLY THE
014990*                         OPERATOR'S AMOUNT LIMIT TO THE
015000*                         PRINCIPAL. ANY FAILURE SETS
015010*                         WS-LN-REJECTED THROUGH 4050.
015020******************************************************************
015030 4000-VALIDAR-PRESTAMO.
015040     MOVE "N" TO WS-LN-REJECT-SW.
015050     MOVE SPACES TO WS-OVERRIDE-ID.
015060     SET WS-SIZE-ERROR-OFF TO TRUE.
015070     IF WS-LN-BAD-DATA
015080         MOVE 1 TO WS-LN-REJECT-CODE
015090         GO TO 4050-RECHAZAR
015100     END-IF.
015110     IF WS-LN-PRINCIPAL NOT > ZERO
015120         MOVE 2 TO WS-LN-REJECT-CODE
015130         GO TO 4050-RECHAZAR
015140     END-IF.
015150     IF WS-LN-TERM = ZERO
015160         MOVE 3 TO WS-LN-REJECT-CODE
015170         GO TO 4050-RECHAZAR
015180     END-IF.
015190     EVALUATE WS-LN-FREQUENCY
015200         WHEN "M"
015210             MOVE 12 TO WS-LN-PER-YEAR
015220         WHEN "Q"
015230             MOVE 4  TO WS-LN-PER-YEAR
015240         WHEN "S"
015250             MOVE 2  TO WS-LN-PER-YEAR
015260         WHEN "A"
015270             MOVE 1  TO WS-LN-PER-YEAR
015280         WHEN OTHER
015290             MOVE 4 TO WS-LN-REJECT-CODE
015300             GO TO 4050-RECHAZAR
015310     END-EVALUATE.
015320     PERFORM 2440-BUSCAR-DECIMALES
015330         THRU 2440-BUSCAR-DECIMALES-EXIT.
015340     MOVE WS-LN-PRINCIPAL TO WS-LN-RAW.
015350     PERFORM 2430-REDONDEAR-IMPORTE
015360         THRU 2430-REDONDEAR-IMPORTE-EXIT.
015370     IF WS-LN-AMOUNT NOT = WS-LN-PRINCIPAL
015380         MOVE 5 TO WS-LN-REJECT-CODE
015390         GO TO 4050-RECHAZAR
015400     END-IF.
015410     PERFORM 4100-CALCULAR-CUOTA
015420         THRU 4100-CALCULAR-CUOTA-EXIT.
015430     IF WS-SIZE-ERROR
015440         MOVE 6 TO WS-LN-REJECT-CODE
015450         GO TO 4050-RECHAZAR
015460     END-IF.
015470     IF WS-LN-PAYMENT NOT > ZERO
015480         MOVE 7 TO WS-LN-REJECT-CODE
015490         GO TO 4050-RECHAZAR
015500     END-IF.
015510     MOVE WS-LN-PRINCIPAL TO WS-LIM-OP1.
015520     PERFORM 2850-VERIFICAR-LIMITE
015530         THRU 2850-VERIFICAR-LIMITE-EXIT.
015540     IF WS-LIMIT-EXCEEDED
015550         MOVE 8 TO WS-LN-REJECT-CODE
015560         GO TO 4050-RECHAZAR
015570     END-IF.
015580     GO TO 4000-VALIDAR-PRESTAMO-EXIT.
015590*
015600* 4050-RECHAZAR - MARK THE LOAN REJECTED, SET THE REPORT REASON
015610* FOR THE CODE IN WS-LN-REJECT-CODE AND TELL THE OPERATOR.
015620*
015630 4050-RECHAZAR.
015640     SET WS-LN-REJECTED TO TRUE.
015650     EVALUATE WS-LN-REJECT-CODE
015660         WHEN 1
015670             MOVE "PRINCIPAL, RATE OR TERM NOT NUMERIC"
015680                 TO WS-LN-REJECT-TEXT
015690             DISPLAY "Error: importe, tasa o plazo no "
015700                 "numerico; solicitud rechazada."
015710         WHEN 2
015720             MOVE "PRINCIPAL NOT POSITIVE"
015730                 TO WS-LN-REJECT-TEXT
015740             DISPLAY "Error: el importe del prestamo no es "
015750                 "positivo; solicitud rechazada."
015760         WHEN 3
015770             MOVE "TERM IS ZERO" TO WS-LN-REJECT-TEXT
015780             DISPLAY "Error: plazo en cero; solicitud "
015790                 "rechazada."
015800         WHEN 4
015810             MOVE "FREQUENCY NOT M, Q, S OR A"
015820                 TO WS-LN-REJECT-TEXT
015830             DISPLAY "Error: frecuencia de pago "
015840                 WS-LN-FREQUENCY " no valida; solicitud "
015850                 "rechazada."
015860         WHEN 5
015870             MOVE "PRINCIPAL HAS MORE DECIMALS THAN CURRENCY"
015880                 TO WS-LN-REJECT-TEXT
015890             DISPLAY "Error: el importe tiene mas decimales "
015900                 "que la moneda " WS-OUT-CURRENCY-CODE
015910                 "; solicitud rechazada."
015920         WHEN 6
015930             MOVE "PAYMENT OVERFLOW - RATE OR TERM TOO LARGE"
015940                 TO WS-LN-REJECT-TEXT
015950             DISPLAY "Error: desbordamiento al calcular la "
015960                 "cuota; tasa o plazo fuera de rango."
015970         WHEN 7
015980             MOVE "PAYMENT ROUNDS TO ZERO"
015990                 TO WS-LN-REJECT-TEXT
016000             DISPLAY "Error: la cuota redondeada es cero; "
016010                 "solicitud rechazada."
016020         WHEN OTHER
016030             MOVE "PRINCIPAL OVER OPERATOR AMOUNT LIMIT"
016040                 TO WS-LN-REJECT-TEXT
016050             DISPLAY "Error: el importe excede el limite del "
016060                 "operador " LNK-OPERATOR-ID "; solicitud "
016070                 "rechazada."
016080     END-EVALUATE.
016090 4000-VALIDAR-PRESTAMO-EXIT.
016100     EXIT.
016110*
016120******************************************************************
016130* 4100-CALCULAR-CUOTA - WORK OUT THE PERIODIC RATE (ANNUAL RATE
016140*                       / 100 / PERIODS A YEAR) AND THE LEVEL
016150*                       PAYMENT P * R * F / (F - 1), WHERE F IS
016160*                       (1 + R) ** N, ROUNDED ONCE TO THE
016170*                       CURRENCY'S DECIMAL PLACES. A ZERO RATE
016180*                       REPAYS THE PRINCIPAL IN EQUAL PARTS. AN
016190*                       OVERFLOW SETS WS-SIZE-ERROR.
016200******************************************************************
016210 4100-CALCULAR-CUOTA.
016220     COMPUTE WS-LN-PERIOD-RATE ROUNDED
016230         = WS-LN-RATE / 100 / WS-LN-PER-YEAR.
016240     MOVE ZERO TO WS-LN-FACTOR.
016250     IF WS-LN-PERIOD-RATE > ZERO
016260         COMPUTE WS-LN-FACTOR ROUNDED
016270             = (1 + WS-LN-PERIOD-RATE) ** WS-LN-TERM
016280             ON SIZE ERROR
016290                 SET WS-SIZE-ERROR TO TRUE
016300         END-COMPUTE
016310     END-IF.
016320     IF WS-SIZE-ERROR
016330         GO TO 4100-CALCULAR-CUOTA-EXIT
016340     END-IF.
016350     IF WS-LN-FACTOR > 1
016360         COMPUTE WS-LN-RAW = WS-LN-PRINCIPAL * WS-LN-PERIOD-RATE
016370             * WS-LN-FACTOR / (WS-LN-FACTOR - 1)
016380             ON SIZE ERROR
016390                 SET WS-SIZE-ERROR TO TRUE
016400         END-COMPUTE
016410     ELSE
016420         COMPUTE WS-LN-RAW = WS-LN-PRINCIPAL / WS-LN-TERM
016430     END-IF.
016440     IF WS-SIZE-ERROR
016450         GO TO 4100-CALCULAR-CUOTA-EXIT
016460     END-IF.
016470     PERFORM 2430-REDONDEAR-IMPORTE
016480         THRU 2430-REDONDEAR-IMPORTE-EXIT.
016490     MOVE WS-LN-AMOUNT TO WS-LN-PAYMENT.
016500 4100-CALCULAR-CUOTA-EXIT.
016510     EXIT.
016520*
016530******************************************************************
016540* 4200-GENERAR-CUADRO - WORK OUT, SHOW AND POST EVERY PERIOD OF
016550*                       THE SCHEDULE, STARTING FROM THE FULL
016560*                       PRINCIPAL.
016570******************************************************************
016580 4200-GENERAR-CUADRO.
016590     MOVE WS-LN-PRINCIPAL TO WS-LN-BALANCE.
016600     MOVE ZERO TO WS-LN-PERIOD.
016610     MOVE ZERO TO WS-LN-TOT-PAYMENT.
016620     MOVE ZERO TO WS-LN-TOT-INTEREST.
016630     MOVE ZERO TO WS-LN-TOT-PRINCIPAL.
016640     MOVE "N" TO WS-LN-LAST-SW.
016650     PERFORM 4300-CALCULAR-PERIODO
016660         THRU 4300-CALCULAR-PERIODO-EXIT
016670         UNTIL WS-LN-LAST.
016680 4200-GENERAR-CUADRO-EXIT.
016690     EXIT.
016700*
016710******************************************************************
016720* 4300-CALCULAR-PERIODO - ONE PERIOD: INTEREST ON THE OPENING
016730*                         BALANCE, ROUNDED; PRINCIPAL = PAYMENT
016740*                         - INTEREST. THE LAST PERIOD (OR ONE
016750*                         WHOSE PRINCIPAL WOULD REACH THE
016760*                         BALANCE) REPAYS THE WHOLE REMAINING
016770*                         BALANCE AND ITS PAYMENT IS ADJUSTED
016780*                         TO MATCH, SO THE SCHEDULE ENDS AT
016790*                         EXACTLY ZERO. THE PERIOD IS THEN
016800*                         POSTED TO THE AUDIT LOG AND HISTORY.
016810******************************************************************
016820 4300-CALCULAR-PERIODO.
016830     ADD 1 TO WS-LN-PERIOD.
016840     COMPUTE WS-LN-RAW = WS-LN-BALANCE * WS-LN-PERIOD-RATE.
016850     PERFORM 2430-REDONDEAR-IMPORTE
016860         THRU 2430-REDONDEAR-IMPORTE-EXIT.
016870     MOVE WS-LN-AMOUNT TO WS-LN-INTEREST.
016880     MOVE WS-LN-PAYMENT TO WS-LN-CUR-PAYMENT.
016890     COMPUTE WS-LN-PRIN-PART = WS-LN-PAYMENT - WS-LN-INTEREST.
016900     IF WS-LN-PERIOD NOT < WS-LN-TERM
016910             OR WS-LN-PRIN-PART NOT < WS-LN-BALANCE
016920         MOVE WS-LN-BALANCE TO WS-LN-PRIN-PART
016930         COMPUTE WS-LN-CUR-PAYMENT
016940             = WS-LN-PRIN-PART + WS-LN-INTEREST
016950         SET WS-LN-LAST TO TRUE
016960     END-IF.
016970     SUBTRACT WS-LN-PRIN-PART FROM WS-LN-BALANCE.
016980     ADD WS-LN-CUR-PAYMENT TO WS-LN-TOT-PAYMENT.
016990     ADD WS-LN-INTEREST    TO WS-LN-TOT-INTEREST.
017000     ADD WS-LN-PRIN-PART   TO WS-LN-TOT-PRINCIPAL.
017010     ACCEPT WS-TIME-OF-DAY FROM TIME.
017020     PERFORM 2150-ASIGNAR-SECUENCIA
017030         THRU 2150-ASIGNAR-SECUENCIA-EXIT.
017033     PERFORM 2300-WRITE-HISTORY
017036         THRU 2300-WRITE-HISTORY-EXIT.
017040     PERFORM 2200-WRITE-AUDIT-LOG
017050         THRU 2200-WRITE-AUDIT-LOG-EXIT.
017080     ADD 1 TO WS-ROW-CNT.
017090     PERFORM 4400-MOSTRAR-LINEA
017100         THRU 4400-MOSTRAR-LINEA-EXIT.
017110 4300-CALCULAR-PERIODO-EXIT.
017120     EXIT.
017130*
017140******************************************************************
017150* 4400-MOSTRAR-LINEA - PRINT (BATCH) OR DISPLAY (INTERACTIVE)
017160*                      THE PERIOD JUST POSTED.
017170******************************************************************
017180 4400-MOSTRAR-LINEA.
017190     IF LNK-MODE-BATCH
017200         IF WS-LINE-CNT NOT < WS-MAX-LINES
017210             PERFORM 2900-WRITE-PAGE-HEADING
017220                 THRU 2900-WRITE-PAGE-HEADING-EXIT
017230         END-IF
017240         MOVE WS-LN-PERIOD      TO RDT-PERIOD
017250         MOVE WS-LN-CUR-PAYMENT TO RDT-PAYMENT
017260         MOVE WS-LN-INTEREST    TO RDT-INTEREST
017270         MOVE WS-LN-PRIN-PART   TO RDT-PRINCIPAL
017280         MOVE WS-LN-BALANCE     TO RDT-BALANCE
017290         WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC
017300         ADD 1 TO WS-LINE-CNT
017310     ELSE
017320         MOVE WS-LN-PERIOD      TO WS-ED-PERIODO
017330         MOVE WS-LN-CUR-PAYMENT TO WS-ED-CUOTA
017340         MOVE WS-LN-INTEREST    TO WS-ED-INTERES
017350         MOVE WS-LN-PRIN-PART   TO WS-ED-CAPITAL
017360         MOVE WS-LN-BALANCE     TO WS-ED-SALDO
017370         DISPLAY WS-ED-PERIODO "  " WS-ED-CUOTA "  "
017380             WS-ED-INTERES "  " WS-ED-CAPITAL "  "
017390             WS-ED-SALDO
017400     END-IF.
017410 4400-MOSTRAR-LINEA-EXIT.
017420     EXIT.
017430*
017440******************************************************************
017450* 4500-ESCRIBIR-CABECERA-CUADRO - PRINT (BATCH) OR DISPLAY
017460*                                 (INTERACTIVE) THE LOAN'S TERMS,
017470*                                 LEVEL PAYMENT AND COLUMN
017480*                                 HEADINGS AHEAD OF ITS PERIODS.
017490*                                 A SCHEDULE HEADING IS NEVER
017500*                                 LEFT ALONE AT THE FOOT OF A
017510*                                 PAGE.
017520******************************************************************
017530 4500-ESCRIBIR-CABECERA-CUADRO.
017540     IF LNK-MODE-INTERACTIVE
017550         MOVE WS-LN-PAYMENT TO WS-ED-CUOTA
017560         DISPLAY "Cuota nivelada: " WS-ED-CUOTA " "
017570             WS-OUT-CURRENCY-CODE " (" WS-CURR-DP
017580             " decimales)."
017590         DISPLAY "Per.           Cuota         Interes"
017600             "         Capital           Saldo"
017610         GO TO 4500-ESCRIBIR-CABECERA-CUADRO-EXIT
017620     END-IF.
017630     MOVE WS-CUR-SOURCE-REC    TO RLI-REC-NO.
017640     MOVE WS-CUR-BRANCH-ID     TO RLI-BRANCH.
017650     MOVE WS-CUR-ACCOUNT-CODE  TO RLI-ACCOUNT.
017660     MOVE WS-OUT-CURRENCY-CODE TO RLI-CURRENCY.
017670     MOVE WS-LN-PRINCIPAL      TO RLT-PRINCIPAL.
017680     MOVE WS-LN-RATE           TO RLT-RATE.
017690     MOVE WS-LN-TERM           TO RLT-TERM.
017700     MOVE WS-LN-FREQUENCY      TO RLT-FREQUENCY.
017710     MOVE WS-LN-PAYMENT        TO RLT-PAYMENT.
017720     IF WS-PAGE-CNT = ZERO
017730             OR WS-LINE-CNT + 7 > WS-MAX-LINES
017740         PERFORM 2900-WRITE-PAGE-HEADING
017750             THRU 2900-WRITE-PAGE-HEADING-EXIT
017760     ELSE
017770         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
017780         ADD 1 TO WS-LINE-CNT
017790     END-IF.
017800     WRITE REPORT-OUT-REC FROM RPT-LOAN-ID-REC.
017810     WRITE REPORT-OUT-REC FROM RPT-LOAN-TERMS-REC.
017820     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
017830     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
017840     ADD 4 TO WS-LINE-CNT.
017850     SET WS-IN-SCHEDULE TO TRUE.
017860 4500-ESCRIBIR-CABECERA-CUADRO-EXIT.
017870     EXIT.
017880*
017890******************************************************************
017900* 4600-ESCRIBIR-TOTAL-CUADRO - PRINT (BATCH) OR DISPLAY
017910*                              (INTERACTIVE) THE SCHEDULE'S
017920*                              TOTAL PAYMENTS, INTEREST AND
017930*                              PRINCIPAL.
017940******************************************************************
017950 4600-ESCRIBIR-TOTAL-CUADRO.
017960     IF LNK-MODE-INTERACTIVE
017970         MOVE WS-LN-TOT-PAYMENT TO WS-ED-TOTAL
017980         DISPLAY "Total pagado......: " WS-ED-TOTAL
017990         MOVE WS-LN-TOT-INTEREST TO WS-ED-TOTAL
018000         DISPLAY "Total intereses...: " WS-ED-TOTAL
018010         MOVE WS-LN-TOT-PRINCIPAL TO WS-ED-TOTAL
018020         DISPLAY "Total capital.....: " WS-ED-TOTAL
018030         MOVE WS-LN-PERIOD TO WS-ED-PERIODO
018040         DISPLAY "Cuadro registrado en el historial: "
018050             WS-ED-PERIODO " cuotas."
018060         GO TO 4600-ESCRIBIR-TOTAL-CUADRO-EXIT
018070     END-IF.
018080     IF WS-LINE-CNT NOT < WS-MAX-LINES
018090         PERFORM 2900-WRITE-PAGE-HEADING
018100             THRU 2900-WRITE-PAGE-HEADING-EXIT
018110     END-IF.
018120     MOVE WS-LN-TOT-PAYMENT   TO RST-PAYMENT.
018130     MOVE WS-LN-TOT-INTEREST  TO RST-INTEREST.
018140     MOVE WS-LN-TOT-PRINCIPAL TO RST-PRINCIPAL.
018150     WRITE REPORT-OUT-REC FROM RPT-SCHED-TOTAL-REC.
018160     ADD 1 TO WS-LINE-CNT.
018170     MOVE "N" TO WS-SCHEDULE-SW.
018180 4600-ESCRIBIR-TOTAL-CUADRO-EXIT.
018190     EXIT.
018200*
018210******************************************************************
018220* 4700-ESCRIBIR-RECHAZO - PRINT ONE REJECTED REQUEST WITH ITS
018230*                         REASON.
018240******************************************************************
018250 4700-ESCRIBIR-RECHAZO.
018260     IF WS-PAGE-CNT = ZERO
018270             OR WS-LINE-CNT + 2 > WS-MAX-LINES
018280         PERFORM 2900-WRITE-PAGE-HEADING
018290             THRU 2900-WRITE-PAGE-HEADING-EXIT
018300     ELSE
018310         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
018320         ADD 1 TO WS-LINE-CNT
018330     END-IF.
018340     MOVE WS-CUR-SOURCE-REC   TO RRJ-REC-NO.
018350     MOVE WS-CUR-BRANCH-ID    TO RRJ-BRANCH.
018360     MOVE WS-CUR-ACCOUNT-CODE TO RRJ-ACCOUNT.
018370     MOVE WS-LN-REJECT-TEXT   TO RRJ-REASON.
018380     WRITE REPORT-OUT-REC FROM RPT-REJECT-REC.
018390     ADD 1 TO WS-LINE-CNT.
018400 4700-ESCRIBIR-RECHAZO-EXIT.
018410     EXIT.
018420*
018430******************************************************************
018440* 8000-TERMINATE - PRINT THE CONTROL TOTALS (BATCH) OR THE
018450*                  SESSION SUMMARY (INTERACTIVE), CLOSE THE
018460*                  FILES AND SET THE RETURN CODE.
018470******************************************************************
018480 8000-TERMINATE.
018490     IF WS-RPT-FILE-OPEN
018500         PERFORM 8100-ESCRIBIR-TOTALES-CONTROL
018510             THRU 8100-ESCRIBIR-TOTALES-CONTROL-EXIT
018520         CLOSE REPORT-OUT-FILE
018530     END-IF.
018540     IF LNK-MODE-INTERACTIVE
018550         DISPLAY "Cuadros generados: " WS-SCHED-CNT
018560             "  rechazados: " WS-REJECT-CNT
018570             "  cuotas registradas: " WS-ROW-CNT
018580     END-IF.
018590     IF WS-LOAN-FILE-OPEN
018600         CLOSE LOAN-IN-FILE
018610         IF NOT WS-BATCH-OOB
018620             PERFORM 2960-BORRAR-PUNTO-DE-CONTROL
018630                 THRU 2960-BORRAR-PUNTO-DE-CONTROL-EXIT
018640         END-IF
018650     END-IF.
018660     CLOSE AUDIT-LOG-FILE
018670           HISTORY-FILE.
018680     IF WS-RATE-FILE-OPEN
018690         CLOSE RATE-MASTER-FILE
018700     END-IF.
018710     IF WS-BREG-FILE-OPEN
018720         CLOSE BAT-REG-FILE
018730     END-IF.
018740     IF WS-OPER-FILE-OPEN
018750         CLOSE OPER-MASTER-FILE
018760     END-IF.
018770     IF WS-BATCH-OOB
018780         MOVE 12 TO RETURN-CODE
018790     ELSE
018800         IF WS-ANY-ERROR
018810             MOVE 4 TO RETURN-CODE
018820         ELSE
018830             MOVE 0 TO RETURN-CODE
018840         END-IF
018850     END-IF.
018860 8000-TERMINATE-EXIT.
018870     EXIT.
018880*
018890******************************************************************
018900* 8100-ESCRIBIR-TOTALES-CONTROL - PRINT THE BATCH CONTROL TOTALS
018910*                                 PAGE AND THE OVERALL VERDICT.
018920******************************************************************
018930 8100-ESCRIBIR-TOTALES-CONTROL.
018940     MOVE "N" TO WS-SCHEDULE-SW.
018950     PERFORM 2900-WRITE-PAGE-HEADING
018960         THRU 2900-WRITE-PAGE-HEADING-EXIT.
018970     WRITE REPORT-OUT-REC FROM RPT-CTL-TITLE-REC.
018980     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
018990     MOVE "DETAIL RECORDS IN BATCH" TO RCC-LABEL.
019000     MOVE WS-BAT-DETAIL-CNT TO RCC-COUNT.
019010     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
019020     MOVE "REQUESTS PROCESSED THIS RUN" TO RCC-LABEL.
019030     MOVE WS-REQUEST-CNT TO RCC-COUNT.
019040     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
019050     MOVE "SCHEDULES PRODUCED" TO RCC-LABEL.
019060     MOVE WS-SCHED-CNT TO RCC-COUNT.
019070     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
019080     MOVE "REQUESTS REJECTED" TO RCC-LABEL.
019090     MOVE WS-REJECT-CNT TO RCC-COUNT.
019100     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
019110     MOVE "PERIOD ROWS POSTED TO HISTORY AND AUDIT LOG"
019120         TO RCC-LABEL.
019130     MOVE WS-ROW-CNT TO RCC-COUNT.
019140     WRITE REPORT-OUT-REC FROM RPT-CTL-COUNT-REC.
019150     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
019160     IF WS-BATCH-OOB
019170         MOVE "HELD"    TO RPT-SUM-VERDICT
019180     ELSE
019190         IF WS-ANY-ERROR
019200             MOVE "WARNING" TO RPT-SUM-VERDICT
019210         ELSE
019220             MOVE "CLEAN"   TO RPT-SUM-VERDICT
019230         END-IF
019240     END-IF.
019250     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
019260 8100-ESCRIBIR-TOTALES-CONTROL-EXIT.
019270     EXIT.
019280 END PROGRAM LOANAMRT.
