000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      NIGHTLY ACCOUNT BALANCE POSTING AND TRIAL
000160*               BALANCE. RUN AFTER AUDCUT. READS THE DAY'S
000170*               SEALED AUDIT LOG GENERATION (DD AUDITGEN) TWICE:
000180*               THE FIRST PASS PROVES THE DETAIL COUNT AGAINST
000190*               THE GENERATION TRAILER'S AGT-RECORD-COUNT
000200*               (AUDGTRL COPYBOOK) BEFORE ANYTHING IS POSTED;
000210*               THE SECOND PASS POSTS EVERY NON-ERROR RECORD
000220*               INTO THE INDEXED ACCOUNT BALANCE FILE (ACCTBAL
000230*               COPYBOOK, DD ACCTBAL) BY ACCOUNT CODE AND
000240*               CURRENCY. REVPOST CONTRA ROWS (AUDIT STATUS "3")
000250*               POST AS CONTRA ACTIVITY - THEIR RESULTADO IS
000260*               ALREADY NEGATED, SO THEY OFFSET THE ROW THEY
000270*               REVERSE. ERROR ROWS (STATUS "1") DO NOT POST.
000280*               THE GENERATION IS THEN REGISTERED ON THE
000290*               PROCESSED-BATCH REGISTER (BATREGRC, BATCH ID =
000300*               THE BUSINESS DATE, PROGRAM "ACCTPOST") SO A
000310*               RERUN CANNOT POST THE SAME DAY TWICE. FINALLY A
000320*               TRIAL BALANCE (DD ACCTTB) LISTS EVERY ACCOUNT
000330*               AND CURRENCY WITH ITS OPENING BALANCE, PERIOD
000340*               ACTIVITY, CONTRAS AND CLOSING BALANCE, TOTALS
000350*               BY CURRENCY, AND PROVES THE DAY'S MOVEMENT READ
000360*               BACK FROM THE BALANCE FILE AGAINST THE
000370*               GENERATION AND AGAINST THE DAY'S HISTORY
000380*               RESULTADO SUM. RETURN CODE 0 IN BALANCE, 4 WHEN
000390*               THE HISTORY FILE COULD NOT BE READ FOR THE
000400*               PROOF, 8 WHEN THE GENERATION IS UNSEALED, OUT OF
000410*               BALANCE OR ALREADY POSTED.
000420* TECTONICS:    cobc
000430*
000440* MODIFICATION HISTORY
000450*   2026-10-15  RA  INITIAL VERSION.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. ACCTPOST.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT AUDIT-GEN-FILE ASSIGN TO AUDITGEN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GEN-STATUS.
000550     SELECT ACCT-BAL-FILE ASSIGN TO ACCTBAL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ABAL-KEY
000590         FILE STATUS IS WS-ABAL-STATUS.
000600     SELECT BAT-REG-FILE ASSIGN TO BATREG
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BREG-KEY
000640         FILE STATUS IS WS-BREG-STATUS.
000650     SELECT HISTORY-FILE ASSIGN TO HISTORY
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS HIST-KEY
000690         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-HIST-STATUS.
000720     SELECT REPORT-OUT-FILE ASSIGN TO ACCTTB
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  AUDIT-GEN-FILE
000770     RECORDING MODE IS F.
000780     COPY AUDITREC.
000790     COPY AUDGTRL.
000800 FD  ACCT-BAL-FILE.
000810     COPY ACCTBAL.
000820 FD  BAT-REG-FILE.
000830     COPY BATREGRC.
000840 FD  HISTORY-FILE.
000850     COPY HISTREC.
000860 FD  REPORT-OUT-FILE
000870     RECORDING MODE IS F.
000880 01  REPORT-OUT-REC             PIC X(132).
000890 WORKING-STORAGE SECTION.
000900*
000910 01  RPT-PAGE-HEADER-REC.
000920     05 FILLER                  PIC X(30)
000930            VALUE "ACCTPOST TRIAL BALANCE FOR DAY".
000940     05 FILLER                  PIC X(01) VALUE SPACE.
000950     05 RPH-BUS-DATE            PIC 9(08).
000960     05 FILLER                  PIC X(09) VALUE "  PERIOD ".
000970     05 RPH-PERIOD              PIC 9(06).
000980     05 FILLER                  PIC X(10) VALUE SPACES.
000990     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001000     05 RPH-PAGE-NO             PIC ZZ9.
001010     05 FILLER                  PIC X(57) VALUE SPACES.
001020 01  RPT-COLUMN-HEADER-REC.
001030     05 FILLER                  PIC X(10) VALUE "ACCOUNT".
001040     05 FILLER                  PIC X(05) VALUE "CUR".
001050     05 FILLER                  PIC X(23) VALUE
001060            "     OPENING BALANCE".
001070     05 FILLER                  PIC X(23) VALUE
001080            "     PERIOD ACTIVITY".
001090     05 FILLER                  PIC X(23) VALUE
001100            "      OF WHICH CONTRA".
001110     05 FILLER                  PIC X(23) VALUE
001120            "     CLOSING BALANCE".
001130     05 FILLER                  PIC X(09) VALUE "   ITEMS".
001140     05 FILLER                  PIC X(16) VALUE SPACES.
001150 01  RPT-BAL-LINE-REC.
001160     05 RBL-ACCOUNT             PIC X(08).
001170     05 FILLER                  PIC X(02) VALUE SPACES.
001180     05 RBL-CURRENCY            PIC X(03).
001190     05 FILLER                  PIC X(02) VALUE SPACES.
001200     05 RBL-OPENING             PIC ---,---,---,---,--9.99.
001210     05 FILLER                  PIC X(01) VALUE SPACE.
001220     05 RBL-ACTIVITY            PIC ---,---,---,---,--9.99.
001230     05 FILLER                  PIC X(01) VALUE SPACE.
001240     05 RBL-CONTRA              PIC ---,---,---,---,--9.99.
001250     05 FILLER                  PIC X(01) VALUE SPACE.
001260     05 RBL-CLOSING             PIC ---,---,---,---,--9.99.
001270     05 FILLER                  PIC X(01) VALUE SPACE.
001280     05 RBL-COUNT               PIC Z(7)9.
001290     05 FILLER                  PIC X(17) VALUE SPACES.
001300 01  RPT-CUR-TITLE-REC.
001310     05 FILLER                  PIC X(40)
001320            VALUE "TRIAL BALANCE TOTALS BY CURRENCY".
001330     05 FILLER                  PIC X(92) VALUE SPACES.
001340 01  RPT-PROOF-TITLE-REC.
001350     05 FILLER                  PIC X(40)
001360            VALUE "POSTING PROOF FOR THE DAY".
001370     05 FILLER                  PIC X(92) VALUE SPACES.
001380 01  RPT-PROOF-CNT-REC.
001390     05 RPC-LABEL               PIC X(32).
001400     05 FILLER                  PIC X(10) VALUE " EXPECTED=".
001410     05 RPC-EXPECTED            PIC Z(7)9.
001420     05 FILLER                  PIC X(08) VALUE " ACTUAL=".
001430     05 RPC-ACTUAL              PIC Z(7)9.
001440     05 FILLER                  PIC X(01) VALUE SPACE.
001450     05 RPC-VERDICT             PIC X(14).
001460     05 FILLER                  PIC X(51) VALUE SPACES.
001470 01  RPT-PROOF-SUM-REC.
001480     05 RPS-LABEL               PIC X(32).
001490     05 FILLER                  PIC X(10) VALUE " EXPECTED=".
001500     05 RPS-EXPECTED            PIC -9(13).99.
001510     05 FILLER                  PIC X(08) VALUE " ACTUAL=".
001520     05 RPS-ACTUAL              PIC -9(13).99.
001530     05 FILLER                  PIC X(01) VALUE SPACE.
001540     05 RPS-VERDICT             PIC X(14).
001550     05 FILLER                  PIC X(33) VALUE SPACES.
001560 01  RPT-SUMMARY-REC.
001570     05 FILLER                  PIC X(16)
001580            VALUE "OVERALL VERDICT=".
001590     05 RPT-SUM-VERDICT         PIC X(14).
001600     05 FILLER                  PIC X(102) VALUE SPACES.
001610 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001620*
001630 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
001640 77  WS-ABAL-STATUS             PIC X(02) VALUE SPACES.
001650 77  WS-BREG-STATUS             PIC X(02) VALUE SPACES.
001660 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001670 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001680     88 WS-EOF                            VALUE "Y".
001690 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001700     88 WS-HIST-EOF                       VALUE "Y".
001710 77  WS-ABAL-EOF-SW             PIC X(01) VALUE "N".
001720     88 WS-ABAL-EOF                       VALUE "Y".
001730 77  WS-TRAILER-FOUND-SW        PIC X(01) VALUE "N".
001740     88 WS-TRAILER-FOUND                  VALUE "Y".
001750 77  WS-HOLD-SW                 PIC X(01) VALUE "N".
001760     88 WS-HOLD                           VALUE "Y".
001770 77  WS-OUT-OF-BAL-SW           PIC X(01) VALUE "N".
001780     88 WS-OUT-OF-BAL                     VALUE "Y".
001790 77  WS-HIST-AVAIL-SW           PIC X(01) VALUE "N".
001800     88 WS-HIST-AVAIL                     VALUE "Y".
001810 77  WS-ABAL-FILE-SW            PIC X(01) VALUE "N".
001820     88 WS-ABAL-FILE-OPEN                 VALUE "Y".
001830 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001840 77  WS-BUS-PERIOD              PIC 9(06) VALUE ZERO.
001850 77  WS-GEN-EXPECTED-CNT        PIC 9(08) COMP VALUE ZERO.
001860 77  WS-GEN-READ-CNT            PIC 9(08) COMP VALUE ZERO.
001870 77  WS-GEN-SUM                 PIC S9(13)V99 VALUE ZERO.
001880 77  WS-GEN-POST-SUM            PIC S9(13)V99 VALUE ZERO.
001890 77  WS-POSTED-CNT              PIC 9(08) COMP VALUE ZERO.
001900 77  WS-CONTRA-CNT              PIC 9(08) COMP VALUE ZERO.
001910 77  WS-ERROR-CNT               PIC 9(08) COMP VALUE ZERO.
001920 77  WS-POSTED-SUM              PIC S9(13)V99 VALUE ZERO.
001930 77  WS-LEDGER-DAY-SUM          PIC S9(13)V99 VALUE ZERO.
001940 77  WS-HIST-CNT                PIC 9(08) COMP VALUE ZERO.
001950 77  WS-HIST-SUM                PIC S9(13)V99 VALUE ZERO.
001960 77  WS-ROW-ACCOUNT             PIC X(08) VALUE SPACES.
001970 77  WS-TB-OPENING              PIC S9(13)V99 VALUE ZERO.
001980 77  WS-TB-ACTIVITY             PIC S9(13)V99 VALUE ZERO.
001990 77  WS-TB-CONTRA               PIC S9(13)V99 VALUE ZERO.
002000 77  WS-TB-COUNT                PIC 9(08) VALUE ZERO.
002010 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002020 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002030 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002040 77  WS-CUR-SUB                 PIC 9(02) COMP VALUE ZERO.
002050 77  WS-CUR-USED-CNT            PIC 9(02) COMP VALUE ZERO.
002060 77  WS-CUR-FOUND-SW            PIC X(01) VALUE "N".
002070     88 WS-CUR-FOUND                       VALUE "Y".
002080 77  WS-CUR-OVFL-SW             PIC X(01) VALUE "N".
002090     88 WS-CUR-OVFL                        VALUE "Y".
002100 01  WS-CUR-TOTAL-TABLE.
002110     05 WS-CUR-ENTRY            OCCURS 11 TIMES.
002120         10 WS-CUR-CODE         PIC X(03).
002130         10 WS-CUR-OPENING      PIC S9(13)V99.
002140         10 WS-CUR-ACTIVITY     PIC S9(13)V99.
002150         10 WS-CUR-CONTRA       PIC S9(13)V99.
002160         10 WS-CUR-CLOSING      PIC S9(13)V99.
002170         10 WS-CUR-COUNT        PIC 9(08) COMP.
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE
002210         THRU 1000-INITIALIZE-EXIT.
002220     IF NOT WS-HOLD
002230         PERFORM 3000-POST-GENERATION
002240             THRU 3000-POST-GENERATION-EXIT
002250     END-IF.
002260     IF NOT WS-HOLD
002270         PERFORM 4000-SUMAR-HISTORIA
002280             THRU 4000-SUMAR-HISTORIA-EXIT
002290         PERFORM 5000-TRIAL-BALANCE
002300             THRU 5000-TRIAL-BALANCE-EXIT
002310     END-IF.
002320     PERFORM 8000-TERMINATE
002330         THRU 8000-TERMINATE-EXIT.
002340     GOBACK.
002350*
002360******************************************************************
002370* 1000-INITIALIZE - OPEN THE REPORT, MAKE THE PROVING PASS OVER
002380*                   THE GENERATION AND REFUSE TO POST AN
002390*                   UNSEALED, OUT-OF-BALANCE OR ALREADY-POSTED
002400*                   GENERATION.
002410******************************************************************
002420 1000-INITIALIZE.
002430     OPEN OUTPUT REPORT-OUT-FILE.
002440     OPEN INPUT AUDIT-GEN-FILE.
002450     IF WS-GEN-STATUS NOT = "00"
002460         DISPLAY "Error: no se pudo abrir AUDITGEN; estado "
002470             WS-GEN-STATUS
002480         SET WS-HOLD TO TRUE
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510     PERFORM 2100-READ-GEN
002520         THRU 2100-READ-GEN-EXIT.
002530     PERFORM 2000-PROVE-GEN-REC
002540         THRU 2000-PROVE-GEN-REC-EXIT
002550         UNTIL WS-EOF.
002560     CLOSE AUDIT-GEN-FILE.
002570     IF NOT WS-TRAILER-FOUND
002580         DISPLAY "Error: la generacion AUDITGEN no tiene "
002590             "registro de cierre; no se contabiliza."
002600         SET WS-HOLD TO TRUE
002610         GO TO 1000-INITIALIZE-EXIT
002620     END-IF.
002630     MOVE WS-BUS-DATE(1:6) TO WS-BUS-PERIOD.
002640     MOVE WS-BUS-DATE      TO RPH-BUS-DATE.
002650     MOVE WS-BUS-PERIOD    TO RPH-PERIOD.
002660     IF WS-GEN-READ-CNT NOT = WS-GEN-EXPECTED-CNT
002670         DISPLAY "Error: la generacion del dia " WS-BUS-DATE
002680             " no cuadra con su registro de cierre; no se "
002690             "contabiliza."
002700         SET WS-HOLD TO TRUE
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730     PERFORM 1100-VERIFICAR-REGISTRO
002740         THRU 1100-VERIFICAR-REGISTRO-EXIT.
002750     IF WS-HOLD
002760         GO TO 1000-INITIALIZE-EXIT
002770     END-IF.
002780     OPEN I-O ACCT-BAL-FILE.
002790     IF WS-ABAL-STATUS = "35"
002800         OPEN OUTPUT ACCT-BAL-FILE
002810         CLOSE ACCT-BAL-FILE
002820         OPEN I-O ACCT-BAL-FILE
002830     END-IF.
002840     IF WS-ABAL-STATUS NOT = "00"
002850         DISPLAY "Error: no se pudo abrir el archivo de saldos "
002860             "ACCTBAL; estado " WS-ABAL-STATUS
002870         SET WS-HOLD TO TRUE
002875         CLOSE BAT-REG-FILE
002880         GO TO 1000-INITIALIZE-EXIT
002890     END-IF.
002900     SET WS-ABAL-FILE-OPEN TO TRUE.
002910 1000-INITIALIZE-EXIT.
002920     EXIT.
002930*
002940******************************************************************
002950* 1100-VERIFICAR-REGISTRO - REFUSE A GENERATION WHOSE BUSINESS
002960*                           DATE IS ALREADY ON THE PROCESSED-
002970*                           BATCH REGISTER FOR ACCTPOST. AN
002980*                           UNOPENABLE REGISTER HOLDS THE
002990*                           POSTING, SINCE THE DAY COULD NOT BE
002995*                           REGISTERED AFTERWARDS.
003000******************************************************************
003010 1100-VERIFICAR-REGISTRO.
003020     OPEN I-O BAT-REG-FILE.
003030     IF WS-BREG-STATUS = "35"
003040         OPEN OUTPUT BAT-REG-FILE
003050         CLOSE BAT-REG-FILE
003060         OPEN I-O BAT-REG-FILE
003070     END-IF.
003080     IF WS-BREG-STATUS NOT = "00"
003090         DISPLAY "Error: no se pudo abrir el registro de lotes "
003100             "BATREG; estado " WS-BREG-STATUS
003110         SET WS-HOLD TO TRUE
003120         GO TO 1100-VERIFICAR-REGISTRO-EXIT
003130     END-IF.
003140     MOVE WS-BUS-DATE TO BREG-BATCH-ID.
003150     MOVE "ACCTPOST"  TO BREG-PROGRAM.
003160     READ BAT-REG-FILE
003170         INVALID KEY
003180             CONTINUE
003190         NOT INVALID KEY
003200             DISPLAY "Error: la generacion del dia " WS-BUS-DATE
003210                 " ya fue contabilizada; no se contabiliza "
003220                 "de nuevo."
003230             SET WS-HOLD TO TRUE
003240             CLOSE BAT-REG-FILE
003250     END-READ.
003260 1100-VERIFICAR-REGISTRO-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300* 2000-PROVE-GEN-REC - PROVING PASS: COUNT AND SUM ONE DETAIL
003310*                      RECORD, OR CAPTURE THE TRAILER.
003320******************************************************************
003330 2000-PROVE-GEN-REC.
003340     IF AGT-TRAILER
003350         SET WS-TRAILER-FOUND TO TRUE
003360         MOVE AGT-RECORD-COUNT  TO WS-GEN-EXPECTED-CNT
003370         MOVE AGT-BUSINESS-DATE TO WS-BUS-DATE
003380     ELSE
003390         ADD 1 TO WS-GEN-READ-CNT
003400         ADD AUD-RESULTADO TO WS-GEN-SUM
003410         IF NOT AUD-STATUS-ERROR
003420             ADD AUD-RESULTADO TO WS-GEN-POST-SUM
003430         END-IF
003440     END-IF.
003450     PERFORM 2100-READ-GEN
003460         THRU 2100-READ-GEN-EXIT.
003470 2000-PROVE-GEN-REC-EXIT.
003480     EXIT.
003490*
003500 2100-READ-GEN.
003510     READ AUDIT-GEN-FILE
003520         AT END
003530             SET WS-EOF TO TRUE
003540     END-READ.
003550 2100-READ-GEN-EXIT.
003560     EXIT.
003570*
003580******************************************************************
003590* 3000-POST-GENERATION - POSTING PASS: REREAD THE GENERATION AND
003600*                        POST EVERY NON-ERROR DETAIL RECORD, THEN
003610*                        REGISTER THE DAY AS POSTED.
003620******************************************************************
003630 3000-POST-GENERATION.
003640     MOVE "N" TO WS-EOF-SW.
003650     OPEN INPUT AUDIT-GEN-FILE.
003660     PERFORM 2100-READ-GEN
003670         THRU 2100-READ-GEN-EXIT.
003680     PERFORM 3100-POST-GEN-REC
003690         THRU 3100-POST-GEN-REC-EXIT
003700         UNTIL WS-EOF.
003710     CLOSE AUDIT-GEN-FILE.
003720     MOVE SPACES        TO BREG-REC.
003730     MOVE WS-BUS-DATE   TO BREG-BATCH-ID.
003740     MOVE "ACCTPOST"    TO BREG-PROGRAM.
003750     MOVE WS-BUS-DATE   TO BREG-BUS-DATE.
003760     MOVE WS-POSTED-SUM TO BREG-HASH-TOTAL.
003770     MOVE "AUDITGEN"    TO BREG-SOURCE-FILE.
003780     WRITE BREG-REC
003790         INVALID KEY
003800             DISPLAY "Aviso: no se pudo registrar la "
003810                 "contabilizacion del dia " WS-BUS-DATE
003820                 "; estado " WS-BREG-STATUS
003830     END-WRITE.
003840     CLOSE BAT-REG-FILE.
003850 3000-POST-GENERATION-EXIT.
003860     EXIT.
003870*
003880******************************************************************
003890* 3100-POST-GEN-REC - POST ONE DETAIL RECORD INTO ITS ACCOUNT
003900*                     AND CURRENCY ROW, CREATING THE ROW ON ITS
003910*                     FIRST POSTING AND ROLLING IT FORWARD ON ITS
003920*                     FIRST POSTING INTO A LATER PERIOD.
003930******************************************************************
003940 3100-POST-GEN-REC.
003950     IF AGT-TRAILER
003960         GO TO 3100-POST-GEN-REC-NEXT
003970     END-IF.
003980     IF AUD-STATUS-ERROR
003990         ADD 1 TO WS-ERROR-CNT
004000         GO TO 3100-POST-GEN-REC-NEXT
004010     END-IF.
004020     IF AUD-ACCOUNT-CODE = SPACES
004030         MOVE "*NOACCT*" TO WS-ROW-ACCOUNT
004040     ELSE
004050         MOVE AUD-ACCOUNT-CODE TO WS-ROW-ACCOUNT
004060     END-IF.
004070     MOVE WS-ROW-ACCOUNT    TO ABAL-ACCOUNT-CODE.
004080     MOVE AUD-CURRENCY-CODE TO ABAL-CURRENCY-CODE.
004090     READ ACCT-BAL-FILE
004100         INVALID KEY
004110             PERFORM 3200-NUEVO-SALDO
004120                 THRU 3200-NUEVO-SALDO-EXIT
004130     END-READ.
004140     IF ABAL-PERIOD < WS-BUS-PERIOD
004150         MOVE ABAL-CLOSING-BAL TO ABAL-OPENING-BAL
004160         MOVE ZERO             TO ABAL-PTD-ACTIVITY
004170         MOVE ZERO             TO ABAL-PTD-CONTRA
004180         MOVE ZERO             TO ABAL-PTD-COUNT
004190         MOVE WS-BUS-PERIOD    TO ABAL-PERIOD
004200     END-IF.
004210     IF ABAL-LAST-POST-DATE NOT = WS-BUS-DATE
004220         MOVE ZERO        TO ABAL-DAY-ACTIVITY
004230         MOVE WS-BUS-DATE TO ABAL-LAST-POST-DATE
004240     END-IF.
004250     ADD AUD-RESULTADO TO ABAL-PTD-ACTIVITY.
004260     ADD AUD-RESULTADO TO ABAL-CLOSING-BAL.
004270     ADD AUD-RESULTADO TO ABAL-DAY-ACTIVITY.
004280     ADD 1 TO ABAL-PTD-COUNT.
004290     IF AUD-STATUS-REVERSAL
004300         ADD AUD-RESULTADO TO ABAL-PTD-CONTRA
004310         ADD 1 TO WS-CONTRA-CNT
004320     END-IF.
004330     REWRITE ABAL-REC
004340         INVALID KEY
004350             DISPLAY "Error: no se pudo actualizar el saldo "
004360                 ABAL-ACCOUNT-CODE " " ABAL-CURRENCY-CODE
004370                 "; estado " WS-ABAL-STATUS
004380             SET WS-OUT-OF-BAL TO TRUE
004390             GO TO 3100-POST-GEN-REC-NEXT
004400     END-REWRITE.
004410     ADD 1 TO WS-POSTED-CNT.
004420     ADD AUD-RESULTADO TO WS-POSTED-SUM.
004430 3100-POST-GEN-REC-NEXT.
004440     PERFORM 2100-READ-GEN
004450         THRU 2100-READ-GEN-EXIT.
004460 3100-POST-GEN-REC-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500* 3200-NUEVO-SALDO - FIRST POSTING TO AN ACCOUNT AND CURRENCY:
004510*                    WRITE AN EMPTY ROW FOR THE CURRENT PERIOD SO
004520*                    THE POSTING CAN REWRITE IT.
004530******************************************************************
004540 3200-NUEVO-SALDO.
004550     MOVE SPACES            TO ABAL-REC.
004560     MOVE WS-ROW-ACCOUNT    TO ABAL-ACCOUNT-CODE.
004570     MOVE AUD-CURRENCY-CODE TO ABAL-CURRENCY-CODE.
004580     MOVE WS-BUS-PERIOD     TO ABAL-PERIOD.
004590     MOVE ZERO              TO ABAL-OPENING-BAL.
004600     MOVE ZERO              TO ABAL-PTD-ACTIVITY.
004610     MOVE ZERO              TO ABAL-PTD-CONTRA.
004620     MOVE ZERO              TO ABAL-CLOSING-BAL.
004630     MOVE ZERO              TO ABAL-PTD-COUNT.
004640     MOVE ZERO              TO ABAL-LAST-POST-DATE.
004650     MOVE ZERO              TO ABAL-DAY-ACTIVITY.
004660     WRITE ABAL-REC
004670         INVALID KEY
004680             DISPLAY "Error: no se pudo crear el saldo "
004690                 ABAL-ACCOUNT-CODE " " ABAL-CURRENCY-CODE
004700                 "; estado " WS-ABAL-STATUS
004710     END-WRITE.
004720 3200-NUEVO-SALDO-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760* 4000-SUMAR-HISTORIA - SUM THE DAY'S NON-ERROR HISTORY ROWS
004770*                       (HIST-RUN-DATE = THE GENERATION'S
004780*                       BUSINESS DATE) FOR THE PROOF. A REVERSED
004790*                       ROW (STATUS "2") STILL COUNTS: ITS
004800*                       CONTRA ROW CARRIES THE OFFSET, EXACTLY
004810*                       AS ON THE GENERATION.
004820******************************************************************
004830 4000-SUMAR-HISTORIA.
004840     OPEN INPUT HISTORY-FILE.
004850     IF WS-HIST-STATUS NOT = "00"
004860         DISPLAY "Aviso: no se pudo abrir el archivo de "
004870             "historial; estado " WS-HIST-STATUS
004880         GO TO 4000-SUMAR-HISTORIA-EXIT
004890     END-IF.
004900     SET WS-HIST-AVAIL TO TRUE.
004910     MOVE WS-BUS-DATE TO HIST-RUN-DATE.
004920     MOVE ZERO        TO HIST-TRANS-SEQ.
004930     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004940         INVALID KEY
004950             SET WS-HIST-EOF TO TRUE
004960     END-START.
004970     PERFORM 4100-SUMAR-FILA
004980         THRU 4100-SUMAR-FILA-EXIT
004990         UNTIL WS-HIST-EOF.
005000     CLOSE HISTORY-FILE.
005010 4000-SUMAR-HISTORIA-EXIT.
005020     EXIT.
005030*
005040 4100-SUMAR-FILA.
005050     READ HISTORY-FILE NEXT RECORD
005060         AT END
005070             SET WS-HIST-EOF TO TRUE
005080             GO TO 4100-SUMAR-FILA-EXIT
005090     END-READ.
005100     IF HIST-RUN-DATE NOT = WS-BUS-DATE
005110         SET WS-HIST-EOF TO TRUE
005120         GO TO 4100-SUMAR-FILA-EXIT
005130     END-IF.
005140     IF NOT HIST-STATUS-ERROR
005150         ADD 1 TO WS-HIST-CNT
005160         ADD HIST-RESULTADO TO WS-HIST-SUM
005170     END-IF.
005180 4100-SUMAR-FILA-EXIT.
005190     EXIT.
005200*
005210******************************************************************
005220* 5000-TRIAL-BALANCE - LIST EVERY ACCOUNT AND CURRENCY ROW OF THE
005230*                      BALANCE FILE IN KEY ORDER, ROLLING THE
005240*                      BY-CURRENCY TOTALS AND THE DAY'S MOVEMENT
005250*                      READ BACK FROM THE FILE.
005260******************************************************************
005270 5000-TRIAL-BALANCE.
005280     PERFORM 2900-WRITE-PAGE-HEADING
005290         THRU 2900-WRITE-PAGE-HEADING-EXIT.
005300     MOVE LOW-VALUES TO ABAL-KEY.
005310     START ACCT-BAL-FILE KEY IS NOT LESS THAN ABAL-KEY
005320         INVALID KEY
005330             SET WS-ABAL-EOF TO TRUE
005340     END-START.
005350     PERFORM 5100-LISTAR-SALDO
005360         THRU 5100-LISTAR-SALDO-EXIT
005370         UNTIL WS-ABAL-EOF.
005380 5000-TRIAL-BALANCE-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420* 5100-LISTAR-SALDO - PRINT ONE BALANCE ROW. A ROW WITH NO
005430*                     POSTING YET IN THE CURRENT PERIOD PRINTS
005440*                     AS ROLLED FORWARD: OPENING = CLOSING, NO
005450*                     ACTIVITY.
005460******************************************************************
005470 5100-LISTAR-SALDO.
005480     READ ACCT-BAL-FILE NEXT RECORD
005490         AT END
005500             SET WS-ABAL-EOF TO TRUE
005510             GO TO 5100-LISTAR-SALDO-EXIT
005520     END-READ.
005530     IF ABAL-PERIOD < WS-BUS-PERIOD
005540         MOVE ABAL-CLOSING-BAL TO WS-TB-OPENING
005550         MOVE ZERO             TO WS-TB-ACTIVITY
005560         MOVE ZERO             TO WS-TB-CONTRA
005570         MOVE ZERO             TO WS-TB-COUNT
005580     ELSE
005590         MOVE ABAL-OPENING-BAL  TO WS-TB-OPENING
005600         MOVE ABAL-PTD-ACTIVITY TO WS-TB-ACTIVITY
005610         MOVE ABAL-PTD-CONTRA   TO WS-TB-CONTRA
005620         MOVE ABAL-PTD-COUNT    TO WS-TB-COUNT
005630     END-IF.
005640     IF ABAL-LAST-POST-DATE = WS-BUS-DATE
005650         ADD ABAL-DAY-ACTIVITY TO WS-LEDGER-DAY-SUM
005660     END-IF.
005670     IF WS-LINE-CNT NOT < WS-MAX-LINES
005680         PERFORM 2900-WRITE-PAGE-HEADING
005690             THRU 2900-WRITE-PAGE-HEADING-EXIT
005700     END-IF.
005710     MOVE SPACES             TO RPT-BAL-LINE-REC.
005720     MOVE ABAL-ACCOUNT-CODE  TO RBL-ACCOUNT.
005730     MOVE ABAL-CURRENCY-CODE TO RBL-CURRENCY.
005740     MOVE WS-TB-OPENING      TO RBL-OPENING.
005750     MOVE WS-TB-ACTIVITY     TO RBL-ACTIVITY.
005760     MOVE WS-TB-CONTRA       TO RBL-CONTRA.
005770     MOVE ABAL-CLOSING-BAL   TO RBL-CLOSING.
005780     MOVE WS-TB-COUNT        TO RBL-COUNT.
005790     WRITE REPORT-OUT-REC FROM RPT-BAL-LINE-REC.
005800     ADD 1 TO WS-LINE-CNT.
005810     PERFORM 5200-ACUMULAR-MONEDA
005820         THRU 5200-ACUMULAR-MONEDA-EXIT.
005830 5100-LISTAR-SALDO-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870* 5200-ACUMULAR-MONEDA - ROLL THIS ROW INTO THE BY-CURRENCY
005880*                        TOTALS TABLE, ADDING THE CURRENCY ON ITS
005890*                        FIRST APPEARANCE.
005900******************************************************************
005910 5200-ACUMULAR-MONEDA.
005920     MOVE "N" TO WS-CUR-FOUND-SW.
005930     MOVE 1 TO WS-CUR-SUB.
005940     PERFORM 5210-BUSCAR-MONEDA
005950         THRU 5210-BUSCAR-MONEDA-EXIT
005960         UNTIL WS-CUR-FOUND OR WS-CUR-SUB > WS-CUR-USED-CNT.
005970     IF NOT WS-CUR-FOUND
005980         IF WS-CUR-USED-CNT < 10
005990             ADD 1 TO WS-CUR-USED-CNT
006000             MOVE WS-CUR-USED-CNT TO WS-CUR-SUB
006010             MOVE ABAL-CURRENCY-CODE TO WS-CUR-CODE(WS-CUR-SUB)
006020             MOVE ZERO TO WS-CUR-OPENING(WS-CUR-SUB)
006030             MOVE ZERO TO WS-CUR-ACTIVITY(WS-CUR-SUB)
006040             MOVE ZERO TO WS-CUR-CONTRA(WS-CUR-SUB)
006050             MOVE ZERO TO WS-CUR-CLOSING(WS-CUR-SUB)
006060             MOVE ZERO TO WS-CUR-COUNT(WS-CUR-SUB)
006070         ELSE
006080             IF NOT WS-CUR-OVFL
006090                 SET WS-CUR-OVFL TO TRUE
006100                 MOVE "***" TO WS-CUR-CODE(11)
006110                 MOVE ZERO TO WS-CUR-OPENING(11)
006120                 MOVE ZERO TO WS-CUR-ACTIVITY(11)
006130                 MOVE ZERO TO WS-CUR-CONTRA(11)
006140                 MOVE ZERO TO WS-CUR-CLOSING(11)
006150                 MOVE ZERO TO WS-CUR-COUNT(11)
006160                 DISPLAY "Aviso: tabla de totales por moneda "
006170                     "llena; las demas monedas se acumulan "
006180                     "bajo ***."
006190             END-IF
006200             MOVE 11 TO WS-CUR-SUB
006210         END-IF
006220     END-IF.
006230     ADD WS-TB-OPENING    TO WS-CUR-OPENING(WS-CUR-SUB).
006240     ADD WS-TB-ACTIVITY   TO WS-CUR-ACTIVITY(WS-CUR-SUB).
006250     ADD WS-TB-CONTRA     TO WS-CUR-CONTRA(WS-CUR-SUB).
006260     ADD ABAL-CLOSING-BAL TO WS-CUR-CLOSING(WS-CUR-SUB).
006270     ADD WS-TB-COUNT      TO WS-CUR-COUNT(WS-CUR-SUB).
006280 5200-ACUMULAR-MONEDA-EXIT.
006290     EXIT.
006300*
006310 5210-BUSCAR-MONEDA.
006320     IF WS-CUR-CODE(WS-CUR-SUB) = ABAL-CURRENCY-CODE
006330         SET WS-CUR-FOUND TO TRUE
006340     ELSE
006350         ADD 1 TO WS-CUR-SUB
006360     END-IF.
006370 5210-BUSCAR-MONEDA-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
006420*                           COUNT, PRINT THE TITLE AND COLUMN
006430*                           HEADINGS, AND RESET THE LINE COUNT.
006440******************************************************************
006450 2900-WRITE-PAGE-HEADING.
006460     ADD 1 TO WS-PAGE-CNT.
006470     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
006480     IF WS-PAGE-CNT > 1
006490         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
006500     END-IF.
006510     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
006520     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006530     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
006540     MOVE ZERO TO WS-LINE-CNT.
006550 2900-WRITE-PAGE-HEADING-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590* 8000-TERMINATE - PRINT THE BY-CURRENCY TOTALS AND THE POSTING
006600*                  PROOF, CLOSE THE FILES AND SET THE RETURN
006610*                  CODE.
006620******************************************************************
006630 8000-TERMINATE.
006635     IF WS-PAGE-CNT = ZERO
006636         PERFORM 2900-WRITE-PAGE-HEADING
006637             THRU 2900-WRITE-PAGE-HEADING-EXIT
006638     END-IF.
006640     IF NOT WS-HOLD
006650         PERFORM 8100-ESCRIBIR-TOTALES
006660             THRU 8100-ESCRIBIR-TOTALES-EXIT
006670     END-IF.
006680     PERFORM 8300-ESCRIBIR-PRUEBA
006690         THRU 8300-ESCRIBIR-PRUEBA-EXIT.
006700     CLOSE REPORT-OUT-FILE.
006710     IF WS-ABAL-FILE-OPEN
006720         CLOSE ACCT-BAL-FILE
006730     END-IF.
006740     IF WS-HOLD OR WS-OUT-OF-BAL
006750         MOVE 8 TO RETURN-CODE
006760     ELSE
006770         IF NOT WS-HIST-AVAIL
006780             MOVE 4 TO RETURN-CODE
006790         ELSE
006800             MOVE 0 TO RETURN-CODE
006810         END-IF
006820     END-IF.
006830 8000-TERMINATE-EXIT.
006840     EXIT.
006850*
006860 8100-ESCRIBIR-TOTALES.
006870     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006880     WRITE REPORT-OUT-REC FROM RPT-CUR-TITLE-REC.
006890     MOVE ZERO TO WS-CUR-SUB.
006900     PERFORM 8200-ESCRIBIR-TOTAL-MONEDA
006910         THRU 8200-ESCRIBIR-TOTAL-MONEDA-EXIT
006920         UNTIL WS-CUR-SUB NOT < WS-CUR-USED-CNT.
006930     IF WS-CUR-OVFL
006940         MOVE 10 TO WS-CUR-SUB
006950         PERFORM 8200-ESCRIBIR-TOTAL-MONEDA
006960             THRU 8200-ESCRIBIR-TOTAL-MONEDA-EXIT
006970     END-IF.
006980 8100-ESCRIBIR-TOTALES-EXIT.
006990     EXIT.
007000*
007010 8200-ESCRIBIR-TOTAL-MONEDA.
007020     ADD 1 TO WS-CUR-SUB.
007030     MOVE SPACES                      TO RPT-BAL-LINE-REC.
007040     MOVE "*TOTAL*"                   TO RBL-ACCOUNT.
007050     MOVE WS-CUR-CODE(WS-CUR-SUB)     TO RBL-CURRENCY.
007060     MOVE WS-CUR-OPENING(WS-CUR-SUB)  TO RBL-OPENING.
007070     MOVE WS-CUR-ACTIVITY(WS-CUR-SUB) TO RBL-ACTIVITY.
007080     MOVE WS-CUR-CONTRA(WS-CUR-SUB)   TO RBL-CONTRA.
007090     MOVE WS-CUR-CLOSING(WS-CUR-SUB)  TO RBL-CLOSING.
007100     MOVE WS-CUR-COUNT(WS-CUR-SUB)    TO RBL-COUNT.
007110     WRITE REPORT-OUT-REC FROM RPT-BAL-LINE-REC.
007120 8200-ESCRIBIR-TOTAL-MONEDA-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160* 8300-ESCRIBIR-PRUEBA - PRINT THE POSTING PROOF: GENERATION
007170*                        RECORDS AGAINST ITS TRAILER, RECORDS
007180*                        POSTED PLUS ERRORS AGAINST RECORDS READ,
007190*                        AND THE DAY'S MOVEMENT READ BACK FROM
007200*                        THE BALANCE FILE AGAINST THE GENERATION
007210*                        AND THE DAY'S HISTORY RESULTADO SUM.
007220******************************************************************
007230 8300-ESCRIBIR-PRUEBA.
007240     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
007250     WRITE REPORT-OUT-REC FROM RPT-PROOF-TITLE-REC.
007260     MOVE "GENERATION RECORDS VS TRAILER" TO RPC-LABEL.
007270     MOVE WS-GEN-EXPECTED-CNT TO RPC-EXPECTED.
007280     MOVE WS-GEN-READ-CNT     TO RPC-ACTUAL.
007290     IF NOT WS-TRAILER-FOUND
007300         MOVE "NO TRAILER"     TO RPC-VERDICT
007310     ELSE
007320         IF WS-GEN-EXPECTED-CNT = WS-GEN-READ-CNT
007330             MOVE "IN BALANCE"     TO RPC-VERDICT
007340         ELSE
007350             MOVE "OUT OF BALANCE" TO RPC-VERDICT
007360         END-IF
007370     END-IF.
007380     WRITE REPORT-OUT-REC FROM RPT-PROOF-CNT-REC.
007390     IF WS-HOLD
007400         MOVE "NOT POSTED" TO RPT-SUM-VERDICT
007410         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
007420         WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC
007430         GO TO 8300-ESCRIBIR-PRUEBA-EXIT
007440     END-IF.
007450     MOVE "POSTED PLUS ERRORS VS READ"    TO RPC-LABEL.
007460     MOVE WS-GEN-READ-CNT TO RPC-EXPECTED.
007470     COMPUTE WS-TB-COUNT = WS-POSTED-CNT + WS-ERROR-CNT.
007480     MOVE WS-TB-COUNT     TO RPC-ACTUAL.
007490     IF WS-TB-COUNT = WS-GEN-READ-CNT
007500         MOVE "IN BALANCE"     TO RPC-VERDICT
007510     ELSE
007520         MOVE "OUT OF BALANCE" TO RPC-VERDICT
007530         SET WS-OUT-OF-BAL TO TRUE
007540     END-IF.
007550     WRITE REPORT-OUT-REC FROM RPT-PROOF-CNT-REC.
007560     MOVE "CONTRA POSTINGS (STATUS 3)"    TO RPC-LABEL.
007570     MOVE WS-CONTRA-CNT   TO RPC-EXPECTED.
007580     MOVE WS-CONTRA-CNT   TO RPC-ACTUAL.
007590     MOVE SPACES          TO RPC-VERDICT.
007600     WRITE REPORT-OUT-REC FROM RPT-PROOF-CNT-REC.
007610     MOVE "LEDGER DAY MOVEMENT VS GEN"    TO RPS-LABEL.
007620     MOVE WS-GEN-POST-SUM   TO RPS-EXPECTED.
007630     MOVE WS-LEDGER-DAY-SUM TO RPS-ACTUAL.
007640     IF WS-GEN-POST-SUM = WS-LEDGER-DAY-SUM
007650         MOVE "IN BALANCE"     TO RPS-VERDICT
007660     ELSE
007670         MOVE "OUT OF BALANCE" TO RPS-VERDICT
007680         SET WS-OUT-OF-BAL TO TRUE
007690     END-IF.
007700     WRITE REPORT-OUT-REC FROM RPT-PROOF-SUM-REC.
007710     MOVE "HISTORY DAY RESULTADO VS LEDGER" TO RPS-LABEL.
007720     MOVE WS-HIST-SUM       TO RPS-EXPECTED.
007730     MOVE WS-LEDGER-DAY-SUM TO RPS-ACTUAL.
007740     IF NOT WS-HIST-AVAIL
007750         MOVE "NOT AVAILABLE"  TO RPS-VERDICT
007760     ELSE
007770         IF WS-HIST-SUM = WS-LEDGER-DAY-SUM
007780             MOVE "IN BALANCE"     TO RPS-VERDICT
007790         ELSE
007800             MOVE "OUT OF BALANCE" TO RPS-VERDICT
007810             SET WS-OUT-OF-BAL TO TRUE
007820         END-IF
007830     END-IF.
007840     WRITE REPORT-OUT-REC FROM RPT-PROOF-SUM-REC.
007850     MOVE "HISTORY DAY ROWS VS POSTED"    TO RPC-LABEL.
007860     MOVE WS-HIST-CNT     TO RPC-EXPECTED.
007870     MOVE WS-POSTED-CNT   TO RPC-ACTUAL.
007880     IF NOT WS-HIST-AVAIL
007890         MOVE "NOT AVAILABLE"  TO RPC-VERDICT
007900     ELSE
007910         IF WS-HIST-CNT = WS-POSTED-CNT
007920             MOVE "IN BALANCE"     TO RPC-VERDICT
007930         ELSE
007940             MOVE "OUT OF BALANCE" TO RPC-VERDICT
007950             SET WS-OUT-OF-BAL TO TRUE
007960         END-IF
007970     END-IF.
007980     WRITE REPORT-OUT-REC FROM RPT-PROOF-CNT-REC.
007990     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
008000     IF WS-OUT-OF-BAL
008010         MOVE "OUT OF BALANCE" TO RPT-SUM-VERDICT
008020     ELSE
008030         MOVE "IN BALANCE"     TO RPT-SUM-VERDICT
008040     END-IF.
008050     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
008060 8300-ESCRIBIR-PRUEBA-EXIT.
008070     EXIT.
008080 END PROGRAM ACCTPOST.
