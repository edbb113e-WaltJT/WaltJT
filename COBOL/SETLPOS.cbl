000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      PER-BRANCH NET SETTLEMENT. RUN AFTER AUDCUT.
000160*               READS THE DAY'S SEALED AUDIT LOG GENERATION (DD
000170*               AUDITGEN), PROVES ITS DETAIL COUNT AGAINST THE
000180*               GENERATION TRAILER (AUDGTRL COPYBOOK) AND NETS
000190*               THE DAY BY SUBMITTING BRANCH (AUD-SOURCE-BRANCH)
000200*               AND CURRENCY. REVPOST CONTRA RECORDS (STATUS
000210*               "3") CARRY THE NEGATED RESULTADO AND SO OFFSET
000220*               THE ITEM THEY REVERSE; ERROR RECORDS (STATUS
000230*               "1"), WHICH INCLUDE EVERY ITEM THE CALCULATORS
000240*               SENT TO SUSPENSE, ARE EXCLUDED AND SHOWN
000250*               SEPARATELY. ONE SETTLEMENT INSTRUCTION (SETLREC
000260*               COPYBOOK, DD SETLINS) IS WRITTEN PER BRANCH AND
000270*               CURRENCY WITH A NON-ZERO NET POSITION, FOLLOWED
000280*               BY A CONTROL TRAILER. INTERACTIVE WORK (NO
000290*               BRANCH) IS REPORTED UNDER "NONE", AS ON THE
000300*               COBOL4 CONTROL REPORT, BUT NOT SETTLED. THE
000310*               PRINTED REPORT (DD SETLRPT) LISTS EVERY BRANCH
000320*               AND CURRENCY AND PROVES EACH BRANCH AGAINST THE
000330*               COBOL4 BY-BRANCH CONTROL TOTAL (EVERY RECORD'S
000340*               RESULTADO): EXCLUDED PLUS SETTLED EQUALS THE
000350*               CONTROL SUM. THE DAY IS THEN REGISTERED ON THE
000360*               PROCESSED-BATCH REGISTER (BATREGRC, BATCH ID =
000370*               THE BUSINESS DATE, PROGRAM "SETLPOS") SO A RERUN
000380*               CANNOT SETTLE THE SAME DAY TWICE. RETURN CODE 0
000390*               IN BALANCE, 8 WHEN THE GENERATION IS UNSEALED,
000400*               OUT OF BALANCE OR ALREADY SETTLED, OR THE
000410*               POSITIONS TABLE OVERFLOWS; NO INSTRUCTION FILE
000420*               IS WRITTEN THEN.
000430* TECTONICS:    cobc
000440*
000450* MODIFICATION HISTORY
000460*   2026-10-15  RA  INITIAL VERSION.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. SETLPOS.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT AUDIT-GEN-FILE ASSIGN TO AUDITGEN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-GEN-STATUS.
000560     SELECT BAT-REG-FILE ASSIGN TO BATREG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS BREG-KEY
000600         FILE STATUS IS WS-BREG-STATUS.
000610     SELECT SETL-INSTR-FILE ASSIGN TO SETLINS
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SETL-STATUS.
000640     SELECT REPORT-OUT-FILE ASSIGN TO SETLRPT
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-GEN-FILE
000690     RECORDING MODE IS F.
000700     COPY AUDITREC.
000710     COPY AUDGTRL.
000720 FD  BAT-REG-FILE.
000730     COPY BATREGRC.
000740 FD  SETL-INSTR-FILE
000750     RECORDING MODE IS F.
000760     COPY SETLREC.
000770 FD  REPORT-OUT-FILE
000780     RECORDING MODE IS F.
000790 01  REPORT-OUT-REC             PIC X(132).
000800 WORKING-STORAGE SECTION.
000810*
000820 01  RPT-PAGE-HEADER-REC.
000830     05 FILLER                  PIC X(37)
000840            VALUE "SETLPOS BRANCH NET SETTLEMENT FOR DAY".
000850     05 FILLER                  PIC X(01) VALUE SPACE.
000860     05 RPH-BUS-DATE            PIC 9(08).
000870     05 FILLER                  PIC X(10) VALUE SPACES.
000880     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
000890     05 RPH-PAGE-NO             PIC ZZ9.
000900     05 FILLER                  PIC X(65) VALUE SPACES.
000910 01  RPT-COLUMN-HEADER-REC.
000920     05 FILLER                  PIC X(13) VALUE "BRANCH  CUR".
000930     05 FILLER                  PIC X(09) VALUE "   ITEMS".
000940     05 FILLER                  PIC X(09) VALUE "EXCLUDED".
000950     05 FILLER                  PIC X(23) VALUE
000960            "          EXCLUDED SUM".
000970     05 FILLER                  PIC X(24) VALUE
000980            "          NET POSITION".
000990     05 FILLER                  PIC X(07) VALUE "DR/CR".
001000     05 FILLER                  PIC X(24) VALUE
001010            "    INSTRUCTION AMOUNT".
001020     05 FILLER                  PIC X(12) VALUE "STATUS".
001030     05 FILLER                  PIC X(11) VALUE SPACES.
001040 01  RPT-SETL-LINE-REC.
001050     05 RSL-BRANCH              PIC X(04).
001060     05 FILLER                  PIC X(04) VALUE SPACES.
001070     05 RSL-CURRENCY            PIC X(03).
001080     05 FILLER                  PIC X(02) VALUE SPACES.
001090     05 RSL-ITEMS               PIC Z(7)9.
001100     05 FILLER                  PIC X(01) VALUE SPACE.
001110     05 RSL-EXCL-CNT            PIC Z(7)9.
001120     05 FILLER                  PIC X(01) VALUE SPACE.
001130     05 RSL-EXCL-SUM            PIC ---,---,---,---,--9.99.
001140     05 FILLER                  PIC X(01) VALUE SPACE.
001150     05 RSL-NET                 PIC ---,---,---,---,--9.99.
001160     05 FILLER                  PIC X(02) VALUE SPACES.
001170     05 RSL-DR-CR               PIC X(06).
001180     05 FILLER                  PIC X(01) VALUE SPACE.
001190     05 RSL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001200     05 RSL-AMOUNT-X REDEFINES RSL-AMOUNT
001210                                PIC X(22).
001220     05 FILLER                  PIC X(02) VALUE SPACES.
001230     05 RSL-FLAG                PIC X(12).
001240     05 FILLER                  PIC X(11) VALUE SPACES.
001250 01  RPT-BRANCH-PROOF-REC.
001260     05 FILLER                  PIC X(07) VALUE "BRANCH ".
001270     05 RBP-BRANCH              PIC X(04).
001280     05 FILLER                  PIC X(15)
001290            VALUE " CONTROL TRANS=".
001300     05 RBP-CTL-CNT             PIC Z(7)9.
001310     05 FILLER                  PIC X(05) VALUE " SUM=".
001320     05 RBP-CTL-SUM             PIC -9(13).99.
001330     05 FILLER                  PIC X(10) VALUE " EXCLUDED=".
001340     05 RBP-EXCL-SUM            PIC -9(13).99.
001350     05 FILLER                  PIC X(09) VALUE " SETTLED=".
001360     05 RBP-NET-SUM             PIC -9(13).99.
001370     05 FILLER                  PIC X(01) VALUE SPACE.
001380     05 RBP-VERDICT             PIC X(14).
001390     05 FILLER                  PIC X(08) VALUE SPACES.
001400 01  RPT-GRAND-TOTAL-REC.
001410     05 FILLER                  PIC X(13) VALUE "INSTRUCTIONS=".
001420     05 RGT-INSTR-CNT           PIC Z(5)9.
001430     05 FILLER                  PIC X(08) VALUE " DEBITS=".
001440     05 RGT-DEBIT-TOTAL         PIC 9(13).99.
001450     05 FILLER                  PIC X(09) VALUE " CREDITS=".
001460     05 RGT-CREDIT-TOTAL        PIC 9(13).99.
001470     05 FILLER                  PIC X(07) VALUE " ITEMS=".
001480     05 RGT-ITEM-CNT            PIC Z(7)9.
001490     05 FILLER                  PIC X(10) VALUE " EXCLUDED=".
001500     05 RGT-EXCL-CNT            PIC Z(7)9.
001510     05 FILLER                  PIC X(31) VALUE SPACES.
001520 01  RPT-GEN-BAL-REC.
001530     05 FILLER                  PIC X(20)
001540            VALUE "GENERATION OF DAY ".
001550     05 RPT-GEN-BUS-DATE        PIC 9(08).
001560     05 FILLER                  PIC X(10) VALUE " EXPECTED=".
001570     05 RPT-GEN-EXPECTED        PIC Z(7)9.
001580     05 FILLER                  PIC X(08) VALUE " ACTUAL=".
001590     05 RPT-GEN-ACTUAL          PIC Z(7)9.
001600     05 FILLER                  PIC X(01) VALUE SPACE.
001610     05 RPT-GEN-VERDICT         PIC X(14).
001620     05 FILLER                  PIC X(55) VALUE SPACES.
001630 01  RPT-SUMMARY-REC.
001640     05 FILLER                  PIC X(16)
001650            VALUE "OVERALL VERDICT=".
001660     05 RPT-SUM-VERDICT         PIC X(14).
001670     05 FILLER                  PIC X(102) VALUE SPACES.
001680 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001690*
001700 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
001710 77  WS-BREG-STATUS             PIC X(02) VALUE SPACES.
001720 77  WS-SETL-STATUS             PIC X(02) VALUE SPACES.
001730 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001740     88 WS-EOF                            VALUE "Y".
001750 77  WS-TRAILER-FOUND-SW        PIC X(01) VALUE "N".
001760     88 WS-TRAILER-FOUND                  VALUE "Y".
001770 77  WS-HOLD-SW                 PIC X(01) VALUE "N".
001780     88 WS-HOLD                           VALUE "Y".
001790 77  WS-OUT-OF-BAL-SW           PIC X(01) VALUE "N".
001800     88 WS-OUT-OF-BAL                     VALUE "Y".
001810 77  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
001820     88 WS-TABLE-FULL                     VALUE "Y".
001830 77  WS-BREG-FILE-SW            PIC X(01) VALUE "N".
001840     88 WS-BREG-FILE-OPEN                 VALUE "Y".
001850 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001860 77  WS-GEN-EXPECTED-CNT        PIC 9(08) COMP VALUE ZERO.
001870 77  WS-GEN-READ-CNT            PIC 9(08) COMP VALUE ZERO.
001880 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
001890 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
001900 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
001910*
001920 01  WS-ROW-KEY.
001930     05 WS-ROW-BRANCH           PIC X(04).
001940     05 WS-ROW-CURRENCY         PIC X(03).
001950 77  WS-POS-SUB                 PIC 9(03) COMP VALUE ZERO.
001960 77  WS-POS-USED-CNT            PIC 9(03) COMP VALUE ZERO.
001970 77  WS-SHIFT-SUB               PIC 9(03) COMP VALUE ZERO.
001980 77  WS-SHIFT-NEXT              PIC 9(03) COMP VALUE ZERO.
001990 77  WS-POS-FOUND-SW            PIC X(01) VALUE "N".
002000     88 WS-POS-FOUND                      VALUE "Y".
002010 77  WS-POS-SLOT-SW             PIC X(01) VALUE "N".
002020     88 WS-POS-SLOT-FOUND                 VALUE "Y".
002030 01  WS-POS-TABLE.
002040     05 WS-POS-ENTRY            OCCURS 200 TIMES.
002050         10 WS-POS-KEY.
002060             15 WS-POS-BRANCH   PIC X(04).
002070             15 WS-POS-CURRENCY PIC X(03).
002080         10 WS-POS-ALL-CNT      PIC 9(08) COMP.
002090         10 WS-POS-ALL-SUM      PIC S9(13)V99.
002100         10 WS-POS-EXCL-CNT     PIC 9(08) COMP.
002110         10 WS-POS-EXCL-SUM     PIC S9(13)V99.
002120         10 WS-POS-NET-CNT      PIC 9(08) COMP.
002130         10 WS-POS-NET-SUM      PIC S9(13)V99.
002140*
002150 77  WS-PREV-BRANCH             PIC X(04) VALUE SPACES.
002160 77  WS-BRN-CTL-CNT             PIC 9(08) COMP VALUE ZERO.
002170 77  WS-BRN-CTL-SUM             PIC S9(13)V99 VALUE ZERO.
002180 77  WS-BRN-EXCL-SUM            PIC S9(13)V99 VALUE ZERO.
002190 77  WS-BRN-NET-SUM             PIC S9(13)V99 VALUE ZERO.
002200 77  WS-BRN-PROOF-SUM           PIC S9(13)V99 VALUE ZERO.
002210 77  WS-INSTR-AMOUNT            PIC S9(13)V99 VALUE ZERO.
002220 77  WS-INSTR-CNT               PIC 9(06) VALUE ZERO.
002230 77  WS-DEBIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
002240 77  WS-CREDIT-TOTAL            PIC 9(13)V99 VALUE ZERO.
002250 77  WS-ITEM-CNT                PIC 9(08) VALUE ZERO.
002260 77  WS-EXCL-CNT                PIC 9(08) VALUE ZERO.
002270 77  WS-BRN-OOB-CNT             PIC 9(04) COMP VALUE ZERO.
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-INITIALIZE-EXIT.
002320     IF NOT WS-HOLD
002330         PERFORM 3000-LIQUIDAR
002340             THRU 3000-LIQUIDAR-EXIT
002350     END-IF.
002360     PERFORM 8000-TERMINATE
002370         THRU 8000-TERMINATE-EXIT.
002380     GOBACK.
002390*
002400******************************************************************
002410* 1000-INITIALIZE - OPEN THE REPORT, READ THE GENERATION INTO THE
002420*                   POSITIONS TABLE WHILE PROVING IT, AND REFUSE
002430*                   TO SETTLE AN UNSEALED, OUT-OF-BALANCE OR
002440*                   ALREADY-SETTLED GENERATION.
002450******************************************************************
002460 1000-INITIALIZE.
002470     OPEN OUTPUT REPORT-OUT-FILE.
002480     OPEN INPUT AUDIT-GEN-FILE.
002490     IF WS-GEN-STATUS NOT = "00"
002500         DISPLAY "Error: no se pudo abrir AUDITGEN; estado "
002510             WS-GEN-STATUS
002520         SET WS-HOLD TO TRUE
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF.
002550     PERFORM 2100-READ-GEN
002560         THRU 2100-READ-GEN-EXIT.
002570     PERFORM 2000-ACUMULAR-REGISTRO
002580         THRU 2000-ACUMULAR-REGISTRO-EXIT
002590         UNTIL WS-EOF.
002600     CLOSE AUDIT-GEN-FILE.
002610     IF NOT WS-TRAILER-FOUND
002620         DISPLAY "Error: la generacion AUDITGEN no tiene "
002630             "registro de cierre; no se liquida."
002640         SET WS-HOLD TO TRUE
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.
002670     MOVE WS-BUS-DATE TO RPH-BUS-DATE.
002680     IF WS-GEN-READ-CNT NOT = WS-GEN-EXPECTED-CNT
002690         DISPLAY "Error: la generacion del dia " WS-BUS-DATE
002700             " no cuadra con su registro de cierre; no se "
002710             "liquida."
002720         SET WS-HOLD TO TRUE
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF.
002750     IF WS-TABLE-FULL
002760         DISPLAY "Error: mas de 200 posiciones de sucursal y "
002770             "moneda en el dia " WS-BUS-DATE "; no se liquida."
002780         SET WS-HOLD TO TRUE
002790         GO TO 1000-INITIALIZE-EXIT
002800     END-IF.
002810     PERFORM 1100-VERIFICAR-REGISTRO
002820         THRU 1100-VERIFICAR-REGISTRO-EXIT.
002830 1000-INITIALIZE-EXIT.
002840     EXIT.
002850*
002860******************************************************************
002870* 1100-VERIFICAR-REGISTRO - REFUSE A GENERATION WHOSE BUSINESS
002880*                           DATE IS ALREADY ON THE PROCESSED-BATCH
002890*                           REGISTER FOR SETLPOS. AN UNOPENABLE
002900*                           REGISTER HOLDS THE SETTLEMENT, SINCE
002910*                           THE DAY COULD NOT BE REGISTERED
002920*                           AFTERWARDS.
002930******************************************************************
002940 1100-VERIFICAR-REGISTRO.
002950     OPEN I-O BAT-REG-FILE.
002960     IF WS-BREG-STATUS = "35"
002970         OPEN OUTPUT BAT-REG-FILE
002980         CLOSE BAT-REG-FILE
002990         OPEN I-O BAT-REG-FILE
003000     END-IF.
003010     IF WS-BREG-STATUS NOT = "00"
003020         DISPLAY "Error: no se pudo abrir el registro de lotes "
003030             "BATREG; estado " WS-BREG-STATUS
003040         SET WS-HOLD TO TRUE
003050         GO TO 1100-VERIFICAR-REGISTRO-EXIT
003060     END-IF.
003070     SET WS-BREG-FILE-OPEN TO TRUE.
003080     MOVE WS-BUS-DATE TO BREG-BATCH-ID.
003090     MOVE "SETLPOS"   TO BREG-PROGRAM.
003100     READ BAT-REG-FILE
003110         INVALID KEY
003120             CONTINUE
003130         NOT INVALID KEY
003140             DISPLAY "Error: el dia " WS-BUS-DATE " ya fue "
003150                 "liquidado; no se liquida de nuevo."
003160             SET WS-HOLD TO TRUE
003170     END-READ.
003180 1100-VERIFICAR-REGISTRO-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220* 2000-ACUMULAR-REGISTRO - CAPTURE THE TRAILER, OR COUNT ONE
003230*                          DETAIL RECORD AND ROLL IT INTO ITS
003240*                          BRANCH AND CURRENCY POSITION: EVERY
003250*                          RECORD INTO THE CONTROL TOTAL, ERROR
003260*                          RECORDS INTO THE EXCLUDED TOTAL AND
003270*                          THE REST INTO THE NET POSITION.
003280******************************************************************
003290 2000-ACUMULAR-REGISTRO.
003300     IF AGT-TRAILER
003310         SET WS-TRAILER-FOUND TO TRUE
003320         MOVE AGT-RECORD-COUNT  TO WS-GEN-EXPECTED-CNT
003330         MOVE AGT-BUSINESS-DATE TO WS-BUS-DATE
003340         GO TO 2000-ACUMULAR-REGISTRO-LEER
003350     END-IF.
003360     ADD 1 TO WS-GEN-READ-CNT.
003370     IF AUD-SOURCE-BRANCH = SPACES
003380         MOVE "NONE" TO WS-ROW-BRANCH
003390     ELSE
003400         MOVE AUD-SOURCE-BRANCH TO WS-ROW-BRANCH
003410     END-IF.
003420     IF AUD-CURRENCY-CODE = SPACES
003430         MOVE "USD" TO WS-ROW-CURRENCY
003440     ELSE
003450         MOVE AUD-CURRENCY-CODE TO WS-ROW-CURRENCY
003460     END-IF.
003470     PERFORM 4000-BUSCAR-POSICION
003480         THRU 4000-BUSCAR-POSICION-EXIT.
003490     IF WS-POS-SUB = ZERO
003500         GO TO 2000-ACUMULAR-REGISTRO-LEER
003510     END-IF.
003520     ADD 1             TO WS-POS-ALL-CNT(WS-POS-SUB).
003530     ADD AUD-RESULTADO TO WS-POS-ALL-SUM(WS-POS-SUB).
003540     IF AUD-STATUS-ERROR
003550         ADD 1             TO WS-POS-EXCL-CNT(WS-POS-SUB)
003560         ADD AUD-RESULTADO TO WS-POS-EXCL-SUM(WS-POS-SUB)
003570     ELSE
003580         ADD 1             TO WS-POS-NET-CNT(WS-POS-SUB)
003590         ADD AUD-RESULTADO TO WS-POS-NET-SUM(WS-POS-SUB)
003600     END-IF.
003610 2000-ACUMULAR-REGISTRO-LEER.
003620     PERFORM 2100-READ-GEN
003630         THRU 2100-READ-GEN-EXIT.
003640 2000-ACUMULAR-REGISTRO-EXIT.
003650     EXIT.
003660*
003670 2100-READ-GEN.
003680     READ AUDIT-GEN-FILE
003690         AT END
003700             SET WS-EOF TO TRUE
003710     END-READ.
003720 2100-READ-GEN-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
003770*                           COUNT, PRINT THE TITLE AND COLUMN
003780*                           HEADINGS, AND RESET THE LINE COUNT.
003790******************************************************************
003800 2900-WRITE-PAGE-HEADING.
003810     ADD 1 TO WS-PAGE-CNT.
003820     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
003830     IF WS-PAGE-CNT > 1
003840         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
003850     END-IF.
003860     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
003870     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
003880     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
003890     MOVE ZERO TO WS-LINE-CNT.
003900 2900-WRITE-PAGE-HEADING-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940* 3000-LIQUIDAR - WRITE THE INSTRUCTION FILE AND THE REPORT FROM
003950*                 THE POSITIONS TABLE, IN BRANCH AND CURRENCY
003960*                 ORDER, WITH A PROOF LINE AT EACH CHANGE OF
003970*                 BRANCH, THEN THE CONTROL TRAILER, AND REGISTER
003980*                 THE DAY AS SETTLED.
003990******************************************************************
004000 3000-LIQUIDAR.
004010     OPEN OUTPUT SETL-INSTR-FILE.
004020     IF WS-SETL-STATUS NOT = "00"
004030         DISPLAY "Error: no se pudo abrir el archivo de "
004040             "instrucciones SETLINS; estado " WS-SETL-STATUS
004050         SET WS-HOLD TO TRUE
004060         GO TO 3000-LIQUIDAR-EXIT
004070     END-IF.
004080     PERFORM 2900-WRITE-PAGE-HEADING
004090         THRU 2900-WRITE-PAGE-HEADING-EXIT.
004100     MOVE ZERO TO WS-POS-SUB.
004110     PERFORM 3100-LIQUIDAR-POSICION
004120         THRU 3100-LIQUIDAR-POSICION-EXIT
004130         UNTIL WS-POS-SUB NOT < WS-POS-USED-CNT.
004140     IF WS-PREV-BRANCH NOT = SPACES
004150         PERFORM 3200-PRUEBA-SUCURSAL
004160             THRU 3200-PRUEBA-SUCURSAL-EXIT
004170     END-IF.
004180     MOVE SPACES              TO SETL-TRAILER-REC.
004190     SET SETL-TRAILER         TO TRUE.
004200     MOVE WS-BUS-DATE         TO SETL-T-BUS-DATE.
004210     MOVE WS-INSTR-CNT        TO SETL-T-INSTR-COUNT.
004220     MOVE WS-DEBIT-TOTAL      TO SETL-T-DEBIT-TOTAL.
004230     MOVE WS-CREDIT-TOTAL     TO SETL-T-CREDIT-TOTAL.
004240     MOVE WS-ITEM-CNT         TO SETL-T-ITEM-COUNT.
004250     WRITE SETL-TRAILER-REC.
004260     CLOSE SETL-INSTR-FILE.
004270     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004280     MOVE WS-INSTR-CNT    TO RGT-INSTR-CNT.
004290     MOVE WS-DEBIT-TOTAL  TO RGT-DEBIT-TOTAL.
004300     MOVE WS-CREDIT-TOTAL TO RGT-CREDIT-TOTAL.
004310     MOVE WS-ITEM-CNT     TO RGT-ITEM-CNT.
004320     MOVE WS-EXCL-CNT     TO RGT-EXCL-CNT.
004330     WRITE REPORT-OUT-REC FROM RPT-GRAND-TOTAL-REC.
004340     MOVE SPACES          TO BREG-REC.
004350     MOVE WS-BUS-DATE     TO BREG-BATCH-ID.
004360     MOVE "SETLPOS"       TO BREG-PROGRAM.
004370     MOVE WS-BUS-DATE     TO BREG-BUS-DATE.
004380     COMPUTE BREG-HASH-TOTAL = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
004390     MOVE "AUDITGEN"      TO BREG-SOURCE-FILE.
004400     WRITE BREG-REC
004410         INVALID KEY
004420             DISPLAY "Aviso: no se pudo registrar la "
004430                 "liquidacion del dia " WS-BUS-DATE
004440                 "; estado " WS-BREG-STATUS
004450     END-WRITE.
004460 3000-LIQUIDAR-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500* 3100-LIQUIDAR-POSICION - PRINT ONE BRANCH AND CURRENCY AND, FOR
004510*                          A REAL BRANCH WITH A NON-ZERO NET,
004520*                          WRITE ITS DEBIT OR CREDIT INSTRUCTION.
004530******************************************************************
004540 3100-LIQUIDAR-POSICION.
004550     ADD 1 TO WS-POS-SUB.
004560     IF WS-POS-BRANCH(WS-POS-SUB) NOT = WS-PREV-BRANCH
004570         IF WS-PREV-BRANCH NOT = SPACES
004580             PERFORM 3200-PRUEBA-SUCURSAL
004590                 THRU 3200-PRUEBA-SUCURSAL-EXIT
004600         END-IF
004610         MOVE WS-POS-BRANCH(WS-POS-SUB) TO WS-PREV-BRANCH
004620         MOVE ZERO TO WS-BRN-CTL-CNT
004630         MOVE ZERO TO WS-BRN-CTL-SUM
004640         MOVE ZERO TO WS-BRN-EXCL-SUM
004650         MOVE ZERO TO WS-BRN-NET-SUM
004660     END-IF.
004670     IF WS-LINE-CNT NOT < WS-MAX-LINES
004680         PERFORM 2900-WRITE-PAGE-HEADING
004690             THRU 2900-WRITE-PAGE-HEADING-EXIT
004700     END-IF.
004710     MOVE SPACES TO RSL-DR-CR.
004720     MOVE SPACES TO RSL-AMOUNT-X.
004730     MOVE SPACES TO RSL-FLAG.
004740     EVALUATE TRUE
004750         WHEN WS-POS-BRANCH(WS-POS-SUB) = "NONE"
004760             MOVE "NOT SETTLED" TO RSL-FLAG
004770         WHEN WS-POS-NET-SUM(WS-POS-SUB) = ZERO
004780             MOVE "NETS TO ZERO" TO RSL-FLAG
004790         WHEN OTHER
004800             PERFORM 3300-ESCRIBIR-INSTRUCCION
004810                 THRU 3300-ESCRIBIR-INSTRUCCION-EXIT
004820     END-EVALUATE.
004830     MOVE WS-POS-BRANCH(WS-POS-SUB)   TO RSL-BRANCH.
004840     MOVE WS-POS-CURRENCY(WS-POS-SUB) TO RSL-CURRENCY.
004850     MOVE WS-POS-NET-CNT(WS-POS-SUB)  TO RSL-ITEMS.
004860     MOVE WS-POS-EXCL-CNT(WS-POS-SUB) TO RSL-EXCL-CNT.
004870     MOVE WS-POS-EXCL-SUM(WS-POS-SUB) TO RSL-EXCL-SUM.
004880     MOVE WS-POS-NET-SUM(WS-POS-SUB)  TO RSL-NET.
004890     WRITE REPORT-OUT-REC FROM RPT-SETL-LINE-REC.
004900     ADD 1 TO WS-LINE-CNT.
004910     ADD WS-POS-ALL-CNT(WS-POS-SUB)  TO WS-BRN-CTL-CNT.
004920     ADD WS-POS-ALL-SUM(WS-POS-SUB)  TO WS-BRN-CTL-SUM.
004930     ADD WS-POS-EXCL-SUM(WS-POS-SUB) TO WS-BRN-EXCL-SUM.
004940     ADD WS-POS-NET-SUM(WS-POS-SUB)  TO WS-BRN-NET-SUM.
004950     ADD WS-POS-EXCL-CNT(WS-POS-SUB) TO WS-EXCL-CNT.
004960 3100-LIQUIDAR-POSICION-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000* 3200-PRUEBA-SUCURSAL - PRINT THE BRANCH JUST FINISHED AGAINST
005010*                        ITS COBOL4 CONTROL TOTAL: EXCLUDED PLUS
005020*                        SETTLED MUST EQUAL THE CONTROL SUM.
005030******************************************************************
005040 3200-PRUEBA-SUCURSAL.
005050     MOVE WS-PREV-BRANCH  TO RBP-BRANCH.
005060     MOVE WS-BRN-CTL-CNT  TO RBP-CTL-CNT.
005070     MOVE WS-BRN-CTL-SUM  TO RBP-CTL-SUM.
005080     MOVE WS-BRN-EXCL-SUM TO RBP-EXCL-SUM.
005090     MOVE WS-BRN-NET-SUM  TO RBP-NET-SUM.
005100     COMPUTE WS-BRN-PROOF-SUM = WS-BRN-EXCL-SUM + WS-BRN-NET-SUM.
005110     IF WS-BRN-PROOF-SUM = WS-BRN-CTL-SUM
005120         MOVE "IN BALANCE"     TO RBP-VERDICT
005130     ELSE
005140         MOVE "OUT OF BALANCE" TO RBP-VERDICT
005150         ADD 1 TO WS-BRN-OOB-CNT
005160         SET WS-OUT-OF-BAL TO TRUE
005170     END-IF.
005180     WRITE REPORT-OUT-REC FROM RPT-BRANCH-PROOF-REC.
005190     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
005200     ADD 2 TO WS-LINE-CNT.
005210 3200-PRUEBA-SUCURSAL-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250* 3300-ESCRIBIR-INSTRUCCION - WRITE THE CURRENT POSITION'S
005260*                             INSTRUCTION: A CREDIT TO THE BRANCH
005270*                             FOR A POSITIVE NET, A DEBIT FOR A
005280*                             NEGATIVE ONE, FOR THE UNSIGNED NET.
005290******************************************************************
005300 3300-ESCRIBIR-INSTRUCCION.
005310     MOVE SPACES                      TO SETL-INSTR-REC.
005320     SET SETL-DETAIL                  TO TRUE.
005330     MOVE WS-BUS-DATE                 TO SETL-BUS-DATE.
005340     MOVE WS-POS-BRANCH(WS-POS-SUB)   TO SETL-BRANCH-ID.
005350     MOVE WS-POS-CURRENCY(WS-POS-SUB) TO SETL-CURRENCY.
005360     IF WS-POS-NET-SUM(WS-POS-SUB) > ZERO
005370         SET SETL-CREDIT TO TRUE
005380         MOVE WS-POS-NET-SUM(WS-POS-SUB) TO WS-INSTR-AMOUNT
005390         ADD WS-INSTR-AMOUNT TO WS-CREDIT-TOTAL
005400         MOVE "CREDIT" TO RSL-DR-CR
005410     ELSE
005420         SET SETL-DEBIT TO TRUE
005430         COMPUTE WS-INSTR-AMOUNT =
005440             ZERO - WS-POS-NET-SUM(WS-POS-SUB)
005450         ADD WS-INSTR-AMOUNT TO WS-DEBIT-TOTAL
005460         MOVE "DEBIT" TO RSL-DR-CR
005470     END-IF.
005480     ADD 1 TO WS-INSTR-CNT.
005490     MOVE WS-INSTR-AMOUNT              TO SETL-AMOUNT.
005500     MOVE WS-POS-NET-CNT(WS-POS-SUB)   TO SETL-ITEM-COUNT.
005510     MOVE WS-INSTR-CNT                 TO SETL-INSTR-NO.
005520     WRITE SETL-INSTR-REC.
005530     ADD WS-POS-NET-CNT(WS-POS-SUB)    TO WS-ITEM-CNT.
005540     MOVE WS-INSTR-AMOUNT              TO RSL-AMOUNT.
005550     MOVE "INSTRUCTED"                 TO RSL-FLAG.
005560 3300-ESCRIBIR-INSTRUCCION-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600* 4000-BUSCAR-POSICION - FIND THIS RECORD'S BRANCH AND CURRENCY
005610*                        IN THE POSITIONS TABLE, OR INSERT IT IN
005620*                        KEY ORDER, AND LEAVE WS-POS-SUB POINTING
005630*                        AT ITS ENTRY. A FULL TABLE LEAVES
005640*                        WS-POS-SUB AT ZERO AND HOLDS THE RUN.
005650******************************************************************
005660 4000-BUSCAR-POSICION.
005670     MOVE "N" TO WS-POS-FOUND-SW.
005680     MOVE "N" TO WS-POS-SLOT-SW.
005690     MOVE 1 TO WS-POS-SUB.
005700     PERFORM 4100-COMPARAR-POSICION
005710         THRU 4100-COMPARAR-POSICION-EXIT
005720         UNTIL WS-POS-FOUND OR WS-POS-SLOT-FOUND
005730             OR WS-POS-SUB > WS-POS-USED-CNT.
005740     IF WS-POS-FOUND
005750         GO TO 4000-BUSCAR-POSICION-EXIT
005760     END-IF.
005770     IF WS-POS-USED-CNT NOT < 200
005780         SET WS-TABLE-FULL TO TRUE
005790         MOVE ZERO TO WS-POS-SUB
005800         GO TO 4000-BUSCAR-POSICION-EXIT
005810     END-IF.
005820     MOVE WS-POS-USED-CNT TO WS-SHIFT-SUB.
005830     PERFORM 4200-DESPLAZAR-POSICION
005840         THRU 4200-DESPLAZAR-POSICION-EXIT
005850         UNTIL WS-SHIFT-SUB < WS-POS-SUB.
005860     ADD 1 TO WS-POS-USED-CNT.
005870     MOVE WS-ROW-KEY TO WS-POS-KEY(WS-POS-SUB).
005880     MOVE ZERO TO WS-POS-ALL-CNT(WS-POS-SUB).
005890     MOVE ZERO TO WS-POS-ALL-SUM(WS-POS-SUB).
005900     MOVE ZERO TO WS-POS-EXCL-CNT(WS-POS-SUB).
005910     MOVE ZERO TO WS-POS-EXCL-SUM(WS-POS-SUB).
005920     MOVE ZERO TO WS-POS-NET-CNT(WS-POS-SUB).
005930     MOVE ZERO TO WS-POS-NET-SUM(WS-POS-SUB).
005940 4000-BUSCAR-POSICION-EXIT.
005950     EXIT.
005960*
005970 4100-COMPARAR-POSICION.
005980     IF WS-POS-KEY(WS-POS-SUB) = WS-ROW-KEY
005990         SET WS-POS-FOUND TO TRUE
006000     ELSE
006010         IF WS-POS-KEY(WS-POS-SUB) > WS-ROW-KEY
006020             SET WS-POS-SLOT-FOUND TO TRUE
006030         ELSE
006040             ADD 1 TO WS-POS-SUB
006050         END-IF
006060     END-IF.
006070 4100-COMPARAR-POSICION-EXIT.
006080     EXIT.
006090*
006100 4200-DESPLAZAR-POSICION.
006110     COMPUTE WS-SHIFT-NEXT = WS-SHIFT-SUB + 1.
006120     MOVE WS-POS-ENTRY(WS-SHIFT-SUB)
006130         TO WS-POS-ENTRY(WS-SHIFT-NEXT).
006140     SUBTRACT 1 FROM WS-SHIFT-SUB.
006150 4200-DESPLAZAR-POSICION-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190* 8000-TERMINATE - PRINT THE GENERATION PROOF AND THE OVERALL
006200*                  VERDICT, CLOSE THE FILES AND SET THE RETURN
006210*                  CODE.
006220******************************************************************
006230 8000-TERMINATE.
006240     IF WS-PAGE-CNT = ZERO
006250         PERFORM 2900-WRITE-PAGE-HEADING
006260             THRU 2900-WRITE-PAGE-HEADING-EXIT
006270     END-IF.
006280     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
006290     MOVE WS-BUS-DATE         TO RPT-GEN-BUS-DATE.
006300     MOVE WS-GEN-EXPECTED-CNT TO RPT-GEN-EXPECTED.
006310     MOVE WS-GEN-READ-CNT     TO RPT-GEN-ACTUAL.
006320     IF WS-TRAILER-FOUND
006330             AND WS-GEN-READ-CNT = WS-GEN-EXPECTED-CNT
006340         MOVE "IN BALANCE"     TO RPT-GEN-VERDICT
006350     ELSE
006360         MOVE "OUT OF BALANCE" TO RPT-GEN-VERDICT
006370     END-IF.
006380     WRITE REPORT-OUT-REC FROM RPT-GEN-BAL-REC.
006390     IF WS-HOLD
006400         MOVE "NOT SETTLED"    TO RPT-SUM-VERDICT
006410     ELSE
006420         IF WS-OUT-OF-BAL
006430             MOVE "OUT OF BALANCE" TO RPT-SUM-VERDICT
006440         ELSE
006450             MOVE "IN BALANCE"     TO RPT-SUM-VERDICT
006460         END-IF
006470     END-IF.
006480     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
006490     CLOSE REPORT-OUT-FILE.
006500     IF WS-BREG-FILE-OPEN
006510         CLOSE BAT-REG-FILE
006520     END-IF.
006530     IF WS-HOLD OR WS-OUT-OF-BAL
006540         MOVE 8 TO RETURN-CODE
006550     ELSE
006560         MOVE 0 TO RETURN-CODE
006570     END-IF.
006580 8000-TERMINATE-EXIT.
006590     EXIT.
006600 END PROGRAM SETLPOS.
