000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      END-OF-SHIFT BLOTTER. CALLED BY COBOL5 WHEN THE
000160*               OPERATOR SIGNS OFF. READS THE SHARED AUDIT LOG
000170*               (AUDITREC, DD AUDITLOG) FOR THE ROWS OF THE
000180*               SESSION JUST ENDING (AUD-SESSION-ID =
000190*               LNK-SESSION-ID AND AUD-OPERATOR-ID =
000200*               LNK-OPERATOR-ID) AND SHOWS AND PRINTS (DD
000210*               SHFTBLTR, APPENDED) EVERY CALCULATION OF THE
000220*               SESSION, THE COUNTS AND TOTALS BY CURRENCY, THE
000230*               OVERRIDES USED (AUD-OVERRIDE-ID) AND THE
000240*               REVERSALS POSTED. THE BLOTTER IS ALSO WRITTEN TO
000250*               THE SHIFT REGISTER (SHFTREC, DD SHFTREG) AS
000260*               PENDING, FOR A LEVEL-3 SUPERVISOR TO ACKNOWLEDGE
000270*               IN SHFTACK; SHFTRPT REPORTS THE SHIFTS NEVER
000280*               ACKNOWLEDGED. A SESSION WITH NO AUDIT ROWS HAS
000290*               NOTHING TO ACKNOWLEDGE AND IS NOT REGISTERED. A
000300*               TRAINING SESSION (LNK-TRAINING-SW) GETS ITS
000310*               BLOTTER FROM THE TRAINING AUDIT LOG BUT IS NEVER
000320*               REGISTERED.
000330* TECTONICS:    cobc
000340*
000350* MODIFICATION HISTORY
000360*   2026-10-15  RA  INITIAL VERSION.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. SHFTBLT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSNAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460     SELECT SHIFT-REG-FILE ASSIGN TO SHFTREG
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SHF-KEY
000500         FILE STATUS IS WS-SHF-STATUS.
000510     SELECT BLOTTER-OUT-FILE ASSIGN TO SHFTBLTR
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-BLT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AUDIT-LOG-FILE
000570     RECORDING MODE IS F.
000580     COPY AUDITREC.
000590 FD  SHIFT-REG-FILE.
000600     COPY SHFTREC.
000610 FD  BLOTTER-OUT-FILE
000620     RECORDING MODE IS F.
000630 01  BLOTTER-OUT-REC        PIC X(132).
000640 WORKING-STORAGE SECTION.
000650*
000660 01  BLT-TITLE-REC.
000670     05 FILLER              PIC X(39)
000680            VALUE "SHFTBLT END-OF-SHIFT BLOTTER - OPERATOR".
000690     05 FILLER              PIC X(01) VALUE SPACE.
000700     05 BLT-T-OPERATOR      PIC X(08).
000710     05 FILLER              PIC X(09) VALUE " SESSION ".
000720     05 BLT-T-SESSION       PIC X(15).
000730     05 FILLER              PIC X(12) VALUE " SIGNED OFF ".
000740     05 BLT-T-DATE          PIC 9(08).
000750     05 FILLER              PIC X(01) VALUE SPACE.
000760     05 BLT-T-TIME          PIC 9(06).
000770     05 FILLER              PIC X(33) VALUE SPACES.
000780 01  BLT-COLUMN-HEADER-REC.
000790     05 FILLER              PIC X(18) VALUE "TIME     PROGRAM".
000800     05 FILLER              PIC X(02) VALUE "OP".
000810     05 FILLER              PIC X(16) VALUE "      OPERAND-1 ".
000820     05 FILLER              PIC X(16) VALUE "      OPERAND-2 ".
000830     05 FILLER              PIC X(16) VALUE "         RESULT ".
000840     05 FILLER              PIC X(25)
000850            VALUE "CUR  ST ACCOUNT  OVERRIDE".
000860     05 FILLER              PIC X(39) VALUE SPACES.
000870 01  BLT-DETAIL-REC.
000880     05 BLD-TIME            PIC X(08).
000890     05 FILLER              PIC X(01) VALUE SPACE.
000900     05 BLD-PROGRAM         PIC X(08).
000910     05 FILLER              PIC X(01) VALUE SPACE.
000920     05 BLD-OPERATION       PIC X(01).
000930     05 FILLER              PIC X(01) VALUE SPACE.
000940     05 BLD-OPERAND-1       PIC ----,---,--9.99.
000950     05 FILLER              PIC X(01) VALUE SPACE.
000960     05 BLD-OPERAND-2       PIC ----,---,--9.99.
000970     05 FILLER              PIC X(01) VALUE SPACE.
000980     05 BLD-RESULTADO       PIC ----,---,--9.99.
000990     05 FILLER              PIC X(01) VALUE SPACE.
001000     05 BLD-CURRENCY        PIC X(03).
001010     05 FILLER              PIC X(02) VALUE SPACES.
001020     05 BLD-STATUS          PIC X(01).
001030     05 FILLER              PIC X(02) VALUE SPACES.
001040     05 BLD-ACCOUNT         PIC X(08).
001050     05 FILLER              PIC X(01) VALUE SPACE.
001060     05 BLD-OVERRIDE-ID     PIC X(08).
001070     05 FILLER              PIC X(39) VALUE SPACES.
001080 01  BLT-LEGEND-REC.
001090     05 FILLER              PIC X(40)
001100            VALUE "ST: 0=CALCULATION 1=ERROR 3=REVERSAL".
001110     05 FILLER              PIC X(92) VALUE SPACES.
001120 01  BLT-CURR-TITLE-REC.
001130     05 FILLER              PIC X(40)
001140            VALUE "COUNTS AND TOTALS BY CURRENCY".
001150     05 FILLER              PIC X(92) VALUE SPACES.
001160 01  BLT-CURR-HEADER-REC.
001170     05 FILLER              PIC X(10) VALUE "CUR  CALCS".
001180     05 FILLER              PIC X(22)
001190            VALUE "            CALC TOTAL".
001200     05 FILLER              PIC X(23)
001210            VALUE " ERRORS OVERRIDES REVRS".
001220     05 FILLER              PIC X(22)
001230            VALUE "        REVERSAL TOTAL".
001240     05 FILLER              PIC X(55) VALUE SPACES.
001250 01  BLT-CURR-LINE-REC.
001260     05 BLC-CURRENCY        PIC X(03).
001270     05 FILLER              PIC X(01) VALUE SPACE.
001280     05 BLC-CALC-CNT        PIC Z(5)9.
001290     05 FILLER              PIC X(01) VALUE SPACE.
001300     05 BLC-CALC-TOTAL      PIC --,---,---,---,--9.99.
001310     05 FILLER              PIC X(01) VALUE SPACE.
001320     05 BLC-ERROR-CNT       PIC Z(5)9.
001330     05 FILLER              PIC X(01) VALUE SPACE.
001340     05 BLC-OVERRIDE-CNT    PIC Z(8)9.
001350     05 FILLER              PIC X(01) VALUE SPACE.
001360     05 BLC-REV-CNT         PIC Z(4)9.
001370     05 FILLER              PIC X(01) VALUE SPACE.
001380     05 BLC-REV-TOTAL       PIC --,---,---,---,--9.99.
001390     05 FILLER              PIC X(55) VALUE SPACES.
001400 01  BLT-TOTAL-REC.
001410     05 FILLER              PIC X(13) VALUE "CALCULATIONS=".
001420     05 BLT-TOT-CALC        PIC Z(5)9.
001430     05 FILLER              PIC X(08) VALUE " ERRORS=".
001440     05 BLT-TOT-ERROR       PIC Z(5)9.
001450     05 FILLER              PIC X(11) VALUE " OVERRIDES=".
001460     05 BLT-TOT-OVERRIDE    PIC Z(5)9.
001470     05 FILLER              PIC X(11) VALUE " REVERSALS=".
001480     05 BLT-TOT-REVERSAL    PIC Z(5)9.
001490     05 FILLER              PIC X(08) VALUE " STATUS=".
001500     05 BLT-STATUS-TEXT     PIC X(25).
001510     05 FILLER              PIC X(32) VALUE SPACES.
001520 01  BLT-SIGN-REC.
001530     05 FILLER              PIC X(50)
001540            VALUE "SUPERVISOR ACKNOWLEDGMENT (SHFTACK): ________".
001550     05 FILLER              PIC X(82) VALUE SPACES.
001560 01  BLT-BLANK-REC          PIC X(132) VALUE SPACES.
001570*
001575 77  WS-AUDIT-DSNAME        PIC X(44) VALUE "AUDITLOG".
001580 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001590 77  WS-SHF-STATUS          PIC X(02) VALUE SPACES.
001600     88 WS-SHF-OK                     VALUE "00".
001610 77  WS-BLT-STATUS          PIC X(02) VALUE SPACES.
001620 77  WS-AUDIT-EOF-SW        PIC X(01) VALUE "N".
001630     88 WS-AUDIT-EOF                  VALUE "Y".
001640 77  WS-SHF-FILE-SW         PIC X(01) VALUE "N".
001650     88 WS-SHF-FILE-OPEN              VALUE "Y".
001660 77  WS-BLT-FILE-SW         PIC X(01) VALUE "N".
001670     88 WS-BLT-FILE-OPEN              VALUE "Y".
001680 77  WS-REGISTER-SW         PIC X(01) VALUE "N".
001690     88 WS-REGISTER                   VALUE "Y".
001700 77  WS-SIGNOFF-DATE        PIC 9(08) VALUE ZERO.
001710 77  WS-SIGNOFF-TIME        PIC 9(08) VALUE ZERO.
001720 77  WS-LINE-CNT            PIC 9(06) COMP VALUE ZERO.
001730 77  WS-CALC-CNT            PIC 9(06) COMP VALUE ZERO.
001740 77  WS-ERROR-CNT           PIC 9(06) COMP VALUE ZERO.
001750 77  WS-OVERRIDE-CNT        PIC 9(06) COMP VALUE ZERO.
001760 77  WS-REVERSAL-CNT        PIC 9(06) COMP VALUE ZERO.
001770 77  WS-REG-ERROR-CNT       PIC 9(06) COMP VALUE ZERO.
001780 77  WS-CUR-SUB             PIC 9(02) COMP VALUE ZERO.
001790 77  WS-CUR-USED-CNT        PIC 9(02) COMP VALUE ZERO.
001800 77  WS-CUR-FOUND-SW        PIC X(01) VALUE "N".
001810     88 WS-CUR-FOUND                  VALUE "Y".
001820 77  WS-ROW-CURRENCY        PIC X(03) VALUE SPACES.
001830 01  WS-CURRENCY-TABLE.
001840     05 WS-CUR-ENTRY        OCCURS 20 TIMES.
001850         10 WS-CUR-CODE     PIC X(03).
001860         10 WS-CUR-CALC-CNT PIC 9(06) COMP.
001870         10 WS-CUR-CALC-TOT PIC S9(13)V99 COMP-3.
001880         10 WS-CUR-ERR-CNT  PIC 9(06) COMP.
001890         10 WS-CUR-OVR-CNT  PIC 9(06) COMP.
001900         10 WS-CUR-REV-CNT  PIC 9(06) COMP.
001910         10 WS-CUR-REV-TOT  PIC S9(13)V99 COMP-3.
001915     COPY TRNPARMS.
001920 LINKAGE SECTION.
001930     COPY LNKPARMS.
001940 PROCEDURE DIVISION USING LNK-PARMS.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
001970         THRU 1000-INITIALIZE-EXIT.
001980     PERFORM 2000-PROCESAR-AUDITORIA
001990         THRU 2000-PROCESAR-AUDITORIA-EXIT
002000         UNTIL WS-AUDIT-EOF.
002010     PERFORM 8000-TERMINATE
002020         THRU 8000-TERMINATE-EXIT.
002030     GOBACK.
002040*
002050******************************************************************
002060* 1000-INITIALIZE - STAMP THE SIGN-OFF, OPEN THE AUDIT LOG AND
002070*                   READ UP TO THE FIRST ROW OF THE SESSION. A
002080*                   CALL WITHOUT A SESSION STAMP, OR AN AUDIT LOG
002090*                   THAT CANNOT BE READ, HAS NO BLOTTER.
002092*                   IN A TRAINING SESSION THE TRAINING AUDIT
002094*                   LOG IS READ, AND A TRAINING SET NOT YET
002096*                   PREPARED HAS NO BLOTTER EITHER.
002100******************************************************************
002110 1000-INITIALIZE.
002120     MOVE ZERO TO WS-LINE-CNT.
002130     MOVE ZERO TO WS-CALC-CNT.
002140     MOVE ZERO TO WS-ERROR-CNT.
002150     MOVE ZERO TO WS-OVERRIDE-CNT.
002160     MOVE ZERO TO WS-REVERSAL-CNT.
002170     MOVE ZERO TO WS-REG-ERROR-CNT.
002180     MOVE ZERO TO WS-CUR-USED-CNT.
002190     MOVE "N"  TO WS-AUDIT-EOF-SW.
002200     MOVE "N"  TO WS-SHF-FILE-SW.
002210     MOVE "N"  TO WS-BLT-FILE-SW.
002220     MOVE "N"  TO WS-REGISTER-SW.
002225     INITIALIZE TRN-PARMS.
002230     ACCEPT WS-SIGNOFF-DATE FROM DATE YYYYMMDD.
002240     ACCEPT WS-SIGNOFF-TIME FROM TIME.
002250     IF LNK-SESSION-ID = SPACES
002260         SET WS-AUDIT-EOF TO TRUE
002270         GO TO 1000-INITIALIZE-EXIT
002280     END-IF.
002282     PERFORM 0900-PREPARAR-FORMACION
002284         THRU 0900-PREPARAR-FORMACION-EXIT.
002286     IF WS-AUDIT-EOF
002288         GO TO 1000-INITIALIZE-EXIT
002289     END-IF.
002290     OPEN INPUT AUDIT-LOG-FILE.
002300     IF WS-AUDIT-STATUS NOT = "00"
002310         IF WS-AUDIT-STATUS NOT = "35"
002320             DISPLAY "Aviso: no se pudo leer AUDITLOG (estado "
002330                 WS-AUDIT-STATUS "); sin resumen del turno."
002340         END-IF
002350         SET WS-AUDIT-EOF TO TRUE
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002380     PERFORM 2100-LEER-SESION
002390         THRU 2100-LEER-SESION-EXIT.
002400     IF WS-AUDIT-EOF
002410         GO TO 1000-INITIALIZE-EXIT
002420     END-IF.
002430     PERFORM 1100-ABRIR-SALIDAS
002440         THRU 1100-ABRIR-SALIDAS-EXIT.
002450 1000-INITIALIZE-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490* 1100-ABRIR-SALIDAS - THE SESSION HAS WORK: OPEN THE BLOTTER
002500*                      PRINT FILE FOR APPEND AND, OUTSIDE A
002510*                      TRAINING SESSION, THE SHIFT REGISTER
002520*                      (BOTH CREATED ON FIRST USE), AND PUT OUT
002530*                      THE BLOTTER HEADINGS.
002540******************************************************************
002550 1100-ABRIR-SALIDAS.
002560     OPEN EXTEND BLOTTER-OUT-FILE.
002570     IF WS-BLT-STATUS = "35"
002580         OPEN OUTPUT BLOTTER-OUT-FILE
002590     END-IF.
002600     IF WS-BLT-STATUS = "00"
002610         SET WS-BLT-FILE-OPEN TO TRUE
002620     ELSE
002630         DISPLAY "Aviso: no se pudo abrir SHFTBLTR (estado "
002640             WS-BLT-STATUS "); el resumen solo se muestra."
002650     END-IF.
002660     IF NOT LNK-TRAINING-MODE
002670         OPEN I-O SHIFT-REG-FILE
002680         IF WS-SHF-STATUS = "35"
002690             OPEN OUTPUT SHIFT-REG-FILE
002700             CLOSE SHIFT-REG-FILE
002710             OPEN I-O SHIFT-REG-FILE
002720         END-IF
002730         IF WS-SHF-OK
002740             SET WS-SHF-FILE-OPEN TO TRUE
002750             SET WS-REGISTER TO TRUE
002760         ELSE
002770             DISPLAY "Aviso: no se pudo abrir el registro de "
002780                 "turnos (estado " WS-SHF-STATUS "); avise a "
002790                 "su supervisor."
002800         END-IF
002810     END-IF.
002820     MOVE LNK-OPERATOR-ID       TO BLT-T-OPERATOR.
002830     MOVE LNK-SESSION-ID        TO BLT-T-SESSION.
002840     MOVE WS-SIGNOFF-DATE       TO BLT-T-DATE.
002850     MOVE WS-SIGNOFF-TIME(1:6)  TO BLT-T-TIME.
002860     MOVE BLT-TITLE-REC         TO BLOTTER-OUT-REC.
002870     PERFORM 7000-IMPRIMIR-LINEA
002880         THRU 7000-IMPRIMIR-LINEA-EXIT.
002890     MOVE BLT-BLANK-REC         TO BLOTTER-OUT-REC.
002900     PERFORM 7000-IMPRIMIR-LINEA
002910         THRU 7000-IMPRIMIR-LINEA-EXIT.
002920     MOVE BLT-COLUMN-HEADER-REC TO BLOTTER-OUT-REC.
002930     PERFORM 7000-IMPRIMIR-LINEA
002940         THRU 7000-IMPRIMIR-LINEA-EXIT.
002950 1100-ABRIR-SALIDAS-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 2000-PROCESAR-AUDITORIA - ONE AUDIT ROW OF THE SESSION: COUNT
003000*                           IT (CALCULATION, ERROR OR REVERSAL,
003010*                           AND OVERRIDE WHEN A SUPERVISOR ID IS
003020*                           ON IT), ROLL IT INTO ITS CURRENCY,
003030*                           PRINT IT AND REGISTER IT.
003040******************************************************************
003050 2000-PROCESAR-AUDITORIA.
003060     ADD 1 TO WS-LINE-CNT.
003070     MOVE AUD-CURRENCY-CODE TO WS-ROW-CURRENCY.
003080     IF WS-ROW-CURRENCY = SPACES
003090         MOVE "USD" TO WS-ROW-CURRENCY
003100     END-IF.
003110     PERFORM 4000-ROLL-CURRENCY
003120         THRU 4000-ROLL-CURRENCY-EXIT.
003130     EVALUATE TRUE
003140         WHEN AUD-STATUS-REVERSAL
003150             ADD 1 TO WS-REVERSAL-CNT
003160             ADD 1 TO WS-CUR-REV-CNT(WS-CUR-SUB)
003170             ADD AUD-RESULTADO TO WS-CUR-REV-TOT(WS-CUR-SUB)
003180         WHEN AUD-STATUS-ERROR
003190             ADD 1 TO WS-ERROR-CNT
003200             ADD 1 TO WS-CUR-ERR-CNT(WS-CUR-SUB)
003210         WHEN OTHER
003220             ADD 1 TO WS-CALC-CNT
003230             ADD 1 TO WS-CUR-CALC-CNT(WS-CUR-SUB)
003240             ADD AUD-RESULTADO TO WS-CUR-CALC-TOT(WS-CUR-SUB)
003250     END-EVALUATE.
003260     IF AUD-OVERRIDE-ID NOT = SPACES
003270         ADD 1 TO WS-OVERRIDE-CNT
003280         ADD 1 TO WS-CUR-OVR-CNT(WS-CUR-SUB)
003290     END-IF.
003300     MOVE AUD-TIMESTAMP(12:8) TO BLD-TIME.
003310     MOVE AUD-PROGRAM-NAME    TO BLD-PROGRAM.
003320     MOVE AUD-OPERATION       TO BLD-OPERATION.
003330     MOVE AUD-OPERAND-1       TO BLD-OPERAND-1.
003340     MOVE AUD-OPERAND-2       TO BLD-OPERAND-2.
003350     MOVE AUD-RESULTADO       TO BLD-RESULTADO.
003360     MOVE WS-ROW-CURRENCY     TO BLD-CURRENCY.
003370     MOVE AUD-STATUS          TO BLD-STATUS.
003380     MOVE AUD-ACCOUNT-CODE    TO BLD-ACCOUNT.
003390     MOVE AUD-OVERRIDE-ID     TO BLD-OVERRIDE-ID.
003400     MOVE BLT-DETAIL-REC      TO BLOTTER-OUT-REC.
003410     PERFORM 7000-IMPRIMIR-LINEA
003420         THRU 7000-IMPRIMIR-LINEA-EXIT.
003430     IF WS-REGISTER AND WS-LINE-CNT NOT > 9999
003440         MOVE SPACES              TO SHF-REC
003450         MOVE LNK-SESSION-ID      TO SHF-SESSION-ID
003460         MOVE LNK-OPERATOR-ID     TO SHF-OPERATOR-ID
003470         SET SHF-TYPE-LINE        TO TRUE
003480         MOVE WS-LINE-CNT         TO SHF-LINE-NO
003490         MOVE AUD-TIMESTAMP(12:8) TO SHF-LN-TIME
003500         MOVE AUD-PROGRAM-NAME    TO SHF-LN-PROGRAM
003510         MOVE AUD-OPERATION       TO SHF-LN-OPERATION
003520         MOVE AUD-OPERAND-1       TO SHF-LN-OPERAND-1
003530         MOVE AUD-OPERAND-2       TO SHF-LN-OPERAND-2
003540         MOVE AUD-RESULTADO       TO SHF-LN-RESULTADO
003550         MOVE WS-ROW-CURRENCY     TO SHF-LN-CURRENCY
003560         MOVE AUD-STATUS          TO SHF-LN-STATUS
003570         MOVE AUD-ACCOUNT-CODE    TO SHF-LN-ACCOUNT
003580         MOVE AUD-OVERRIDE-ID     TO SHF-LN-OVERRIDE-ID
003590         PERFORM 6000-GRABAR-REGISTRO
003600             THRU 6000-GRABAR-REGISTRO-EXIT
003610     END-IF.
003620     PERFORM 2100-LEER-SESION
003630         THRU 2100-LEER-SESION-EXIT.
003640 2000-PROCESAR-AUDITORIA-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680* 2100-LEER-SESION - READ FORWARD TO THE NEXT AUDIT ROW WRITTEN
003690*                    BY THIS OPERATOR IN THIS SESSION.
003700******************************************************************
003710 2100-LEER-SESION.
003720     READ AUDIT-LOG-FILE
003730         AT END
003740             SET WS-AUDIT-EOF TO TRUE
003750             GO TO 2100-LEER-SESION-EXIT
003760     END-READ.
003770     IF AUD-SESSION-ID NOT = LNK-SESSION-ID
003780             OR AUD-OPERATOR-ID NOT = LNK-OPERATOR-ID
003790         GO TO 2100-LEER-SESION
003800     END-IF.
003810 2100-LEER-SESION-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 4000-ROLL-CURRENCY - FIND (OR ADD) THE ROW'S CURRENCY IN THE
003860*                      TOTALS TABLE AND LEAVE WS-CUR-SUB POINTING
003870*                      AT ITS ENTRY. A FULL TABLE ROLLS FURTHER
003880*                      CURRENCIES UP UNDER THE LAST ENTRY.
003890******************************************************************
003900 4000-ROLL-CURRENCY.
003910     MOVE "N" TO WS-CUR-FOUND-SW.
003920     MOVE 1 TO WS-CUR-SUB.
003930     PERFORM 4100-BUSCAR-MONEDA
003940         THRU 4100-BUSCAR-MONEDA-EXIT
003950         UNTIL WS-CUR-FOUND OR WS-CUR-SUB > WS-CUR-USED-CNT.
003960     IF NOT WS-CUR-FOUND
003970         IF WS-CUR-USED-CNT < 20
003980             ADD 1 TO WS-CUR-USED-CNT
003990             MOVE WS-CUR-USED-CNT TO WS-CUR-SUB
004000             MOVE WS-ROW-CURRENCY TO WS-CUR-CODE(WS-CUR-SUB)
004010             MOVE ZERO TO WS-CUR-CALC-CNT(WS-CUR-SUB)
004020             MOVE ZERO TO WS-CUR-CALC-TOT(WS-CUR-SUB)
004030             MOVE ZERO TO WS-CUR-ERR-CNT(WS-CUR-SUB)
004040             MOVE ZERO TO WS-CUR-OVR-CNT(WS-CUR-SUB)
004050             MOVE ZERO TO WS-CUR-REV-CNT(WS-CUR-SUB)
004060             MOVE ZERO TO WS-CUR-REV-TOT(WS-CUR-SUB)
004070         ELSE
004080             MOVE 20 TO WS-CUR-SUB
004090         END-IF
004100     END-IF.
004110 4000-ROLL-CURRENCY-EXIT.
004120     EXIT.
004130*
004140 4100-BUSCAR-MONEDA.
004150     IF WS-CUR-CODE(WS-CUR-SUB) = WS-ROW-CURRENCY
004160         SET WS-CUR-FOUND TO TRUE
004170     ELSE
004180         ADD 1 TO WS-CUR-SUB
004190     END-IF.
004200 4100-BUSCAR-MONEDA-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240* 6000-GRABAR-REGISTRO - WRITE THE SHIFT REGISTER ROW BUILT IN
004250*                        SHF-REC.
004260******************************************************************
004270 6000-GRABAR-REGISTRO.
004280     WRITE SHF-REC
004290         INVALID KEY
004300             ADD 1 TO WS-REG-ERROR-CNT
004310             DISPLAY "Error: no se pudo grabar el registro de "
004320                 "turno " SHF-KEY "; estado " WS-SHF-STATUS
004330     END-WRITE.
004340 6000-GRABAR-REGISTRO-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 7000-IMPRIMIR-LINEA - SHOW ONE BLOTTER LINE ON THE SCREEN AND
004390*                       APPEND IT TO THE BLOTTER PRINT FILE.
004400******************************************************************
004410 7000-IMPRIMIR-LINEA.
004420     DISPLAY BLOTTER-OUT-REC(1:100).
004430     IF WS-BLT-FILE-OPEN
004440         WRITE BLOTTER-OUT-REC
004450     END-IF.
004460 7000-IMPRIMIR-LINEA-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500* 8000-TERMINATE - PRINT THE CURRENCY SECTION AND THE SESSION
004510*                  COUNTS, REGISTER THE CURRENCY TOTALS AND THE
004520*                  PENDING HEADER, AND CLOSE THE FILES. A SESSION
004530*                  WITHOUT AUDIT ROWS ONLY GETS A MESSAGE.
004540******************************************************************
004550 8000-TERMINATE.
004560     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
004570         CLOSE AUDIT-LOG-FILE
004580     END-IF.
004582     IF TRN-NOT-READY
004584         GO TO 8000-TERMINATE-EXIT
004586     END-IF.
004590     IF WS-LINE-CNT = ZERO
004600         DISPLAY "Turno sin actividad registrada; no hay "
004610             "resumen que firmar."
004620         GO TO 8000-TERMINATE-EXIT
004630     END-IF.
004640     MOVE BLT-LEGEND-REC        TO BLOTTER-OUT-REC.
004650     PERFORM 7000-IMPRIMIR-LINEA
004660         THRU 7000-IMPRIMIR-LINEA-EXIT.
004670     MOVE BLT-BLANK-REC         TO BLOTTER-OUT-REC.
004680     PERFORM 7000-IMPRIMIR-LINEA
004690         THRU 7000-IMPRIMIR-LINEA-EXIT.
004700     MOVE BLT-CURR-TITLE-REC    TO BLOTTER-OUT-REC.
004710     PERFORM 7000-IMPRIMIR-LINEA
004720         THRU 7000-IMPRIMIR-LINEA-EXIT.
004730     MOVE BLT-CURR-HEADER-REC   TO BLOTTER-OUT-REC.
004740     PERFORM 7000-IMPRIMIR-LINEA
004750         THRU 7000-IMPRIMIR-LINEA-EXIT.
004760     MOVE ZERO TO WS-CUR-SUB.
004770     PERFORM 8100-IMPRIMIR-MONEDA
004780         THRU 8100-IMPRIMIR-MONEDA-EXIT
004790         UNTIL WS-CUR-SUB NOT < WS-CUR-USED-CNT.
004800     MOVE BLT-BLANK-REC         TO BLOTTER-OUT-REC.
004810     PERFORM 7000-IMPRIMIR-LINEA
004820         THRU 7000-IMPRIMIR-LINEA-EXIT.
004830     IF WS-REGISTER
004840         PERFORM 8200-GRABAR-CABECERA
004850             THRU 8200-GRABAR-CABECERA-EXIT
004860     END-IF.
004870     MOVE WS-CALC-CNT           TO BLT-TOT-CALC.
004880     MOVE WS-ERROR-CNT          TO BLT-TOT-ERROR.
004890     MOVE WS-OVERRIDE-CNT       TO BLT-TOT-OVERRIDE.
004900     MOVE WS-REVERSAL-CNT       TO BLT-TOT-REVERSAL.
004910     EVALUATE TRUE
004920         WHEN LNK-TRAINING-MODE
004930             MOVE "TRAINING - NOT REGISTERED"
004940                 TO BLT-STATUS-TEXT
004950         WHEN WS-REGISTER AND WS-REG-ERROR-CNT = ZERO
004960             MOVE "PENDING ACKNOWLEDGMENT"
004970                 TO BLT-STATUS-TEXT
004980         WHEN OTHER
004990             MOVE "NOT REGISTERED"
005000                 TO BLT-STATUS-TEXT
005010     END-EVALUATE.
005020     MOVE BLT-TOTAL-REC         TO BLOTTER-OUT-REC.
005030     PERFORM 7000-IMPRIMIR-LINEA
005040         THRU 7000-IMPRIMIR-LINEA-EXIT.
005050     IF WS-REGISTER
005060         MOVE BLT-SIGN-REC      TO BLOTTER-OUT-REC
005070         PERFORM 7000-IMPRIMIR-LINEA
005080             THRU 7000-IMPRIMIR-LINEA-EXIT
005090     END-IF.
005100     MOVE BLT-BLANK-REC         TO BLOTTER-OUT-REC.
005110     PERFORM 7000-IMPRIMIR-LINEA
005120         THRU 7000-IMPRIMIR-LINEA-EXIT.
005130     IF WS-BLT-FILE-OPEN
005140         CLOSE BLOTTER-OUT-FILE
005150     END-IF.
005160     IF WS-SHF-FILE-OPEN
005170         CLOSE SHIFT-REG-FILE
005180     END-IF.
005190 8000-TERMINATE-EXIT.
005200     EXIT.
005210*
005220 8100-IMPRIMIR-MONEDA.
005230     ADD 1 TO WS-CUR-SUB.
005240     MOVE WS-CUR-CODE(WS-CUR-SUB)     TO BLC-CURRENCY.
005250     MOVE WS-CUR-CALC-CNT(WS-CUR-SUB) TO BLC-CALC-CNT.
005260     MOVE WS-CUR-CALC-TOT(WS-CUR-SUB) TO BLC-CALC-TOTAL.
005270     MOVE WS-CUR-ERR-CNT(WS-CUR-SUB)  TO BLC-ERROR-CNT.
005280     MOVE WS-CUR-OVR-CNT(WS-CUR-SUB)  TO BLC-OVERRIDE-CNT.
005290     MOVE WS-CUR-REV-CNT(WS-CUR-SUB)  TO BLC-REV-CNT.
005300     MOVE WS-CUR-REV-TOT(WS-CUR-SUB)  TO BLC-REV-TOTAL.
005310     MOVE BLT-CURR-LINE-REC           TO BLOTTER-OUT-REC.
005320     PERFORM 7000-IMPRIMIR-LINEA
005330         THRU 7000-IMPRIMIR-LINEA-EXIT.
005340     IF WS-REGISTER
005350         MOVE SPACES                 TO SHF-REC
005360         MOVE LNK-SESSION-ID         TO SHF-SESSION-ID
005370         MOVE LNK-OPERATOR-ID        TO SHF-OPERATOR-ID
005380         SET SHF-TYPE-TOTAL          TO TRUE
005390         MOVE WS-CUR-SUB             TO SHF-LINE-NO
005400         MOVE WS-CUR-CODE(WS-CUR-SUB)     TO SHF-TT-CURRENCY
005410         MOVE WS-CUR-CALC-CNT(WS-CUR-SUB) TO SHF-TT-CALC-CNT
005420         MOVE WS-CUR-CALC-TOT(WS-CUR-SUB) TO SHF-TT-CALC-TOTAL
005430         MOVE WS-CUR-ERR-CNT(WS-CUR-SUB)  TO SHF-TT-ERROR-CNT
005440         MOVE WS-CUR-OVR-CNT(WS-CUR-SUB)
005450             TO SHF-TT-OVERRIDE-CNT
005460         MOVE WS-CUR-REV-CNT(WS-CUR-SUB)  TO SHF-TT-REV-CNT
005470         MOVE WS-CUR-REV-TOT(WS-CUR-SUB)  TO SHF-TT-REV-TOTAL
005480         PERFORM 6000-GRABAR-REGISTRO
005490             THRU 6000-GRABAR-REGISTRO-EXIT
005500     END-IF.
005510 8100-IMPRIMIR-MONEDA-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550* 8200-GRABAR-CABECERA - WRITE THE BLOTTER HEADER ROW WITH THE
005560*                        SESSION COUNTS, PENDING ACKNOWLEDGMENT.
005570******************************************************************
005580 8200-GRABAR-CABECERA.
005590     MOVE SPACES               TO SHF-REC.
005600     MOVE LNK-SESSION-ID       TO SHF-SESSION-ID.
005610     MOVE LNK-OPERATOR-ID      TO SHF-OPERATOR-ID.
005620     SET SHF-TYPE-HEADER       TO TRUE.
005630     MOVE ZERO                 TO SHF-LINE-NO.
005640     IF LNK-SESSION-ID(1:8) NUMERIC
005650         MOVE LNK-SESSION-ID(1:8) TO SHF-SIGNON-DATE
005660     ELSE
005670         MOVE WS-SIGNOFF-DATE  TO SHF-SIGNON-DATE
005680     END-IF.
005690     MOVE WS-SIGNOFF-DATE      TO SHF-SIGNOFF-DATE.
005700     MOVE WS-SIGNOFF-TIME(1:6) TO SHF-SIGNOFF-TIME.
005710     MOVE WS-CALC-CNT          TO SHF-CALC-CNT.
005720     MOVE WS-ERROR-CNT         TO SHF-ERROR-CNT.
005730     MOVE WS-OVERRIDE-CNT      TO SHF-OVERRIDE-CNT.
005740     MOVE WS-REVERSAL-CNT      TO SHF-REVERSAL-CNT.
005750     IF WS-LINE-CNT > 9999
005760         MOVE 9999             TO SHF-LINE-CNT
005770     ELSE
005780         MOVE WS-LINE-CNT      TO SHF-LINE-CNT
005790     END-IF.
005800     MOVE WS-CUR-USED-CNT      TO SHF-CURR-CNT.
005810     SET SHF-PENDING           TO TRUE.
005820     MOVE SPACES               TO SHF-ACK-BY.
005830     MOVE ZERO                 TO SHF-ACK-DATE.
005840     MOVE ZERO                 TO SHF-ACK-TIME.
005850     MOVE SPACES               TO SHF-ACK-REMARK.
005860     PERFORM 6000-GRABAR-REGISTRO
005870         THRU 6000-GRABAR-REGISTRO-EXIT.
005880 8200-GRABAR-CABECERA-EXIT.
005890     EXIT.
005900*
005910******************************************************************
005920* 0900-PREPARAR-FORMACION - IN A TRAINING SESSION, POINT THE AUDIT
005930*                           LOG AT ITS TRAINING COPY BEFORE IT IS
005940*                           OPENED. A SET TRNRESET HAS NOT
005950*                           PREPARED (TRNFILES) LEAVES THE SESSION
005960*                           WITHOUT A BLOTTER RATHER THAN READ THE
005970*                           PRODUCTION AUDIT LOG.
005980******************************************************************
005990 0900-PREPARAR-FORMACION.
006000     IF NOT LNK-TRAINING-MODE
006010         GO TO 0900-PREPARAR-FORMACION-EXIT
006020     END-IF.
006030     CALL "TRNFILES" USING TRN-PARMS.
006040     CANCEL "TRNFILES".
006050     IF TRN-NOT-READY
006060         DISPLAY "Error: el juego de archivos de formacion no "
006070             "esta preparado (ejecute TRNRESET); sin resumen del "
006080             "turno."
006090         SET WS-AUDIT-EOF TO TRUE
006100         GO TO 0900-PREPARAR-FORMACION-EXIT
006110     END-IF.
006120     MOVE "TRNAUDIT" TO WS-AUDIT-DSNAME.
006130 0900-PREPARAR-FORMACION-EXIT.
006140     EXIT.
006150 END PROGRAM SHFTBLT.
