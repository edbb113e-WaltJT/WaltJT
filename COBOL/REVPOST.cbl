000250*               INTERACTIVE MODE (COBOL5 MENU, LEVEL 3) PROMPTS
000260*               FOR EACH KEY; BATCH MODE (LNK-MODE-BATCH) READS
000270*               ONE KEY PER RECORD FROM THE REVTRANS FILE.
000272*               A CALLER THAT NAMES A KEY IN LNK-REV-DATE/-SEQ
000274*               (CASEMNT) HAS THAT ONE ROW REVERSED WITHOUT ANY
000276*               PROMPT.
000280* TECTONICS:    cobc
000290*
000291* MODIFICATION HISTORY
000292*   2026-09-02  RA  INITIAL VERSION.
000293*   2026-10-15  RA  CONTRA ROWS ALWAYS POST INTO AN OPEN
000294*                   ACCOUNTING PERIOD: IF THE BUSINESS DATE FALLS
000295*                   IN A PERIOD CLOSED ON THE PERIOD CALENDAR
000296*                   (PERCALRC, DD PERCAL) THE CONTRA IS DATED THE
000297*                   FIRST DAY OF THE NEXT OPEN PERIOD. REVERSING
000298*                   A ROW OF A CLOSED PERIOD IS ALLOWED (THE
000299*                   ORIGINAL ONLY CHANGES STATUS) AND IS NOTED
000300*                   TO THE OPERATOR.
000301*   2026-10-15  RA  A KEY PASSED IN LNK-REV-DATE/LNK-REV-SEQ IS
000302*                   REVERSED ON ITS OWN WITHOUT PROMPTING, SO
000303*                   CASEMNT CAN POST THE REVERSAL THAT RESOLVES A
000304*                   DISPUTE CASE.
000305*   2026-10-15  RA  IN A COBOL5 TRAINING SESSION (LNK-TRAINING-SW)
000306*                   EVERY FILE IT SHARES WITH PRODUCTION, NOW
000307*                   ASSIGNED DYNAMICALLY, IS POINTED AT ITS
000308*                   TRAINING COPY BEFORE ANY IS OPENED AND THE
000309*                   TRAINING BANNER IS SHOWN WITH EVERY PROMPT; AN
000310*                   UNATTENDED TRAINING RUN, OR ONE WHOSE SET
000311*                   TRNRESET HAS NOT PREPARED, ENDS WITH RETURN
000312*                   CODE 8 AND NOTHING OPENED.
000313*   2026-10-15  RA  AUDIT AND HISTORY ROWS CARRY THE COBOL5
000314*                   SESSION STAMP (LNK-SESSION-ID) FOR THE
000315*                   END-OF-SHIFT BLOTTER.
000316*   2026-10-15  RA  THE REVERSAL'S AUDIT RECORD NOW CARRIES THE
000317*                   CONTRA ROW'S HISTORY KEY AND THE KEY OF THE
000318*                   ORIGINAL IT MARKED REVERSED, SO HISTRCOV CAN
000319*                   REPLAY THE REVERSAL FROM A SEALED GENERATION.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. REVPOST.
000380     SELECT REV-TRANS-FILE ASSIGN TO REVTRANS
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REV-STATUS.
000410     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSNAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440     SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-DSNAME
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS HIST-KEY
000480         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-HIST-STATUS.
000510     SELECT SEQ-CTL-FILE ASSIGN TO DYNAMIC WS-SEQ-DSNAME
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SEQ-RUN-DATE
000550         FILE STATUS IS WS-SEQ-STATUS.
000560     SELECT RUN-CTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSNAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RUNCTL-STATUS.
000581     SELECT PERIOD-CAL-FILE ASSIGN TO DYNAMIC WS-PCAL-DSNAME
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS PCAL-PERIOD
000585         FILE STATUS IS WS-PCAL-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REV-TRANS-FILE
000740 FD  RUN-CTL-FILE
000750     RECORDING MODE IS F.
000760     COPY RUNCTLRC.
000762 FD  PERIOD-CAL-FILE.
000764     COPY PERCALRC.
000770 WORKING-STORAGE SECTION.
000780 77  WS-REV-STATUS          PIC X(02) VALUE SPACES.
000790 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
000800 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
000810 77  WS-SEQ-STATUS          PIC X(02) VALUE SPACES.
000811 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000812 77  WS-PCAL-STATUS         PIC X(02) VALUE SPACES.
000813 77  WS-PCAL-FILE-SW        PIC X(01) VALUE "N".
000814     88 WS-PCAL-FILE-OPEN            VALUE "Y".
000815 77  WS-PER-CLOSED-SW       PIC X(01) VALUE "N".
000816     88 WS-PER-CLOSED                VALUE "Y".
000817 01  WS-PER-CHECK-DATE      PIC 9(08) VALUE ZERO.
000818 01  WS-PER-CHECK-PARTS REDEFINES WS-PER-CHECK-DATE.
000819     05 WS-PCK-YEAR         PIC 9(04).
000820     05 WS-PCK-MONTH        PIC 9(02).
000821     05 WS-PCK-DAY          PIC 9(02).
000830 77  WS-REV-EOF-SW          PIC X(01) VALUE "N".
000840     88 WS-REV-EOF                   VALUE "Y".
000850 77  WS-FIN-SESION-SW       PIC X(01) VALUE "N".
001190     05 WS-TS-MINUTE        PIC 9(02).
001200     05 WS-TS-SECOND        PIC 9(02).
001210     05 WS-TS-HUNDREDTHS    PIC 9(02).
001211 77  WS-AUDIT-DSNAME        PIC X(44) VALUE "AUDITLOG".
001212 77  WS-HIST-DSNAME         PIC X(44) VALUE "HISTORY".
001213 77  WS-SEQ-DSNAME          PIC X(44) VALUE "SEQCTL".
001214 77  WS-RUNCTL-DSNAME       PIC X(44) VALUE "RUNCTL".
001215 77  WS-PCAL-DSNAME         PIC X(44) VALUE "PERCAL".
001216     COPY TRNPARMS.
001220 LINKAGE SECTION.
001230     COPY LNKPARMS.
001240 PROCEDURE DIVISION USING LNK-PARMS.
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE
001270         THRU 1000-INITIALIZE-EXIT.
001272     IF LNK-REV-DATE NUMERIC AND LNK-REV-DATE > ZERO
001274         PERFORM 2500-REVERTIR-CLAVE
001276             THRU 2500-REVERTIR-CLAVE-EXIT
001278     END-IF.
001280     IF LNK-MODE-BATCH
001290         PERFORM 3000-PROCESAR-LOTE
001300             THRU 3000-PROCESAR-LOTE-EXIT
001430*                   THE BUSINESS DATE.
001440******************************************************************
001450 1000-INITIALIZE.
001452     PERFORM 0900-PREPARAR-FORMACION
001454         THRU 0900-PREPARAR-FORMACION-EXIT.
001460     PERFORM 1010-ABRIR-BITACORA
001470         THRU 1010-ABRIR-BITACORA-EXIT.
001480     PERFORM 1100-ABRIR-ARCHIVO-HISTORIAL
001490         THRU 1100-ABRIR-ARCHIVO-HISTORIAL-EXIT.
001500     PERFORM 1250-LEER-FECHA-NEGOCIO
001510         THRU 1250-LEER-FECHA-NEGOCIO-EXIT.
001512     PERFORM 1300-PERIODO-ABIERTO
001514         THRU 1300-PERIODO-ABIERTO-EXIT.
001520 1000-INITIALIZE-EXIT.
001530     EXIT.
001540*
002510*                             SESSION.
002520******************************************************************
002530 2000-PROCESAR-INTERACTIVO.
002532     IF LNK-TRAINING-MODE
002534         DISPLAY TRN-BANNER
002536     END-IF.
002540     DISPLAY "Fecha de la fila a revertir (AAAAMMDD, 0=salir): ".
002550     ACCEPT WS-ENT-DATE.
002560     IF WS-ENT-DATE = "0" OR WS-ENT-DATE = "00000000"
003460         SET WS-ANY-ERROR TO TRUE
003470         GO TO 5000-REVERTIR-UNA-EXIT
003480     END-IF.
003481     MOVE WS-ORIG-DATE TO WS-PER-CHECK-DATE.
003482     PERFORM 9300-VERIFICAR-PERIODO
003483         THRU 9300-VERIFICAR-PERIODO-EXIT.
003484     IF WS-PER-CLOSED
003485         DISPLAY "Aviso: la fila " WS-ORIG-DATE "/" WS-ORIG-SEQ
003486             " pertenece a un periodo cerrado; la contrapartida "
003487             "se registra en el periodo abierto."
003488     END-IF.
003490     MOVE HIST-OPERAND-1      TO WS-ORIG-OPERAND-1.
003500     MOVE HIST-OPERAND-2      TO WS-ORIG-OPERAND-2.
003510     MOVE HIST-OPERATION      TO WS-ORIG-OPERATION.
003870     MOVE WS-HIST-TRANS-SEQ   TO HIST-TRANS-SEQ.
003880     MOVE "REVPOST"           TO HIST-PROGRAM-NAME.
003890     MOVE LNK-OPERATOR-ID     TO HIST-OPERATOR-ID.
003895     MOVE LNK-SESSION-ID      TO HIST-SESSION-ID.
003900     MOVE WS-ORIG-OPERAND-1   TO HIST-OPERAND-1.
003910     MOVE WS-ORIG-OPERAND-2   TO HIST-OPERAND-2.
003920     MOVE WS-ORIG-OPERATION   TO HIST-OPERATION.
004600     MOVE WS-RUN-TIMESTAMP    TO AUD-TIMESTAMP.
004610     MOVE "REVPOST"           TO AUD-PROGRAM-NAME.
004620     MOVE LNK-OPERATOR-ID     TO AUD-OPERATOR-ID.
004625     MOVE LNK-SESSION-ID      TO AUD-SESSION-ID.
004630     MOVE WS-ORIG-OPERAND-1   TO AUD-OPERAND-1.
004640     MOVE WS-ORIG-OPERAND-2   TO AUD-OPERAND-2.
004650     MOVE WS-ORIG-OPERATION   TO AUD-OPERATION.
004700     MOVE ZERO                TO AUD-SOURCE-REC-NO.
004710     MOVE WS-ORIG-ACCOUNT     TO AUD-ACCOUNT-CODE.
004720     MOVE WS-ORIG-BRANCH     TO AUD-SOURCE-BRANCH.
004722     MOVE WS-HIST-RUN-DATE     TO AUD-HIST-RUN-DATE.
004724     MOVE WS-HIST-TRANS-SEQ    TO AUD-HIST-TRANS-SEQ.
004726     MOVE WS-ORIG-DATE         TO AUD-LINK-DATE.
004728     MOVE WS-ORIG-SEQ          TO AUD-LINK-SEQ.
004730     WRITE AUDIT-LOG-REC.
004740 5300-GRABAR-BITACORA-EXIT.
004750     EXIT.
005820         WS-REVERSED-CNT-ED ", rechazadas " WS-ERROR-CNT-ED ".".
005830     CLOSE AUDIT-LOG-FILE
005840           HISTORY-FILE.
005842     IF WS-PCAL-FILE-OPEN
005844         CLOSE PERIOD-CAL-FILE
005846     END-IF.
005850     IF WS-ANY-ERROR
005860         MOVE 4 TO RETURN-CODE
005870     ELSE
005890     END-IF.
005900 8000-TERMINATE-EXIT.
005910     EXIT.
005920*
005930******************************************************************
005940* 0900-PREPARAR-FORMACION - IN A COBOL5 TRAINING SESSION, POINT
005950*                           EVERY DYNAMICALLY ASSIGNED FILE AT ITS
005960*                           TRAINING COPY BEFORE ANYTHING IS
005970*                           OPENED. TRAINING IS ATTENDED ONLY, AND
005980*                           A SET TRNRESET HAS NOT PREPARED
005990*                           (TRNFILES) ENDS THE PROGRAM WITH
006000*                           NOTHING OPENED.
006010******************************************************************
006020 0900-PREPARAR-FORMACION.
006030     IF NOT LNK-TRAINING-MODE
006040         GO TO 0900-PREPARAR-FORMACION-EXIT
006050     END-IF.
006060     IF LNK-MODE-BATCH
006070         DISPLAY "Error: una sesion de formacion no puede "
006080             "ejecutarse desatendida; fin del programa."
006090         MOVE 8 TO RETURN-CODE
006100         GOBACK
006110     END-IF.
006120     CALL "TRNFILES" USING TRN-PARMS.
006130     CANCEL "TRNFILES".
006140     IF TRN-NOT-READY
006150         DISPLAY "Error: el juego de archivos de formacion no "
006160             "esta preparado (ejecute TRNRESET); fin del "
006170             "programa."
006180         MOVE 8 TO RETURN-CODE
006190         GOBACK
006200     END-IF.
006210     MOVE "TRNAUDIT" TO WS-AUDIT-DSNAME.
006220     MOVE "TRNHIST"  TO WS-HIST-DSNAME.
006230     MOVE "TRNSEQ"   TO WS-SEQ-DSNAME.
006240     MOVE "TRNRUNC"  TO WS-RUNCTL-DSNAME.
006250     MOVE "TRNPCAL"  TO WS-PCAL-DSNAME.
006260     DISPLAY TRN-BANNER.
006270 0900-PREPARAR-FORMACION-EXIT.
006280     EXIT.
006290*
006300******************************************************************
006310* 1300-PERIODO-ABIERTO - OPEN THE PERIOD CALENDAR AND, IF THE
006320*                        BUSINESS DATE FALLS IN A CLOSED PERIOD,
006330*                        MOVE THE CONTRA POSTING DATE FORWARD TO
006340*                        THE FIRST DAY OF THE NEXT OPEN PERIOD.
006350*                        NO CALENDAR MEANS EVERY PERIOD IS OPEN.
006360******************************************************************
006370 1300-PERIODO-ABIERTO.
006380     OPEN INPUT PERIOD-CAL-FILE.
006390     IF WS-PCAL-STATUS NOT = "00"
006400         GO TO 1300-PERIODO-ABIERTO-EXIT
006410     END-IF.
006420     SET WS-PCAL-FILE-OPEN TO TRUE.
006430     MOVE WS-HIST-RUN-DATE TO WS-PER-CHECK-DATE.
006440     PERFORM 9300-VERIFICAR-PERIODO
006450         THRU 9300-VERIFICAR-PERIODO-EXIT.
006460     IF NOT WS-PER-CLOSED
006470         GO TO 1300-PERIODO-ABIERTO-EXIT
006480     END-IF.
006490     PERFORM 1310-AVANZAR-PERIODO
006500         THRU 1310-AVANZAR-PERIODO-EXIT
006510         UNTIL NOT WS-PER-CLOSED.
006520     DISPLAY "Aviso: la fecha de negocio " WS-HIST-RUN-DATE
006530         " cae en un periodo cerrado; las contrapartidas se "
006540         "registran el " WS-PER-CHECK-DATE ".".
006550     MOVE WS-PER-CHECK-DATE TO WS-HIST-RUN-DATE.
006560 1300-PERIODO-ABIERTO-EXIT.
006570     EXIT.
006580*
006590 1310-AVANZAR-PERIODO.
006600     IF WS-PCK-MONTH = 12
006610         ADD 1 TO WS-PCK-YEAR
006620         MOVE 1 TO WS-PCK-MONTH
006630     ELSE
006640         ADD 1 TO WS-PCK-MONTH
006650     END-IF.
006660     MOVE 1 TO WS-PCK-DAY.
006670     PERFORM 9300-VERIFICAR-PERIODO
006680         THRU 9300-VERIFICAR-PERIODO-EXIT.
006690 1310-AVANZAR-PERIODO-EXIT.
006700     EXIT.
006710*
006720******************************************************************
006730* 2500-REVERTIR-CLAVE - REVERSE THE ONE ROW THE CALLER NAMED IN
006740*                       LNK-REV-DATE/LNK-REV-SEQ AND END THE
006750*                       INTERACTIVE SESSION WITHOUT PROMPTING
006760*                       FOR ANOTHER KEY.
006770******************************************************************
006780 2500-REVERTIR-CLAVE.
006790     MOVE LNK-REV-DATE TO WS-ORIG-DATE.
006800     MOVE LNK-REV-SEQ  TO WS-ORIG-SEQ.
006810     PERFORM 5000-REVERTIR-UNA
006820         THRU 5000-REVERTIR-UNA-EXIT.
006830     SET WS-FIN-SESION TO TRUE.
006840 2500-REVERTIR-CLAVE-EXIT.
006850     EXIT.
006860*
006870******************************************************************
006880* 9300-VERIFICAR-PERIODO - SET WS-PER-CLOSED WHEN THE PERIOD OF
006890*                          WS-PER-CHECK-DATE IS CLOSED ON THE
006900*                          PERIOD CALENDAR.
006910******************************************************************
006920 9300-VERIFICAR-PERIODO.
006930     MOVE "N" TO WS-PER-CLOSED-SW.
006940     IF NOT WS-PCAL-FILE-OPEN
006950         GO TO 9300-VERIFICAR-PERIODO-EXIT
006960     END-IF.
006970     MOVE WS-PER-CHECK-DATE(1:6) TO PCAL-PERIOD.
006980     READ PERIOD-CAL-FILE
006990         INVALID KEY
007000             GO TO 9300-VERIFICAR-PERIODO-EXIT
007010     END-READ.
007020     IF PCAL-CLOSED
007030         SET WS-PER-CLOSED TO TRUE
007040     END-IF.
007050 9300-VERIFICAR-PERIODO-EXIT.
007060     EXIT.
007070 END PROGRAM REVPOST.
