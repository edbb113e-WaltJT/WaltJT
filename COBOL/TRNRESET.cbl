000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      TRAINING FILE SET RESET, RUN BY OPERATIONS BEFORE
000160*               EACH CLASS (OR WHENEVER THE INSTRUCTOR WANTS A
000170*               CLEAN SET). A TRAINEE SESSION (OPER-TRAINING-SW
000180*               ON THE OPERATOR MASTER) WORKS ONLY AGAINST THE
000190*               TRAINING FILES (TRNxxxx) ITS PROGRAMS OPEN; THIS
000200*               STEP PUTS THAT SET BACK TO A KNOWN STATE:
000210*               - THE TRAINING RUN-CONTROL COPY (DD TRNRUNC) IS
000220*                 EMPTIED FIRST, SO NO TRAINING SESSION CAN START
000230*                 WHILE THE SET IS HALF BUILT.
000240*               - THE TRAINING HISTORY (TRNHIST), AUDIT LOG
000250*                 (TRNAUDIT), SUSPENSE (TRNSUSP), SEQUENCE CONTROL
000260*                 (TRNSEQ), BATCH REGISTER (TRNBREG), CHECKPOINTS
000270*                 (TRNCKT1, TRNCKPT) AND RESULT FILE (TRNROUT) ARE
000280*                 EMPTIED.
000290*               - THE RATE MASTER, OPERATOR MASTER AND PERIOD
000300*                 CALENDAR ARE COPIED FROM PRODUCTION (RATEMAST,
000310*                 OPERMAST, PERCAL) TO TRNRATE, TRNOPER AND
000320*                 TRNPCAL. PRODUCTION IS ONLY READ. A MASTER NOT
000330*                 YET ON FILE LEAVES ITS COPY EMPTY (WARNING).
000340*               - THE PRACTICE BATCH FOR COBOL1 (TRNTRIN) IS CLASS
000350*                 MATERIAL KEPT BY THE INSTRUCTOR AND IS NOT
000360*                 TOUCHED; ITS ABSENCE IS A WARNING.
000370*               - LAST, THE PRODUCTION RUN-CONTROL FILE (RUNCTL)
000380*                 IS COPIED TO TRNRUNC. THAT COPY IS WHAT MARKS
000390*                 THE SET READY, SO IT IS WRITTEN ONLY WHEN EVERY
000400*                 STEP BEFORE IT WORKED.
000410*               RETURN CODE 0 SET READY, 4 READY WITH WARNINGS, 8
000420*               SET NOT READY.
000450* TECTONICS:    cobc
000460*
000470* MODIFICATION HISTORY
000480*   2026-10-15  RA  INITIAL VERSION.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. TRNRESET.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RATE-MASTER-FILE ASSIGN TO RATEMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RATE-KEY
000590         FILE STATUS IS WS-PROD-STATUS.
000600     SELECT OPER-MASTER-FILE ASSIGN TO OPERMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS OPER-ID
000640         FILE STATUS IS WS-PROD-STATUS.
000650     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PCAL-PERIOD
000690         FILE STATUS IS WS-PROD-STATUS.
000700     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PROD-STATUS.
000730     SELECT TRN-RATE-FILE ASSIGN TO TRNRATE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS TRAT-KEY
000770         FILE STATUS IS WS-TRN-STATUS.
000780     SELECT TRN-OPER-FILE ASSIGN TO TRNOPER
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TOPR-ID
000820         FILE STATUS IS WS-TRN-STATUS.
000830     SELECT TRN-PCAL-FILE ASSIGN TO TRNPCAL
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS TPCL-PERIOD
000870         FILE STATUS IS WS-TRN-STATUS.
000880     SELECT TRN-RUNC-FILE ASSIGN TO TRNRUNC
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TRN-STATUS.
000910     SELECT TRN-HIST-FILE ASSIGN TO TRNHIST
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS THST-KEY
000950         ALTERNATE RECORD KEY IS THST-OPERATOR-ID
000960             WITH DUPLICATES
000970         FILE STATUS IS WS-TRN-STATUS.
000980     SELECT TRN-SUSP-FILE ASSIGN TO TRNSUSP
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS TSUS-KEY
001020         FILE STATUS IS WS-TRN-STATUS.
001030     SELECT TRN-SEQ-FILE ASSIGN TO TRNSEQ
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS TSEQ-RUN-DATE
001070         FILE STATUS IS WS-TRN-STATUS.
001080     SELECT TRN-BREG-FILE ASSIGN TO TRNBREG
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS TBRG-KEY
001120         FILE STATUS IS WS-TRN-STATUS.
001130     SELECT TRN-AUDIT-FILE ASSIGN TO TRNAUDIT
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-TRN-STATUS.
001160     SELECT TRN-ROUT-FILE ASSIGN TO TRNROUT
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-TRN-STATUS.
001190     SELECT TRN-CKT1-FILE ASSIGN TO TRNCKT1
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-TRN-STATUS.
001220     SELECT TRN-CKPT-FILE ASSIGN TO TRNCKPT
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-TRN-STATUS.
001250     SELECT TRN-TRIN-FILE ASSIGN TO TRNTRIN
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-TRN-STATUS.
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  RATE-MASTER-FILE.
001310     COPY RATEREC.
001320 FD  OPER-MASTER-FILE.
001330     COPY OPERREC.
001340 FD  PERIOD-CAL-FILE.
001350     COPY PERCALRC.
001360 FD  RUN-CTL-FILE
001370     RECORDING MODE IS F.
001380     COPY RUNCTLRC.
001390 FD  TRN-RATE-FILE.
001400     COPY RATEREC REPLACING LEADING ==RATE== BY ==TRAT==.
001410 FD  TRN-OPER-FILE.
001420     COPY OPERREC REPLACING LEADING ==OPER== BY ==TOPR==.
001430 FD  TRN-PCAL-FILE.
001440     COPY PERCALRC REPLACING LEADING ==PCAL== BY ==TPCL==.
001450 FD  TRN-RUNC-FILE
001460     RECORDING MODE IS F.
001470 01  TRN-RUNC-REC               PIC X(80).
001480 FD  TRN-HIST-FILE.
001490     COPY HISTREC REPLACING LEADING ==HIST== BY ==THST==.
001500 FD  TRN-SUSP-FILE.
001510     COPY SUSPREC REPLACING LEADING ==SUSP== BY ==TSUS==.
001520 FD  TRN-SEQ-FILE.
001530     COPY SEQCTLRC REPLACING LEADING ==SEQ== BY ==TSEQ==.
001540 FD  TRN-BREG-FILE.
001550     COPY BATREGRC REPLACING LEADING ==BREG== BY ==TBRG==.
001560 FD  TRN-AUDIT-FILE
001570     RECORDING MODE IS F.
001580     COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==TAUD==.
001590 FD  TRN-ROUT-FILE
001600     RECORDING MODE IS F.
001610 01  TRN-ROUT-REC               PIC X(80).
001620 FD  TRN-CKT1-FILE
001630     RECORDING MODE IS F.
001640 01  TRN-CKT1-REC               PIC X(80).
001650 FD  TRN-CKPT-FILE
001660     RECORDING MODE IS F.
001670 01  TRN-CKPT-REC               PIC X(80).
001680 FD  TRN-TRIN-FILE
001690     RECORDING MODE IS F.
001700 01  TRN-TRIN-REC               PIC X(80).
001710 WORKING-STORAGE SECTION.
001720*
001730 77  WS-PROD-STATUS             PIC X(02) VALUE SPACES.
001740 77  WS-TRN-STATUS              PIC X(02) VALUE SPACES.
001750 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001760     88 WS-EOF                            VALUE "Y".
001770 77  WS-ANY-ERROR-SW            PIC X(01) VALUE "N".
001780     88 WS-ANY-ERROR                      VALUE "Y".
001790 77  WS-ANY-WARNING-SW          PIC X(01) VALUE "N".
001800     88 WS-ANY-WARNING                    VALUE "Y".
001810 77  WS-FILE-NAME               PIC X(09) VALUE SPACES.
001820 77  WS-CNT-COPIED              PIC 9(08) COMP VALUE ZERO.
001830 77  WS-CNT-DISPLAY             PIC Z(7)9.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE
001870         THRU 1000-INITIALIZE-EXIT.
001880     PERFORM 2000-VACIAR-ARCHIVOS
001890         THRU 2000-VACIAR-ARCHIVOS-EXIT.
001900     PERFORM 3000-COPIAR-TARIFAS
001910         THRU 3000-COPIAR-TARIFAS-EXIT.
001920     PERFORM 3100-COPIAR-OPERADORES
001930         THRU 3100-COPIAR-OPERADORES-EXIT.
001940     PERFORM 3200-COPIAR-PERIODOS
001950         THRU 3200-COPIAR-PERIODOS-EXIT.
001960     PERFORM 4000-VERIFICAR-LOTE
001970         THRU 4000-VERIFICAR-LOTE-EXIT.
001980     IF NOT WS-ANY-ERROR
001990         PERFORM 5000-COPIAR-CONTROL
002000             THRU 5000-COPIAR-CONTROL-EXIT
002010     END-IF.
002020     PERFORM 8000-TERMINATE
002030         THRU 8000-TERMINATE-EXIT.
002040     GOBACK.
002050*
002060******************************************************************
002070* 1000-INITIALIZE - EMPTY THE TRAINING RUN-CONTROL COPY BEFORE
002080*                   ANYTHING ELSE, SO THE SET READS AS NOT READY
002090*                   UNTIL THIS RUN COMPLETES. IF IT CANNOT BE
002100*                   EMPTIED NOTHING ELSE IS TOUCHED.
002110******************************************************************
002120 1000-INITIALIZE.
002130     DISPLAY "TRNRESET: preparando el juego de archivos de "
002140         "formacion.".
002150     OPEN OUTPUT TRN-RUNC-FILE.
002160     IF WS-TRN-STATUS NOT = "00"
002170         DISPLAY "Error: no se puede vaciar TRNRUNC (estado "
002180             WS-TRN-STATUS "); juego de formacion sin cambios."
002190         MOVE 8 TO RETURN-CODE
002200         GOBACK
002210     END-IF.
002220     CLOSE TRN-RUNC-FILE.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.
002250*
002260******************************************************************
002270* 2000-VACIAR-ARCHIVOS - EMPTY EVERY TRAINING FILE A SESSION
002280*                        WRITES. OPEN OUTPUT RECREATES EACH ONE
002290*                        EMPTY WITH THE SAME KEYS AS ITS
002300*                        PRODUCTION TWIN.
002310******************************************************************
002320 2000-VACIAR-ARCHIVOS.
002330     OPEN OUTPUT TRN-HIST-FILE.
002340     IF WS-TRN-STATUS = "00"
002350         CLOSE TRN-HIST-FILE
002360     END-IF.
002370     MOVE "TRNHIST" TO WS-FILE-NAME.
002380     PERFORM 2090-INFORMAR-VACIADO
002390         THRU 2090-INFORMAR-VACIADO-EXIT.
002400     OPEN OUTPUT TRN-AUDIT-FILE.
002410     IF WS-TRN-STATUS = "00"
002420         CLOSE TRN-AUDIT-FILE
002430     END-IF.
002440     MOVE "TRNAUDIT" TO WS-FILE-NAME.
002450     PERFORM 2090-INFORMAR-VACIADO
002460         THRU 2090-INFORMAR-VACIADO-EXIT.
002470     OPEN OUTPUT TRN-SUSP-FILE.
002480     IF WS-TRN-STATUS = "00"
002490         CLOSE TRN-SUSP-FILE
002500     END-IF.
002510     MOVE "TRNSUSP" TO WS-FILE-NAME.
002520     PERFORM 2090-INFORMAR-VACIADO
002530         THRU 2090-INFORMAR-VACIADO-EXIT.
002540     OPEN OUTPUT TRN-SEQ-FILE.
002550     IF WS-TRN-STATUS = "00"
002560         CLOSE TRN-SEQ-FILE
002570     END-IF.
002580     MOVE "TRNSEQ" TO WS-FILE-NAME.
002590     PERFORM 2090-INFORMAR-VACIADO
002600         THRU 2090-INFORMAR-VACIADO-EXIT.
002610     OPEN OUTPUT TRN-BREG-FILE.
002620     IF WS-TRN-STATUS = "00"
002630         CLOSE TRN-BREG-FILE
002640     END-IF.
002650     MOVE "TRNBREG" TO WS-FILE-NAME.
002660     PERFORM 2090-INFORMAR-VACIADO
002670         THRU 2090-INFORMAR-VACIADO-EXIT.
002680     OPEN OUTPUT TRN-CKT1-FILE.
002690     IF WS-TRN-STATUS = "00"
002700         CLOSE TRN-CKT1-FILE
002710     END-IF.
002720     MOVE "TRNCKT1" TO WS-FILE-NAME.
002730     PERFORM 2090-INFORMAR-VACIADO
002740         THRU 2090-INFORMAR-VACIADO-EXIT.
002750     OPEN OUTPUT TRN-CKPT-FILE.
002760     IF WS-TRN-STATUS = "00"
002770         CLOSE TRN-CKPT-FILE
002780     END-IF.
002790     MOVE "TRNCKPT" TO WS-FILE-NAME.
002800     PERFORM 2090-INFORMAR-VACIADO
002810         THRU 2090-INFORMAR-VACIADO-EXIT.
002820     OPEN OUTPUT TRN-ROUT-FILE.
002830     IF WS-TRN-STATUS = "00"
002840         CLOSE TRN-ROUT-FILE
002850     END-IF.
002860     MOVE "TRNROUT" TO WS-FILE-NAME.
002870     PERFORM 2090-INFORMAR-VACIADO
002880         THRU 2090-INFORMAR-VACIADO-EXIT.
002890 2000-VACIAR-ARCHIVOS-EXIT.
002900     EXIT.
002910*
002920******************************************************************
002930* 2090-INFORMAR-VACIADO - REPORT THE OUTCOME OF ONE EMPTYING.
002940******************************************************************
002950 2090-INFORMAR-VACIADO.
002960     IF WS-TRN-STATUS = "00"
002970         DISPLAY "  " WS-FILE-NAME " vaciado."
002980     ELSE
002990         DISPLAY "Error: no se puede vaciar " WS-FILE-NAME
003000             " (estado " WS-TRN-STATUS ")."
003010         SET WS-ANY-ERROR TO TRUE
003020     END-IF.
003030 2090-INFORMAR-VACIADO-EXIT.
003040     EXIT.
003050*
003060******************************************************************
003070* 3000-COPIAR-TARIFAS - COPY THE RATE MASTER TO TRNRATE.
003080******************************************************************
003090 3000-COPIAR-TARIFAS.
003100     MOVE "TRNRATE" TO WS-FILE-NAME.
003110     MOVE ZERO TO WS-CNT-COPIED.
003120     OPEN INPUT RATE-MASTER-FILE.
003130     IF WS-PROD-STATUS NOT = "00" AND WS-PROD-STATUS NOT = "35"
003140         DISPLAY "Error: RATEMAST no disponible (estado "
003150             WS-PROD-STATUS ")."
003160         SET WS-ANY-ERROR TO TRUE
003170         GO TO 3000-COPIAR-TARIFAS-EXIT
003180     END-IF.
003190     OPEN OUTPUT TRN-RATE-FILE.
003200     IF WS-TRN-STATUS NOT = "00"
003210         PERFORM 3900-ERROR-COPIA
003220             THRU 3900-ERROR-COPIA-EXIT
003230         IF WS-PROD-STATUS = "00"
003240             CLOSE RATE-MASTER-FILE
003250         END-IF
003260         GO TO 3000-COPIAR-TARIFAS-EXIT
003270     END-IF.
003280     IF WS-PROD-STATUS = "35"
003290         PERFORM 3910-AVISO-MAESTRO
003300             THRU 3910-AVISO-MAESTRO-EXIT
003310         CLOSE TRN-RATE-FILE
003320         GO TO 3000-COPIAR-TARIFAS-EXIT
003330     END-IF.
003340     MOVE "N" TO WS-EOF-SW.
003350     PERFORM 3010-COPIAR-TARIFA
003360         THRU 3010-COPIAR-TARIFA-EXIT
003370         UNTIL WS-EOF.
003380     CLOSE RATE-MASTER-FILE
003390           TRN-RATE-FILE.
003400     PERFORM 3920-INFORMAR-COPIA
003410         THRU 3920-INFORMAR-COPIA-EXIT.
003420 3000-COPIAR-TARIFAS-EXIT.
003430     EXIT.
003440*
003450 3010-COPIAR-TARIFA.
003460     READ RATE-MASTER-FILE NEXT RECORD
003470         AT END
003480             SET WS-EOF TO TRUE
003490             GO TO 3010-COPIAR-TARIFA-EXIT
003500     END-READ.
003510     WRITE TRAT-REC FROM RATE-REC
003520         INVALID KEY
003530             PERFORM 3900-ERROR-COPIA
003540                 THRU 3900-ERROR-COPIA-EXIT
003550             SET WS-EOF TO TRUE
003560         NOT INVALID KEY
003570             ADD 1 TO WS-CNT-COPIED
003580     END-WRITE.
003590 3010-COPIAR-TARIFA-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 3100-COPIAR-OPERADORES - COPY THE OPERATOR MASTER TO TRNOPER.
003640******************************************************************
003650 3100-COPIAR-OPERADORES.
003660     MOVE "TRNOPER" TO WS-FILE-NAME.
003670     MOVE ZERO TO WS-CNT-COPIED.
003680     OPEN INPUT OPER-MASTER-FILE.
003690     IF WS-PROD-STATUS NOT = "00" AND WS-PROD-STATUS NOT = "35"
003700         DISPLAY "Error: OPERMAST no disponible (estado "
003710             WS-PROD-STATUS ")."
003720         SET WS-ANY-ERROR TO TRUE
003730         GO TO 3100-COPIAR-OPERADORES-EXIT
003740     END-IF.
003750     OPEN OUTPUT TRN-OPER-FILE.
003760     IF WS-TRN-STATUS NOT = "00"
003770         PERFORM 3900-ERROR-COPIA
003780             THRU 3900-ERROR-COPIA-EXIT
003790         IF WS-PROD-STATUS = "00"
003800             CLOSE OPER-MASTER-FILE
003810         END-IF
003820         GO TO 3100-COPIAR-OPERADORES-EXIT
003830     END-IF.
003840     IF WS-PROD-STATUS = "35"
003850         PERFORM 3910-AVISO-MAESTRO
003860             THRU 3910-AVISO-MAESTRO-EXIT
003870         CLOSE TRN-OPER-FILE
003880         GO TO 3100-COPIAR-OPERADORES-EXIT
003890     END-IF.
003900     MOVE "N" TO WS-EOF-SW.
003910     PERFORM 3110-COPIAR-OPERADOR
003920         THRU 3110-COPIAR-OPERADOR-EXIT
003930         UNTIL WS-EOF.
003940     CLOSE OPER-MASTER-FILE
003950           TRN-OPER-FILE.
003960     PERFORM 3920-INFORMAR-COPIA
003970         THRU 3920-INFORMAR-COPIA-EXIT.
003980 3100-COPIAR-OPERADORES-EXIT.
003990     EXIT.
004000*
004010 3110-COPIAR-OPERADOR.
004020     READ OPER-MASTER-FILE NEXT RECORD
004030         AT END
004040             SET WS-EOF TO TRUE
004050             GO TO 3110-COPIAR-OPERADOR-EXIT
004060     END-READ.
004070     WRITE TOPR-REC FROM OPER-REC
004080         INVALID KEY
004090             PERFORM 3900-ERROR-COPIA
004100                 THRU 3900-ERROR-COPIA-EXIT
004110             SET WS-EOF TO TRUE
004120         NOT INVALID KEY
004130             ADD 1 TO WS-CNT-COPIED
004140     END-WRITE.
004150 3110-COPIAR-OPERADOR-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190* 3200-COPIAR-PERIODOS - COPY THE PERIOD CALENDAR TO TRNPCAL.
004200******************************************************************
004210 3200-COPIAR-PERIODOS.
004220     MOVE "TRNPCAL" TO WS-FILE-NAME.
004230     MOVE ZERO TO WS-CNT-COPIED.
004240     OPEN INPUT PERIOD-CAL-FILE.
004250     IF WS-PROD-STATUS NOT = "00" AND WS-PROD-STATUS NOT = "35"
004260         DISPLAY "Error: PERCAL no disponible (estado "
004270             WS-PROD-STATUS ")."
004280         SET WS-ANY-ERROR TO TRUE
004290         GO TO 3200-COPIAR-PERIODOS-EXIT
004300     END-IF.
004310     OPEN OUTPUT TRN-PCAL-FILE.
004320     IF WS-TRN-STATUS NOT = "00"
004330         PERFORM 3900-ERROR-COPIA
004340             THRU 3900-ERROR-COPIA-EXIT
004350         IF WS-PROD-STATUS = "00"
004360             CLOSE PERIOD-CAL-FILE
004370         END-IF
004380         GO TO 3200-COPIAR-PERIODOS-EXIT
004390     END-IF.
004400     IF WS-PROD-STATUS = "35"
004410         PERFORM 3910-AVISO-MAESTRO
004420             THRU 3910-AVISO-MAESTRO-EXIT
004430         CLOSE TRN-PCAL-FILE
004440         GO TO 3200-COPIAR-PERIODOS-EXIT
004450     END-IF.
004460     MOVE "N" TO WS-EOF-SW.
004470     PERFORM 3210-COPIAR-PERIODO
004480         THRU 3210-COPIAR-PERIODO-EXIT
004490         UNTIL WS-EOF.
004500     CLOSE PERIOD-CAL-FILE
004510           TRN-PCAL-FILE.
004520     PERFORM 3920-INFORMAR-COPIA
004530         THRU 3920-INFORMAR-COPIA-EXIT.
004540 3200-COPIAR-PERIODOS-EXIT.
004550     EXIT.
004560*
004570 3210-COPIAR-PERIODO.
004580     READ PERIOD-CAL-FILE NEXT RECORD
004590         AT END
004600             SET WS-EOF TO TRUE
004610             GO TO 3210-COPIAR-PERIODO-EXIT
004620     END-READ.
004630     WRITE TPCL-REC FROM PCAL-REC
004640         INVALID KEY
004650             PERFORM 3900-ERROR-COPIA
004660                 THRU 3900-ERROR-COPIA-EXIT
004670             SET WS-EOF TO TRUE
004680         NOT INVALID KEY
004690             ADD 1 TO WS-CNT-COPIED
004700     END-WRITE.
004710 3210-COPIAR-PERIODO-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750* 3900-ERROR-COPIA   - THE TRAINING COPY COULD NOT BE OPENED OR
004760*                      WRITTEN; THE SET WILL NOT BE MARKED READY.
004770* 3910-AVISO-MAESTRO - THE PRODUCTION MASTER IS NOT ON FILE YET;
004780*                      ITS TRAINING COPY IS LEFT EMPTY.
004790* 3920-INFORMAR-COPIA - REPORT THE ROWS COPIED.
004800******************************************************************
004810 3900-ERROR-COPIA.
004820     DISPLAY "Error: no se puede grabar " WS-FILE-NAME
004830         " (estado " WS-TRN-STATUS ")."
004840     SET WS-ANY-ERROR TO TRUE.
004850 3900-ERROR-COPIA-EXIT.
004860     EXIT.
004870*
004880 3910-AVISO-MAESTRO.
004890     DISPLAY "Aviso: el maestro de produccion no existe; "
004900         WS-FILE-NAME " queda vacio.".
004910     SET WS-ANY-WARNING TO TRUE.
004920 3910-AVISO-MAESTRO-EXIT.
004930     EXIT.
004940*
004950 3920-INFORMAR-COPIA.
004960     MOVE WS-CNT-COPIED TO WS-CNT-DISPLAY.
004970     DISPLAY "  " WS-FILE-NAME " copiado: " WS-CNT-DISPLAY
004980         " registros.".
004990 3920-INFORMAR-COPIA-EXIT.
005000     EXIT.
005010*
005020******************************************************************
005030* 4000-VERIFICAR-LOTE - THE PRACTICE BATCH IS LEFT AS THE
005040*                       INSTRUCTOR PREPARED IT; ONLY WARN WHEN IT
005050*                       IS MISSING, SINCE COBOL1 WILL THEN HAVE
005060*                       NOTHING TO PROCESS IN CLASS.
005070******************************************************************
005080 4000-VERIFICAR-LOTE.
005090     OPEN INPUT TRN-TRIN-FILE.
005100     IF WS-TRN-STATUS = "00"
005110         CLOSE TRN-TRIN-FILE
005120         DISPLAY "  TRNTRIN presente (no se modifica)."
005130     ELSE
005140         DISPLAY "Aviso: no hay lote de practica TRNTRIN (estado "
005150             WS-TRN-STATUS "); COBOL1 no tendra que procesar."
005160         SET WS-ANY-WARNING TO TRUE
005170     END-IF.
005180 4000-VERIFICAR-LOTE-EXIT.
005190     EXIT.
005200*
005210******************************************************************
005220* 5000-COPIAR-CONTROL - COPY THE RUN-CONTROL FILE TO TRNRUNC.
005230*                       THIS IS THE LAST WRITE OF THE RUN AND IS
005240*                       WHAT TRNFILES TAKES AS "SET READY".
005250******************************************************************
005260 5000-COPIAR-CONTROL.
005270     MOVE "TRNRUNC" TO WS-FILE-NAME.
005280     MOVE ZERO TO WS-CNT-COPIED.
005290     OPEN INPUT RUN-CTL-FILE.
005300     IF WS-PROD-STATUS NOT = "00"
005310         DISPLAY "Error: RUNCTL no disponible (estado "
005320             WS-PROD-STATUS ")."
005330         SET WS-ANY-ERROR TO TRUE
005340         GO TO 5000-COPIAR-CONTROL-EXIT
005350     END-IF.
005360     OPEN OUTPUT TRN-RUNC-FILE.
005370     IF WS-TRN-STATUS NOT = "00"
005380         PERFORM 3900-ERROR-COPIA
005390             THRU 3900-ERROR-COPIA-EXIT
005400         CLOSE RUN-CTL-FILE
005410         GO TO 5000-COPIAR-CONTROL-EXIT
005420     END-IF.
005430     MOVE "N" TO WS-EOF-SW.
005440     PERFORM 5010-COPIAR-REGISTRO
005450         THRU 5010-COPIAR-REGISTRO-EXIT
005460         UNTIL WS-EOF.
005470     CLOSE RUN-CTL-FILE
005480           TRN-RUNC-FILE.
005490     PERFORM 3920-INFORMAR-COPIA
005500         THRU 3920-INFORMAR-COPIA-EXIT.
005510 5000-COPIAR-CONTROL-EXIT.
005520     EXIT.
005530*
005540 5010-COPIAR-REGISTRO.
005550     READ RUN-CTL-FILE
005560         AT END
005570             SET WS-EOF TO TRUE
005580             GO TO 5010-COPIAR-REGISTRO-EXIT
005590     END-READ.
005600     WRITE TRN-RUNC-REC FROM RUN-CTL-REC.
005610     ADD 1 TO WS-CNT-COPIED.
005620 5010-COPIAR-REGISTRO-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660* 8000-TERMINATE - REPORT THE STATE OF THE SET AND SET THE
005670*                  RETURN CODE.
005680******************************************************************
005690 8000-TERMINATE.
005700     IF WS-ANY-ERROR
005710         DISPLAY "TRNRESET: juego de formacion NO preparado; no "
005720             "se admitiran sesiones de formacion."
005730         MOVE 8 TO RETURN-CODE
005740         GO TO 8000-TERMINATE-EXIT
005750     END-IF.
005760     IF WS-ANY-WARNING
005770         DISPLAY "TRNRESET: juego de formacion preparado, con "
005780             "avisos."
005790         MOVE 4 TO RETURN-CODE
005800     ELSE
005810         DISPLAY "TRNRESET: juego de formacion preparado."
005820         MOVE 0 TO RETURN-CODE
005830     END-IF.
005840 8000-TERMINATE-EXIT.
005850     EXIT.
005860 END PROGRAM TRNRESET.
