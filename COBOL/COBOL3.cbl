001035*                   DEPARTMENT ALLOCATION COMES OFF THE ACCTRPT
001036*                   ACTIVITY REPORT; BLANK (AND ALL INTERACTIVE
001037*                   WORK) MEANS UNASSIGNED.
001038*   2026-10-15  RA  A DETAIL RELEASED FROM THE VALUE-DATE
001039*                   WAREHOUSE CARRIES ITS ORIGINAL BATCH ID AND
001040*                   BRANCH (LT-ORIG-BATCH-ID/-BRANCH-ID); THE
001041*                   AUDIT AND HISTORY ROWS NOW TAKE THOSE, NOT
001042*                   THE RELEASE BATCH'S, SO LINEAGE LEADS BACK TO
001043*                   THE BRANCH'S OWN SUBMISSION. RELEASE BATCHES
001044*                   (HOUSE BRANCH "VDW") ARE EXEMPT FROM THE
001045*                   HASH CHECK LIKE THE STANDING ORDERS.
001046*   2026-10-15  RA  IN A COBOL5 TRAINING SESSION (LNK-TRAINING-SW)
001047*                   EVERY FILE IT SHARES WITH PRODUCTION, NOW
001048*                   ASSIGNED DYNAMICALLY, IS POINTED AT ITS
001049*                   TRAINING COPY BEFORE ANY IS OPENED AND THE
001050*                   TRAINING BANNER IS SHOWN WITH EVERY PROMPT; AN
001051*                   UNATTENDED TRAINING RUN, OR ONE WHOSE SET
001052*                   TRNRESET HAS NOT PREPARED, ENDS WITH RETURN
001053*                   CODE 8 AND NOTHING OPENED.
001054*   2026-10-15  RA  AUDIT AND HISTORY ROWS CARRY THE COBOL5
001055*                   SESSION STAMP (LNK-SESSION-ID) FOR THE
001056*                   END-OF-SHIFT BLOTTER.
001057*   2026-10-15  RA  THE AUDIT RECORD NOW CARRIES THE HISTORY KEY
001058*                   OF ITS ROW AND IS WRITTEN AFTER THE HISTORY
001059*                   ROW, SO THE KEY IS THE ONE THE ROW WAS
001060*                   ACTUALLY WRITTEN UNDER; HISTRCOV REPLAYS
001061*                   SEALED GENERATIONS BY IT.
001062******************************************************************
001063 IDENTIFICATION DIVISION.
001064 PROGRAM-ID. COBOL3.
001065 ENVIRONMENT DIVISION.
001066 INPUT-OUTPUT SECTION.
001067 FILE-CONTROL.
001068     SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-DSNAME
001069         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-CKPT-STATUS.
001071     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSNAME
001072         ORGANIZATION IS LINE SEQUENTIAL
001073         FILE STATUS IS WS-AUDIT-STATUS.
001074     SELECT LOOP-TRANS-FILE ASSIGN TO LOOPTRANS
001075         ORGANIZATION IS LINE SEQUENTIAL.
001076     SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-DSNAME
001077         ORGANIZATION IS INDEXED
001078         ACCESS MODE IS DYNAMIC
001079         RECORD KEY IS HIST-KEY
001080         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
001081             WITH DUPLICATES
001082         FILE STATUS IS WS-HIST-STATUS.
001083     SELECT RATE-MASTER-FILE ASSIGN TO DYNAMIC WS-RATE-DSNAME
001084         ORGANIZATION IS INDEXED
001086         ACCESS MODE IS DYNAMIC
001088         RECORD KEY IS RATE-KEY
001089         FILE STATUS IS WS-RATE-STATUS.
001090     SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSP-DSNAME
001092         ORGANIZATION IS INDEXED
001093         ACCESS MODE IS DYNAMIC
001094         RECORD KEY IS SUSP-KEY
001095         FILE STATUS IS WS-SUSP-STATUS.
001096     SELECT SEQ-CTL-FILE ASSIGN TO DYNAMIC WS-SEQ-DSNAME
001097         ORGANIZATION IS INDEXED
001098         ACCESS MODE IS DYNAMIC
001099         RECORD KEY IS SEQ-RUN-DATE
001100         FILE STATUS IS WS-SEQ-STATUS.
001101     SELECT RUN-CTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSNAME
001102         ORGANIZATION IS LINE SEQUENTIAL
001103         FILE STATUS IS WS-RUNCTL-STATUS.
001104     SELECT OPER-MASTER-FILE ASSIGN TO DYNAMIC WS-OPER-DSNAME
001105         ORGANIZATION IS INDEXED
001106         ACCESS MODE IS DYNAMIC
001107         RECORD KEY IS OPER-ID
001108         FILE STATUS IS WS-OPER-STATUS.
001109     SELECT BAT-REG-FILE ASSIGN TO DYNAMIC WS-BREG-DSNAME
001110         ORGANIZATION IS INDEXED
001111         ACCESS MODE IS DYNAMIC
001112         RECORD KEY IS BREG-KEY
001378     05 LT-ACCOUNT-CODE     PIC X(08).
001379     05 LT-TARGET-CURRENCY  PIC X(03).
001380     05 LT-SOURCE-REC-NO    PIC 9(06).
001381     05 LT-VALUE-DATE       PIC 9(08).
001382     05 LT-VALUE-DATE-X REDEFINES LT-VALUE-DATE
001383                            PIC X(08).
001384         88 LT-NO-VALUE-DATE           VALUE SPACES
001385                                       "00000000".
001386     05 LT-ORIG-BATCH-ID    PIC X(08).
001387     05 LT-ORIG-BRANCH-ID   PIC X(04).
001388     05 FILLER              PIC X(13).
001389     COPY BATCTL.
001390 FD  HISTORY-FILE.
001400     COPY HISTREC.
001402 FD  RATE-MASTER-FILE.
001690 77  WS-HIST-TRANS-SEQ      PIC 9(08) VALUE ZERO.
001700 77  WS-HIST-SEQ-CTR        PIC 9(08) COMP VALUE ZERO.
001710 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZERO.
001720 77  WS-ROW-BATCH-ID        PIC X(08) VALUE SPACES.
001730 77  WS-ROW-BRANCH-ID       PIC X(04) VALUE SPACES.
001740 77  WS-AUDIT-DSNAME        PIC X(44) VALUE "AUDITLOG".
001750 77  WS-HIST-DSNAME         PIC X(44) VALUE "HISTORY".
001760 77  WS-RATE-DSNAME         PIC X(44) VALUE "RATEMAST".
001770 77  WS-SUSP-DSNAME         PIC X(44) VALUE "SUSPENSE".
001780 77  WS-SEQ-DSNAME          PIC X(44) VALUE "SEQCTL".
001790 77  WS-RUNCTL-DSNAME       PIC X(44) VALUE "RUNCTL".
001800 77  WS-OPER-DSNAME         PIC X(44) VALUE "OPERMAST".
001810 77  WS-CKPT-DSNAME         PIC X(44) VALUE "CKPTFILE".
001820 77  WS-BREG-DSNAME         PIC X(44) VALUE "BATREG".
001830     COPY TRNPARMS.
001860 01  WS-CURR-TOTAL-TABLE.
001861     05 WS-CT-ENTRY         OCCURS 11 TIMES.
001862         10 WS-CT-CODE      PIC X(03).
002170*                   THIS RUN.
002180******************************************************************
002190 1000-INITIALIZE.
002192     PERFORM 0900-PREPARAR-FORMACION
002194         THRU 0900-PREPARAR-FORMACION-EXIT.
002200     PERFORM 1010-ABRIR-BITACORA
002201         THRU 1010-ABRIR-BITACORA-EXIT.
002210     PERFORM 1100-ABRIR-ARCHIVO-HISTORIAL
002770*                        KEEPS THE DEFAULT OF "USD".
002780******************************************************************
002790 1150-PREGUNTA-MONEDA.
002792     IF LNK-TRAINING-MODE
002794         DISPLAY TRN-BANNER
002796     END-IF.
002800     DISPLAY "Codigo de moneda para esta sesion (ISO, "
002810         "ENTER=USD): ".
002820     ACCEPT CURRENCY-CODE.
003180     EXIT.
003190*
003200 2000-INTRODUCIR-Y-CALCULAR.
003202     IF LNK-TRAINING-MODE
003204         DISPLAY TRN-BANNER
003206     END-IF.
003210     PERFORM 2010-LEER-NUM1
003220         THRU 2010-LEER-NUM1-EXIT.
003230     IF WS-FIN-SESION
003699     ELSE
003700         MOVE WS-BAT-DETAIL-CNT TO WS-CUR-SOURCE-REC
003701     END-IF.
003702     MOVE WS-CUR-BATCH-ID  TO WS-ROW-BATCH-ID.
003703     MOVE WS-CUR-BRANCH-ID TO WS-ROW-BRANCH-ID.
003704     IF LT-ORIG-BATCH-ID NOT = SPACES
003705         MOVE LT-ORIG-BATCH-ID  TO WS-ROW-BATCH-ID
003706         MOVE LT-ORIG-BRANCH-ID TO WS-ROW-BRANCH-ID
003707     END-IF.
003708     IF LT-OPER1-IND = "R" AND WS-PREV-VALID
003709         MOVE WS-PREV-RESULTADO TO NUM1
003710     END-IF.
003711     IF LT-OPER2-IND = "R" AND WS-PREV-VALID
003712         MOVE WS-PREV-RESULTADO TO NUM2
003713     END-IF.
003714     IF LT-CURRENCY-CODE = SPACES
003715         MOVE "USD" TO CURRENCY-CODE
003716     ELSE
003717         MOVE LT-CURRENCY-CODE TO CURRENCY-CODE
003718     END-IF.
003719 6100-LEER-LOTE-TRANS-EXIT.
003720     EXIT.
003721*
003722 6200-APLICAR-LOTE-TRANS.
003723     IF LT-OPERATION = SPACE
003724         PERFORM 2100-CALCULAR-CUATRO-OPERACIONES
003725             THRU 2100-CALCULAR-CUATRO-OPERACIONES-EXIT
003726     ELSE
003727         MOVE LT-OPERATION TO WS-OP-CHOICE
003728         PERFORM 2200-CALCULAR-UNA-OPERACION
003729             THRU 2200-CALCULAR-UNA-OPERACION-EXIT
003730     END-IF.
003731     PERFORM 6100-LEER-LOTE-TRANS
003732         THRU 6100-LEER-LOTE-TRANS-EXIT.
003733 6200-APLICAR-LOTE-TRANS-EXIT.
003740     EXIT.
003750*
037600******************************************************************
037768     END-ADD.
037769 2215-SUMA-CONTABILIZAR.
037770     MOVE "A" TO WS-AUDIT-OPERATION.
037771     PERFORM 9100-ESCRIBIR-HISTORIAL
037772         THRU 9100-ESCRIBIR-HISTORIAL-EXIT.
037773     PERFORM 9000-ESCRIBIR-BITACORA
037774         THRU 9000-ESCRIBIR-BITACORA-EXIT.
037780     IF WS-SIZE-ERROR AND LNK-MODE-BATCH
037782         PERFORM 9300-ESCRIBIR-SUSPENSO
037784             THRU 9300-ESCRIBIR-SUSPENSO-EXIT
037854     END-SUBTRACT.
037855 2225-RESTA-CONTABILIZAR.
037856     MOVE "S" TO WS-AUDIT-OPERATION.
037857     PERFORM 9100-ESCRIBIR-HISTORIAL
037858         THRU 9100-ESCRIBIR-HISTORIAL-EXIT.
037859     PERFORM 9000-ESCRIBIR-BITACORA
037860         THRU 9000-ESCRIBIR-BITACORA-EXIT.
037866     IF WS-SIZE-ERROR AND LNK-MODE-BATCH
037868         PERFORM 9300-ESCRIBIR-SUSPENSO
037870             THRU 9300-ESCRIBIR-SUSPENSO-EXIT
037940     END-MULTIPLY.
037941 2235-MULT-CONTABILIZAR.
037942     MOVE "M" TO WS-AUDIT-OPERATION.
037943     PERFORM 9100-ESCRIBIR-HISTORIAL
037944         THRU 9100-ESCRIBIR-HISTORIAL-EXIT.
037945     PERFORM 9000-ESCRIBIR-BITACORA
037946         THRU 9000-ESCRIBIR-BITACORA-EXIT.
037952     IF WS-SIZE-ERROR AND LNK-MODE-BATCH
037954         PERFORM 9300-ESCRIBIR-SUSPENSO
037956             THRU 9300-ESCRIBIR-SUSPENSO-EXIT
038044     END-IF.
038045 2245-DIV-CONTABILIZAR.
038046     MOVE "D" TO WS-AUDIT-OPERATION.
038047     PERFORM 9100-ESCRIBIR-HISTORIAL
038048         THRU 9100-ESCRIBIR-HISTORIAL-EXIT.
038049     PERFORM 9000-ESCRIBIR-BITACORA
038050         THRU 9000-ESCRIBIR-BITACORA-EXIT.
038056     IF WS-SIZE-ERROR AND LNK-MODE-BATCH
038058         PERFORM 9300-ESCRIBIR-SUSPENSO
038060             THRU 9300-ESCRIBIR-SUSPENSO-EXIT
038252 2025-PROBAR-CARACTER-EXIT.
038254     EXIT.
038256*
038257******************************************************************
038258* 2300-PREGUNTA-MEMORIA - OFFER TO STORE THE RESULT JUST SHOWN IN
038259*                         THE MEMORY REGISTER.
038260******************************************************************
038261 2300-PREGUNTA-MEMORIA.
038262     DISPLAY "Guardar el resultado en memoria? (S/N): ".
038263     ACCEPT WS-MEM-ANSWER.
038264     IF WS-MEM-ANSWER = "S" OR WS-MEM-ANSWER = "s"
038265         MOVE RESULTADO TO WS-MEMORIA
038266         SET WS-MEM-VALID TO TRUE
038267         DISPLAY "Resultado guardado en memoria."
038268     END-IF.
038269 2300-PREGUNTA-MEMORIA-EXIT.
038270     EXIT.
038271*
038272******************************************************************
038273* 2900-ESCRIBIR-PUNTO-DE-CONTROL - REWRITE THE CHECKPOINT FILE
038274*                                  WITH THE PAIR JUST COMPLETED
038275*                                  AND THE RUNNING ITERATION
038276*                                  COUNT.
038277******************************************************************
038278 2900-ESCRIBIR-PUNTO-DE-CONTROL.
038279     MOVE NUM1           TO CKPT-NUM1.
038280     MOVE NUM2           TO CKPT-NUM2.
038281     MOVE WS-ITER-COUNT  TO CKPT-ITER-COUNT.
038282     MOVE WS-TOTAL-ADD   TO CKPT-TOTAL-ADD.
038283     MOVE WS-TOTAL-SUB   TO CKPT-TOTAL-SUB.
038284     MOVE WS-TOTAL-MUL   TO CKPT-TOTAL-MUL.
038285     MOVE WS-TOTAL-DIV   TO CKPT-TOTAL-DIV.
038286     OPEN OUTPUT CKPT-FILE.
038287     WRITE CKPT-REC.
038288     CLOSE CKPT-FILE.
038289 2900-ESCRIBIR-PUNTO-DE-CONTROL-EXIT.
038290     EXIT.
038291*
038292******************************************************************
038293* 9000-ESCRIBIR-BITACORA - APPEND ONE RECORD TO THE SHARED AUDIT
038294*                          LOG FOR THE OPERATION JUST PERFORMED.
038295*                          WRITTEN AFTER THE HISTORY ROW, SO IT
038296*                          CARRIES THE KEY THE ROW WAS ACTUALLY
038297*                          WRITTEN UNDER (ZERO WHEN THE WRITE
038298*                          FAILED ITS RETRIES).
038299******************************************************************
038300 9000-ESCRIBIR-BITACORA.
038301     MOVE SPACES             TO AUDIT-LOG-REC.
038302     MOVE WS-RUN-TIMESTAMP   TO AUD-TIMESTAMP.
038303     MOVE "COBOL3"           TO AUD-PROGRAM-NAME.
038304     MOVE LNK-OPERATOR-ID    TO AUD-OPERATOR-ID.
038305     MOVE LNK-SESSION-ID     TO AUD-SESSION-ID.
038306     MOVE NUM1               TO AUD-OPERAND-1.
038307     MOVE NUM2               TO AUD-OPERAND-2.
038308     MOVE WS-AUDIT-OPERATION TO AUD-OPERATION.
038309     MOVE RESULTADO          TO AUD-RESULTADO.
038310     MOVE WS-OUT-CURRENCY-CODE TO AUD-CURRENCY-CODE.
038311     MOVE WS-ROW-BATCH-ID    TO AUD-SOURCE-BATCH-ID.
038312     MOVE WS-CUR-SOURCE-REC  TO AUD-SOURCE-REC-NO.
038313     MOVE WS-CUR-ACCOUNT-CODE TO AUD-ACCOUNT-CODE.
038314     MOVE WS-ROW-BRANCH-ID   TO AUD-SOURCE-BRANCH.
038315     MOVE WS-OVERRIDE-ID     TO AUD-OVERRIDE-ID.
038316     IF WS-WRITE-RETRY-CTR > 5
038317         MOVE ZERO              TO AUD-HIST-RUN-DATE
038318         MOVE ZERO              TO AUD-HIST-TRANS-SEQ
038319     ELSE
038320         MOVE WS-HIST-RUN-DATE  TO AUD-HIST-RUN-DATE
038321         MOVE WS-HIST-TRANS-SEQ TO AUD-HIST-TRANS-SEQ
038322     END-IF.
038323     MOVE ZERO               TO AUD-LINK-DATE.
038324     MOVE ZERO               TO AUD-LINK-SEQ.
038325     IF WS-SIZE-ERROR
038326         SET AUD-STATUS-ERROR TO TRUE
038327     ELSE
038328         SET AUD-STATUS-OK TO TRUE
038329     END-IF.
038330     WRITE AUDIT-LOG-REC.
038331 9000-ESCRIBIR-BITACORA-EXIT.
038332     EXIT.
038333*
038334******************************************************************
038335* 9050-CONSTRUIR-TIMESTAMP - FORMAT THE RUN DATE AND THE TIME OF
038336*                            DAY CAPTURED FOR THIS TRANSACTION
038337*                            INTO A DB2-STYLE TIMESTAMP, ALSO
038338*                            BUMPING THE HISTORY SEQUENCE. BUILT
038339*                            INTO A STANDALONE WORKING-STORAGE
038340*                            FIELD SO IT CAN ALSO APPEAR ON THE
038341*                            INTERACTIVE DISPLAY LINE, NOT JUST
038342*                            THE AUDIT/HISTORY ROWS.
038343******************************************************************
038344 9050-CONSTRUIR-TIMESTAMP.
038345     ACCEPT WS-TIME-OF-DAY FROM TIME.
038346     PERFORM 9400-ASIGNAR-SECUENCIA
038347         THRU 9400-ASIGNAR-SECUENCIA-EXIT.
038348     MOVE WS-HIST-RUN-DATE(1:4)  TO WS-TS-YEAR.
038349     MOVE WS-HIST-RUN-DATE(5:2)  TO WS-TS-MONTH.
038350     MOVE WS-HIST-RUN-DATE(7:2)  TO WS-TS-DAY.
038351     MOVE WS-TIME-OF-DAY(1:2)    TO WS-TS-HOUR.
038352     MOVE WS-TIME-OF-DAY(3:2)    TO WS-TS-MINUTE.
038353     MOVE WS-TIME-OF-DAY(5:2)    TO WS-TS-SECOND.
038354     MOVE WS-TIME-OF-DAY(7:2)    TO WS-TS-HUNDREDTHS.
038355     STRING WS-TS-YEAR       DELIMITED BY SIZE
038356         "-"                 DELIMITED BY SIZE
038357         WS-TS-MONTH         DELIMITED BY SIZE
038358         "-"                 DELIMITED BY SIZE
038359         WS-TS-DAY           DELIMITED BY SIZE
038360         "-"                 DELIMITED BY SIZE
038361         WS-TS-HOUR          DELIMITED BY SIZE
038362         "."                 DELIMITED BY SIZE
038363         WS-TS-MINUTE        DELIMITED BY SIZE
038364         "."                 DELIMITED BY SIZE
038365         WS-TS-SECOND        DELIMITED BY SIZE
038366         "."                 DELIMITED BY SIZE
038367         WS-TS-HUNDREDTHS    DELIMITED BY SIZE
038368         "0000"              DELIMITED BY SIZE
038369         INTO WS-RUN-TIMESTAMP
038370     END-STRING.
038371 9050-CONSTRUIR-TIMESTAMP-EXIT.
038372     EXIT.
038373*
038374******************************************************************
038375* 9100-ESCRIBIR-HISTORIAL - WRITE ONE ROW TO THE INDEXED HISTORY
038376*                           FILE FOR THE OPERATION JUST PERFORMED,
038377*                           KEYED BY THE RUN DATE AND A MONOTONIC
038378*                           TRANSACTION SEQUENCE NUMBER.
038379******************************************************************
038380 9100-ESCRIBIR-HISTORIAL.
038381     MOVE SPACES                TO HIST-REC.
038382     MOVE WS-HIST-RUN-DATE      TO HIST-RUN-DATE.
038383     MOVE WS-HIST-TRANS-SEQ     TO HIST-TRANS-SEQ.
038384     MOVE "COBOL3"              TO HIST-PROGRAM-NAME.
038385     MOVE LNK-OPERATOR-ID       TO HIST-OPERATOR-ID.
038386     MOVE LNK-SESSION-ID        TO HIST-SESSION-ID.
038387     MOVE NUM1                  TO HIST-OPERAND-1.
038388     MOVE NUM2                  TO HIST-OPERAND-2.
038389     MOVE WS-AUDIT-OPERATION    TO HIST-OPERATION.
038390     MOVE RESULTADO             TO HIST-RESULTADO.
038391     MOVE WS-OUT-CURRENCY-CODE  TO HIST-CURRENCY-CODE.
038392     MOVE WS-ROW-BATCH-ID    TO HIST-SOURCE-BATCH-ID.
038393     MOVE WS-CUR-SOURCE-REC  TO HIST-SOURCE-REC-NO.
038394     MOVE WS-CUR-ACCOUNT-CODE TO HIST-ACCOUNT-CODE.
038395     MOVE WS-ROW-BRANCH-ID   TO HIST-SOURCE-BRANCH.
038396     IF WS-SIZE-ERROR
038397         SET HIST-STATUS-ERROR TO TRUE
038398     ELSE
038846 9510-VERIFICAR-HASH-REGISTRO.
038847     MOVE "N" TO WS-BREG-DUP-SW.
038848     IF WS-CUR-BATCH-ID = "RESUBMIT"
038849             OR WS-CUR-BRANCH-ID = "STO " OR "VDW "
038850             OR NOT WS-BREG-FILE-OPEN
038851         GO TO 9510-VERIFICAR-HASH-REGISTRO-EXIT
038852     END-IF.
039085     END-IF.
039086 8610-BUSCAR-MONEDA-TOTAL-EXIT.
039087     EXIT.
039090*
039100******************************************************************
039110* 0900-PREPARAR-FORMACION - IN A COBOL5 TRAINING SESSION, POINT
039120*                           EVERY DYNAMICALLY ASSIGNED FILE AT ITS
039130*                           TRAINING COPY BEFORE ANYTHING IS
039140*                           OPENED. TRAINING IS ATTENDED ONLY, AND
039150*                           A SET TRNRESET HAS NOT PREPARED
039160*                           (TRNFILES) ENDS THE PROGRAM WITH
039170*                           NOTHING OPENED.
039180******************************************************************
039190 0900-PREPARAR-FORMACION.
039200     IF NOT LNK-TRAINING-MODE
039210         GO TO 0900-PREPARAR-FORMACION-EXIT
039220     END-IF.
039230     IF LNK-MODE-BATCH
039240         DISPLAY "Error: una sesion de formacion no puede "
039250             "ejecutarse desatendida; fin del programa."
039260         MOVE 8 TO RETURN-CODE
039270         GOBACK
039280     END-IF.
039290     CALL "TRNFILES" USING TRN-PARMS.
039300     CANCEL "TRNFILES".
039310     IF TRN-NOT-READY
039320         DISPLAY "Error: el juego de archivos de formacion no "
039330             "esta preparado (ejecute TRNRESET); fin del "
039340             "programa."
039350         MOVE 8 TO RETURN-CODE
039360         GOBACK
039370     END-IF.
039380     MOVE "TRNAUDIT" TO WS-AUDIT-DSNAME.
039390     MOVE "TRNHIST"  TO WS-HIST-DSNAME.
039400     MOVE "TRNRATE"  TO WS-RATE-DSNAME.
039410     MOVE "TRNSUSP"  TO WS-SUSP-DSNAME.
039420     MOVE "TRNSEQ"   TO WS-SEQ-DSNAME.
039430     MOVE "TRNRUNC"  TO WS-RUNCTL-DSNAME.
039440     MOVE "TRNOPER"  TO WS-OPER-DSNAME.
039450     MOVE "TRNCKPT"  TO WS-CKPT-DSNAME.
039460     MOVE "TRNBREG"  TO WS-BREG-DSNAME.
039470     DISPLAY TRN-BANNER.
039480 0900-PREPARAR-FORMACION-EXIT.
039490     EXIT.
039500 END PROGRAM COBOL3.
