001210*                   THE MONTHLY DEPARTMENT ALLOCATION COMES OFF
001211*                   THE ACCTRPT ACTIVITY REPORT; BLANK (AND ALL
001212*                   FIXED-MODE WORK) MEANS UNASSIGNED.
001213*   2026-10-15  RA  A DETAIL RELEASED FROM THE VALUE-DATE
001214*                   WAREHOUSE CARRIES ITS ORIGINAL BATCH ID AND
001215*                   BRANCH (OPC-ORIG-BATCH-ID/-BRANCH-ID); THE
001216*                   AUDIT AND HISTORY ROWS NOW TAKE THOSE, NOT
001217*                   THE RELEASE BATCH'S, SO LINEAGE LEADS BACK TO
001218*                   THE BRANCH'S OWN SUBMISSION. RELEASE BATCHES
001219*                   (HOUSE BRANCH "VDW") ARE EXEMPT FROM THE
001220*                   HASH CHECK LIKE THE STANDING ORDERS.
001221*   2026-10-15  RA  BRANCH-PARTITIONED RUN: A BATCH-MODE CALL WITH
001222*                   LNK-PARTITION-NO 1-4 (FROM THE COBOL6 RUN
001223*                   CARD) PROCESSES ONLY ITS OWN OPCSPLIT SUB-
001224*                   BATCH ("P" + PARTITION DIGIT + YYMMDD) OUT OF
001225*                   THE PARTITIONED FILE ON DD OPCTRANS, SKIPPING
001226*                   THE OTHER SUB-BATCHES AND STOPPING AT ITS OWN
001227*                   TRAILER; A FILE WITHOUT IT HOLDS THE RUN. EACH
001228*                   INSTANCE KEEPS ITS OWN CHECKPOINT (DD CKPTOP1-
001229*                   CKPTOP4; CKPTREC NOW LIVES IN WORKING-STORAGE)
001230*                   AND WRITES ITS OWN RESULT FILE (DD OPCRES1-
001231*                   OPCRES4) ENDED BY A "T" CONTROL ROW (OPCSPLRC)
001232*                   WITH THE COUNT AND HASH IT PROVED, FOR THE
001233*                   OPCMERGE PROOF. SEQUENCE NUMBERS ARE ALREADY
001234*                   RESERVED IN PRIVATE SEQCTL BLOCKS PER RUN, SO
001235*                   THE INSTANCES NEVER MINT THE SAME KEY.
001236*                   SUB-BATCHES (HOUSE BRANCH "PRT") ARE EXEMPT
001237*                   FROM THE REPEATED-HASH CHECK, SINCE AN EMPTY
001238*                   PARTITION HASHES TO ZERO EVERY NIGHT.
001239*   2026-10-15  RA  IN A COBOL5 TRAINING SESSION (LNK-TRAINING-SW)
001240*                   EVERY FILE IT SHARES WITH PRODUCTION, NOW
001241*                   ASSIGNED DYNAMICALLY, IS POINTED AT ITS
001242*                   TRAINING COPY BEFORE ANY IS OPENED AND THE
001243*                   TRAINING BANNER IS SHOWN WITH EVERY PROMPT; AN
001244*                   UNATTENDED TRAINING RUN, OR ONE WHOSE SET
001245*                   TRNRESET HAS NOT PREPARED, ENDS WITH RETURN
001246*                   CODE 8 AND NOTHING OPENED.
001247*   2026-10-15  RA  AUDIT AND HISTORY ROWS CARRY THE COBOL5
001248*                   SESSION STAMP (LNK-SESSION-ID) FOR THE
001249*                   END-OF-SHIFT BLOTTER.
001250*   2026-10-15  RA  THE AUDIT RECORD NOW CARRIES THE HISTORY KEY
001251*                   OF ITS ROW AND IS WRITTEN AFTER THE HISTORY
001252*                   ROW, SO THE KEY IS THE ONE THE ROW WAS
001253*                   ACTUALLY WRITTEN UNDER; HISTRCOV REPLAYS
001254*                   SEALED GENERATIONS BY IT.
001255******************************************************************
001256 IDENTIFICATION DIVISION.
001257 PROGRAM-ID. Operaciones-Basicas-COBOL2.
001258 ENVIRONMENT DIVISION.
001259 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001261     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSNAME
001262         ORGANIZATION IS LINE SEQUENTIAL
001263         FILE STATUS IS WS-AUDIT-STATUS.
001264     SELECT OPCODE-IN-FILE ASSIGN TO OPCTRANS
001265         ORGANIZATION IS LINE SEQUENTIAL.
001266     SELECT OPCODE-OUT-FILE ASSIGN TO OPCRESLT
001267         ORGANIZATION IS LINE SEQUENTIAL.
001268     SELECT OPCODE-RES-FILE-1 ASSIGN TO OPCRES1
001269         ORGANIZATION IS LINE SEQUENTIAL.
001270     SELECT OPCODE-RES-FILE-2 ASSIGN TO OPCRES2
001271         ORGANIZATION IS LINE SEQUENTIAL.
001272     SELECT OPCODE-RES-FILE-3 ASSIGN TO OPCRES3
001273         ORGANIZATION IS LINE SEQUENTIAL.
001274     SELECT OPCODE-RES-FILE-4 ASSIGN TO OPCRES4
001275         ORGANIZATION IS LINE SEQUENTIAL.
001276     SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-DSNAME
001277         ORGANIZATION IS INDEXED
001278         ACCESS MODE IS DYNAMIC
001279         RECORD KEY IS HIST-KEY
001280         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
001281             WITH DUPLICATES
001282         FILE STATUS IS WS-HIST-STATUS.
001283     SELECT RATE-MASTER-FILE ASSIGN TO DYNAMIC WS-RATE-DSNAME
001284         ORGANIZATION IS INDEXED
001285         ACCESS MODE IS DYNAMIC
001286         RECORD KEY IS RATE-KEY
001287         FILE STATUS IS WS-RATE-STATUS.
001288     SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSP-DSNAME
001289         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001291         RECORD KEY IS SUSP-KEY
001292         FILE STATUS IS WS-SUSP-STATUS.
001293     SELECT SEQ-CTL-FILE ASSIGN TO DYNAMIC WS-SEQ-DSNAME
001294         ORGANIZATION IS INDEXED
001295         ACCESS MODE IS DYNAMIC
001296         RECORD KEY IS SEQ-RUN-DATE
001297         FILE STATUS IS WS-SEQ-STATUS.
001298     SELECT RUN-CTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSNAME
001299         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RUNCTL-STATUS.
001301     SELECT OPER-MASTER-FILE ASSIGN TO DYNAMIC WS-OPER-DSNAME
001302         ORGANIZATION IS INDEXED
001303         ACCESS MODE IS DYNAMIC
001304         RECORD KEY IS OPER-ID
001305         FILE STATUS IS WS-OPER-STATUS.
001306     SELECT CKPT-FILE ASSIGN TO CKPTOPC
001307         ORGANIZATION IS LINE SEQUENTIAL
001308         FILE STATUS IS WS-CKPT-STATUS.
001309     SELECT CKPT-FILE-1 ASSIGN TO CKPTOP1
001310         ORGANIZATION IS LINE SEQUENTIAL
001311         FILE STATUS IS WS-CKPT-STATUS.
001312     SELECT CKPT-FILE-2 ASSIGN TO CKPTOP2
001313         ORGANIZATION IS LINE SEQUENTIAL
001314         FILE STATUS IS WS-CKPT-STATUS.
001315     SELECT CKPT-FILE-3 ASSIGN TO CKPTOP3
001316         ORGANIZATION IS LINE SEQUENTIAL
001317         FILE STATUS IS WS-CKPT-STATUS.
001318     SELECT CKPT-FILE-4 ASSIGN TO CKPTOP4
001319         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-CKPT-STATUS.
001321     SELECT BAT-REG-FILE ASSIGN TO DYNAMIC WS-BREG-DSNAME
001322         ORGANIZATION IS INDEXED
001323         ACCESS MODE IS DYNAMIC
001324         RECORD KEY IS BREG-KEY
001325         FILE STATUS IS WS-BREG-STATUS.
001326 DATA DIVISION.
001327 FILE SECTION.
001328 FD  AUDIT-LOG-FILE
001329     RECORDING MODE IS F.
001330     COPY AUDITREC.
001331 FD  OPCODE-IN-FILE
001332     RECORDING MODE IS F.
001333     COPY OPCTRREC.
001334     COPY BATCTL.
001335 FD  OPCODE-OUT-FILE
001336     RECORDING MODE IS F.
001337 01  OPCODE-OUT-REC             PIC X(80).
001338 FD  OPCODE-RES-FILE-1
001339     RECORDING MODE IS F.
001340 01  OPCODE-RES-REC-1           PIC X(80).
001341 FD  OPCODE-RES-FILE-2
001342     RECORDING MODE IS F.
001343 01  OPCODE-RES-REC-2           PIC X(80).
001344 FD  OPCODE-RES-FILE-3
001345     RECORDING MODE IS F.
001346 01  OPCODE-RES-REC-3           PIC X(80).
001347 FD  OPCODE-RES-FILE-4
001348     RECORDING MODE IS F.
001349 01  OPCODE-RES-REC-4           PIC X(80).
001350 FD  HISTORY-FILE.
001360     COPY HISTREC.
001362 FD  RATE-MASTER-FILE.
001377     COPY OPERREC.
001378 FD  CKPT-FILE
001379     RECORDING MODE IS F.
001380 01  CKPT-FILE-REC              PIC X(14).
001381 FD  CKPT-FILE-1
001382     RECORDING MODE IS F.
001383 01  CKPT-FILE-REC-1            PIC X(14).
001384 FD  CKPT-FILE-2
001385     RECORDING MODE IS F.
001386 01  CKPT-FILE-REC-2            PIC X(14).
001387 FD  CKPT-FILE-3
001388     RECORDING MODE IS F.
001389 01  CKPT-FILE-REC-3            PIC X(14).
001390 FD  CKPT-FILE-4
001391     RECORDING MODE IS F.
001392 01  CKPT-FILE-REC-4            PIC X(14).
001393 WORKING-STORAGE SECTION.
001394     COPY OPCSPLRC.
001395     COPY CURRFLD.
001396     COPY CKPTREC.
001400     COPY TRANXREC.
001410     COPY TRANXREC REPLACING
001420         ==NUM1== BY ==NUM3==
001744 77  WS-RATE-FILE-SW        PIC X(01) VALUE "N".
001746     88 WS-RATE-FILE-OPEN            VALUE "Y".
001747 77  WS-SUSP-STATUS         PIC X(02) VALUE SPACES.
001750 77  WS-ROW-BATCH-ID        PIC X(08) VALUE SPACES.
001760 77  WS-ROW-BRANCH-ID       PIC X(04) VALUE SPACES.
001765 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001766 77  WS-SEQ-STATUS          PIC X(02) VALUE SPACES.
001767 77  WS-OPEN-RETRY-CTR      PIC 9(03) COMP VALUE ZERO.
001860     05 WS-TS-MINUTE        PIC 9(02).
001870     05 WS-TS-SECOND        PIC 9(02).
001880     05 WS-TS-HUNDREDTHS    PIC 9(02).
001881 77  WS-PART-MODE-SW        PIC X(01) VALUE "N".
001882     88 WS-PART-MODE                  VALUE "Y".
001883 77  WS-PART-SKIP-SW        PIC X(01) VALUE "N".
001884     88 WS-PART-SKIP                  VALUE "Y".
001885 77  WS-PART-FOUND-SW       PIC X(01) VALUE "N".
001886     88 WS-PART-FOUND                 VALUE "Y".
001887 77  WS-PART-DIGIT          PIC X(01) VALUE SPACE.
001888 77  WS-RESULT-LINE         PIC X(80) VALUE SPACES.
001890 77  WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001900*
001910******************************************************************
002040 01  WS-CONSIST-DIFF        PIC S9(9)V99 VALUE ZERO.
002050 77  WS-CONSIST-TOLERANCE   PIC S9(9)V99 VALUE 0.01.
002060 77  WS-CONSIST-TOLERANCE-N PIC S9(9)V99 VALUE -0.01.
002061 77  WS-AUDIT-DSNAME        PIC X(44) VALUE "AUDITLOG".
002062 77  WS-HIST-DSNAME         PIC X(44) VALUE "HISTORY".
002063 77  WS-RATE-DSNAME         PIC X(44) VALUE "RATEMAST".
002064 77  WS-SUSP-DSNAME         PIC X(44) VALUE "SUSPENSE".
002065 77  WS-SEQ-DSNAME          PIC X(44) VALUE "SEQCTL".
002066 77  WS-RUNCTL-DSNAME       PIC X(44) VALUE "RUNCTL".
002067 77  WS-OPER-DSNAME         PIC X(44) VALUE "OPERMAST".
002068 77  WS-BREG-DSNAME         PIC X(44) VALUE "BATREG".
002069     COPY TRNPARMS.
002070 LINKAGE SECTION.
002080     COPY LNKPARMS.
002090 PROCEDURE DIVISION USING LNK-PARMS.
002330* 1000-INITIALIZE - OPEN THE SHARED AUDIT LOG FOR APPEND.
002340******************************************************************
002350 1000-INITIALIZE.
002352     PERFORM 0900-PREPARAR-FORMACION
002354         THRU 0900-PREPARAR-FORMACION-EXIT.
002360     PERFORM 1010-ABRIR-BITACORA
002361         THRU 1010-ABRIR-BITACORA-EXIT.
002370     PERFORM 1100-OPEN-HISTORY-FILE
002980*                        OF "USD".
002990******************************************************************
003000 1150-PREGUNTA-MONEDA.
003002     IF LNK-TRAINING-MODE
003004         DISPLAY TRN-BANNER
003006     END-IF.
003010     DISPLAY "Codigo de moneda para esta sesion (ISO, "
003020         "ENTER=USD): ".
003030     ACCEPT CURRENCY-CODE.
003150*                             AUDIT LOG ENTRY FOR EACH ONE.
003160******************************************************************
003170 6000-PROCESS-BATCH-ENGINE.
003172     IF LNK-PARTITION-NO NOT = ZERO
003174         PERFORM 6010-PREPARAR-PARTICION
003176             THRU 6010-PREPARAR-PARTICION-EXIT
003178         IF WS-BATCH-OOB
003180             GO TO 6000-PROCESS-BATCH-ENGINE-EXIT
003182         END-IF
003184     END-IF.
003186     OPEN INPUT OPCODE-IN-FILE.
003188     PERFORM 6020-ABRIR-RESULTADOS
003190         THRU 6020-ABRIR-RESULTADOS-EXIT.
003192     PERFORM 6050-OPEN-SUSPENSE-FILE
003194         THRU 6050-OPEN-SUSPENSE-FILE-EXIT.
003196     PERFORM 6060-ABRIR-REGISTRO-LOTES
003230         THRU 6200-APPLY-OPCODE-TRANS-EXIT
003240         UNTIL WS-OPC-EOF.
003250     CLOSE OPCODE-IN-FILE
003252           SUSPENSE-FILE.
003254     PERFORM 6030-CERRAR-RESULTADOS
003256         THRU 6030-CERRAR-RESULTADOS-EXIT.
003263     IF WS-BREG-FILE-OPEN
003264         CLOSE BAT-REG-FILE
003265     END-IF.
003314 6100-READ-OPCODE-TRANS.
003315     READ OPCODE-IN-FILE
003320         AT END
003321             SET WS-OPC-EOF TO TRUE
003322     END-READ.
003323     IF WS-OPC-EOF
003324         IF WS-PART-MODE AND NOT WS-PART-FOUND
003325             DISPLAY "Error: el sub-lote de la particion "
003326                 WS-PART-DIGIT " no esta en OPCTRANS; "
003327                 "no se procesa."
003328             SET WS-BATCH-OOB TO TRUE
003329             SET WS-ANY-ERROR TO TRUE
003330             GO TO 6100-READ-OPCODE-TRANS-EXIT
003331         END-IF
003332         IF NOT WS-BAT-TRAILER-SEEN
003333             DISPLAY "Error: el lote OPCTRANS termina sin "
003334                 "registro de cierre; transmision truncada."
003335             SET WS-BATCH-OOB TO TRUE
003336             SET WS-ANY-ERROR TO TRUE
003337         END-IF
003338         GO TO 6100-READ-OPCODE-TRANS-EXIT
003339     END-IF.
003340     IF WS-PART-MODE
003341         PERFORM 6110-FILTRAR-PARTICION
003342             THRU 6110-FILTRAR-PARTICION-EXIT
003343         IF WS-PART-SKIP
003344             GO TO 6100-READ-OPCODE-TRANS
003345         END-IF
003349     END-IF.
003351     IF BAT-HEADER
003352         MOVE BAT-BATCH-ID TO WS-CUR-BATCH-ID
003399                     THRU 9520-REGISTRAR-LOTE-EXIT
003400             END-IF
003401         END-IF
003402         IF WS-PART-MODE
003403             SET WS-OPC-EOF TO TRUE
003404             GO TO 6100-READ-OPCODE-TRANS-EXIT
003405         END-IF
003406         GO TO 6100-READ-OPCODE-TRANS
003407     END-IF.
003408     ADD 1 TO WS-BAT-DETAIL-CNT.
003409     ADD OPC-OPERAND-1 TO WS-BAT-HASH.
003410     ADD OPC-OPERAND-2 TO WS-BAT-HASH.
003411     IF WS-CKPT-RESUME
003412             AND WS-BAT-DETAIL-CNT NOT > WS-CKPT-REC-NO
003413         GO TO 6100-READ-OPCODE-TRANS
003414     END-IF.
003415 6100-READ-OPCODE-TRANS-EXIT.
003416     EXIT.
003417*
003418 6200-APPLY-OPCODE-TRANS.
003419     MOVE OPC-OPERAND-1     TO NUM1.
003420     MOVE OPC-OPERAND-2     TO NUM2.
003421     MOVE OPC-OPERATION     TO WS-AUDIT-OPERATION.
003422     IF OPC-CURRENCY-CODE = SPACES
003430         MOVE "USD" TO CURRENCY-CODE
003440     ELSE
003450         MOVE OPC-CURRENCY-CODE TO CURRENCY-CODE
003480     ELSE
003481         MOVE WS-BAT-DETAIL-CNT TO WS-CUR-SOURCE-REC
003482     END-IF.
003483     MOVE WS-CUR-BATCH-ID  TO WS-ROW-BATCH-ID.
003484     MOVE WS-CUR-BRANCH-ID TO WS-ROW-BRANCH-ID.
003485     IF OPC-ORIG-BATCH-ID NOT = SPACES
003486         MOVE OPC-ORIG-BATCH-ID  TO WS-ROW-BATCH-ID
003487         MOVE OPC-ORIG-BRANCH-ID TO WS-ROW-BRANCH-ID
003488     END-IF.
003489     SET WS-SIZE-ERROR-OFF TO TRUE.
003490     MOVE "N" TO WS-ZERO-DIV-SW.
003491     MOVE "N" TO WS-INVALID-OP-SW.
003492     MOVE "N" TO WS-INTDIV-SW.
003493     ACCEPT WS-TIME-OF-DAY FROM TIME.
003500     PERFORM 9400-ASIGNAR-SECUENCIA
003501         THRU 9400-ASIGNAR-SECUENCIA-EXIT.
003520     PERFORM 9050-BUILD-TIMESTAMP
003994         ELSE
003995             MOVE SPACES TO OPC-D-REM-ZONE
003996         END-IF
003998         MOVE OPC-DETAIL-REC TO WS-RESULT-LINE
004000         PERFORM 6260-GRABAR-RESULTADO
004002             THRU 6260-GRABAR-RESULTADO-EXIT
004010     END-IF.
004015 6205-CONTABILIZAR.
004020     MOVE NUM1               TO WS-AUDIT-OPERAND-1.
004030     MOVE NUM2               TO WS-AUDIT-OPERAND-2.
004032     PERFORM 9100-WRITE-HISTORY
004034         THRU 9100-WRITE-HISTORY-EXIT.
004040     PERFORM 9000-WRITE-AUDIT-LOG
004050         THRU 9000-WRITE-AUDIT-LOG-EXIT.
004072     IF WS-SIZE-ERROR
004074         PERFORM 9300-WRITE-SUSPENSE
004076             THRU 9300-WRITE-SUSPENSE-EXIT
004900* 2000-SUMA - ADD NUM1 AND NUM2.
004910******************************************************************
004920 2000-SUMA.
004922     IF LNK-TRAINING-MODE
004924         DISPLAY TRN-BANNER
004926     END-IF.
004930     PERFORM 2010-LEER-NUM1
004940         THRU 2010-LEER-NUM1-EXIT.
004950     PERFORM 2015-LEER-NUM2
005220     MOVE NUM1 TO WS-AUDIT-OPERAND-1.
005230     MOVE NUM2 TO WS-AUDIT-OPERAND-2.
005240     MOVE "A"  TO WS-AUDIT-OPERATION.
005242     PERFORM 9100-WRITE-HISTORY
005244         THRU 9100-WRITE-HISTORY-EXIT.
005250     PERFORM 9000-WRITE-AUDIT-LOG
005260         THRU 9000-WRITE-AUDIT-LOG-EXIT.
005290 2000-SUMA-EXIT.
005300     EXIT.
005310*
005570* 3000-RESTA - SUBTRACT NUM3 FROM NUM4.
005580******************************************************************
005590 3000-RESTA.
005592     IF LNK-TRAINING-MODE
005594         DISPLAY TRN-BANNER
005596     END-IF.
005600     PERFORM 3010-LEER-NUM3
005610         THRU 3010-LEER-NUM3-EXIT.
005620     PERFORM 3015-LEER-NUM4
005920     MOVE NUM4 TO WS-AUDIT-OPERAND-2.
005930     MOVE "S"  TO WS-AUDIT-OPERATION.
005940     MOVE FILLER-RESULT-2 TO RESULTADO.
005942     PERFORM 9100-WRITE-HISTORY
005944         THRU 9100-WRITE-HISTORY-EXIT.
005950     PERFORM 9000-WRITE-AUDIT-LOG
005960         THRU 9000-WRITE-AUDIT-LOG-EXIT.
005990 3000-RESTA-EXIT.
006000     EXIT.
006010*
006270* 4000-MULTIPLICACION - MULTIPLY NUM5 BY NUM6.
006280******************************************************************
006290 4000-MULTIPLICACION.
006292     IF LNK-TRAINING-MODE
006294         DISPLAY TRN-BANNER
006296     END-IF.
006300     PERFORM 4010-LEER-NUM5
006310         THRU 4010-LEER-NUM5-EXIT.
006320     PERFORM 4015-LEER-NUM6
006620     MOVE NUM6 TO WS-AUDIT-OPERAND-2.
006630     MOVE "M"  TO WS-AUDIT-OPERATION.
006640     MOVE FILLER-RESULT-3 TO RESULTADO.
006642     PERFORM 9100-WRITE-HISTORY
006644         THRU 9100-WRITE-HISTORY-EXIT.
006650     PERFORM 9000-WRITE-AUDIT-LOG
006660         THRU 9000-WRITE-AUDIT-LOG-EXIT.
006690 4000-MULTIPLICACION-EXIT.
006700     EXIT.
006710*
006970* 5000-DIVISION - DIVIDE NUM7 BY NUM8, GUARDING A ZERO DIVISOR.
006980******************************************************************
006990 5000-DIVISION.
006992     IF LNK-TRAINING-MODE
006994         DISPLAY TRN-BANNER
006996     END-IF.
007000     PERFORM 5010-LEER-NUM7
007010         THRU 5010-LEER-NUM7-EXIT.
007020     PERFORM 5015-LEER-NUM8
007410     MOVE NUM8 TO WS-AUDIT-OPERAND-2.
007420     MOVE "D"  TO WS-AUDIT-OPERATION.
007430     MOVE FILLER-RESULT-4 TO RESULTADO.
007432     PERFORM 9100-WRITE-HISTORY
007434         THRU 9100-WRITE-HISTORY-EXIT.
007440     PERFORM 9000-WRITE-AUDIT-LOG
007450         THRU 9000-WRITE-AUDIT-LOG-EXIT.
007480 5000-DIVISION-EXIT.
007490     EXIT.
007500*
007890******************************************************************
007900* 9000-WRITE-AUDIT-LOG - APPEND ONE RECORD TO THE SHARED AUDIT
007910*                        LOG FOR THE OPERATION JUST PERFORMED.
007912*                        WRITTEN AFTER THE HISTORY ROW, SO IT
007914*                        CARRIES THE KEY THE ROW WAS ACTUALLY
007916*                        WRITTEN UNDER (ZERO WHEN THE WRITE FAILED
007918*                        ITS RETRIES).
007920******************************************************************
007930 9000-WRITE-AUDIT-LOG.
007940     MOVE SPACES                TO AUDIT-LOG-REC.
007950     MOVE WS-RUN-TIMESTAMP       TO AUD-TIMESTAMP.
007960     MOVE "COBOL2"               TO AUD-PROGRAM-NAME.
007970     MOVE LNK-OPERATOR-ID        TO AUD-OPERATOR-ID.
007975     MOVE LNK-SESSION-ID         TO AUD-SESSION-ID.
007980     MOVE WS-AUDIT-OPERAND-1     TO AUD-OPERAND-1.
007990     MOVE WS-AUDIT-OPERAND-2     TO AUD-OPERAND-2.
008000     MOVE WS-AUDIT-OPERATION     TO AUD-OPERATION.
008010     MOVE RESULTADO              TO AUD-RESULTADO.
008020     MOVE WS-OUT-CURRENCY-CODE   TO AUD-CURRENCY-CODE.
008021     MOVE WS-ROW-BATCH-ID    TO AUD-SOURCE-BATCH-ID.
008022     MOVE WS-CUR-SOURCE-REC  TO AUD-SOURCE-REC-NO.
008023     MOVE WS-CUR-ACCOUNT-CODE TO AUD-ACCOUNT-CODE.
008024     MOVE WS-ROW-BRANCH-ID   TO AUD-SOURCE-BRANCH.
008025     MOVE WS-OVERRIDE-ID     TO AUD-OVERRIDE-ID.
008026     IF WS-WRITE-RETRY-CTR > 5
008027         MOVE ZERO              TO AUD-HIST-RUN-DATE
008028         MOVE ZERO              TO AUD-HIST-TRANS-SEQ
008029     ELSE
008030         MOVE WS-HIST-RUN-DATE  TO AUD-HIST-RUN-DATE
008031         MOVE WS-HIST-TRANS-SEQ TO AUD-HIST-TRANS-SEQ
008032     END-IF.
008033     MOVE ZERO               TO AUD-LINK-DATE.
008034     MOVE ZERO               TO AUD-LINK-SEQ.
008035     IF WS-SIZE-ERROR
008040         SET AUD-STATUS-ERROR TO TRUE
008050     ELSE
008060         SET AUD-STATUS-OK TO TRUE
008530     MOVE WS-HIST-TRANS-SEQ     TO HIST-TRANS-SEQ.
008540     MOVE "COBOL2"              TO HIST-PROGRAM-NAME.
008550     MOVE LNK-OPERATOR-ID       TO HIST-OPERATOR-ID.
008555     MOVE LNK-SESSION-ID        TO HIST-SESSION-ID.
008560     MOVE WS-AUDIT-OPERAND-1    TO HIST-OPERAND-1.
008570     MOVE WS-AUDIT-OPERAND-2    TO HIST-OPERAND-2.
008580     MOVE WS-AUDIT-OPERATION    TO HIST-OPERATION.
008590     MOVE RESULTADO             TO HIST-RESULTADO.
008600     MOVE WS-OUT-CURRENCY-CODE  TO HIST-CURRENCY-CODE.
008601     MOVE WS-ROW-BATCH-ID    TO HIST-SOURCE-BATCH-ID.
008602     MOVE WS-CUR-SOURCE-REC  TO HIST-SOURCE-REC-NO.
008603     MOVE WS-CUR-ACCOUNT-CODE TO HIST-ACCOUNT-CODE.
008605     MOVE WS-ROW-BRANCH-ID   TO HIST-SOURCE-BRANCH.
008610     IF WS-SIZE-ERROR
008620         SET HIST-STATUS-ERROR TO TRUE
008630     ELSE
009388 9510-VERIFICAR-HASH-REGISTRO.
009389     MOVE "N" TO WS-BREG-DUP-SW.
009390     IF WS-CUR-BATCH-ID = "RESUBMIT"
009391             OR WS-CUR-BRANCH-ID = "STO " OR "VDW " OR "PRT "
009392             OR NOT WS-BREG-FILE-OPEN
009393         GO TO 9510-VERIFICAR-HASH-REGISTRO-EXIT
009394     END-IF.
009464*                              AUDIT LOG AND HISTORY FILE.
009465******************************************************************
009466 6070-LEER-PUNTO-DE-CONTROL.
009468     PERFORM 9570-LEER-ARCHIVO-CONTROL
009470         THRU 9570-LEER-ARCHIVO-CONTROL-EXIT.
009472     IF CKPT-BATCH-ID NOT = SPACES
009474             AND CKPT-REC-NO NUMERIC
009476         MOVE CKPT-BATCH-ID TO WS-CKPT-BATCH-ID
009478         MOVE CKPT-REC-NO   TO WS-CKPT-REC-NO
009480     END-IF.
009481 6070-LEER-PUNTO-DE-CONTROL-EXIT.
009482     EXIT.
009500     END-IF.
009501     MOVE WS-CUR-BATCH-ID   TO CKPT-BATCH-ID.
009502     MOVE WS-BAT-DETAIL-CNT TO CKPT-REC-NO.
009503     PERFORM 9580-GRABAR-ARCHIVO-CONTROL
009504         THRU 9580-GRABAR-ARCHIVO-CONTROL-EXIT.
009506 9550-PUNTO-DE-CONTROL-EXIT.
009507     EXIT.
009508*
009527     END-IF.
009528     MOVE SPACES TO CKPT-BATCH-ID.
009529     MOVE ZERO   TO CKPT-REC-NO.
009530     PERFORM 9580-GRABAR-ARCHIVO-CONTROL
009532         THRU 9580-GRABAR-ARCHIVO-CONTROL-EXIT.
009533 9560-BORRAR-PUNTO-DE-CONTROL-EXIT.
009534     EXIT.
009535*
009641 9610-PEDIR-AUTORIZACION-EXIT.
009642     EXIT.
009643*
009650******************************************************************
009660* 6260-GRABAR-RESULTADO - WRITE WS-RESULT-LINE TO THIS RUN'S
009670*                         RESULT FILE.
009680******************************************************************
009690 6260-GRABAR-RESULTADO.
009700     EVALUATE LNK-PARTITION-NO
009710         WHEN 1
009720             WRITE OPCODE-RES-REC-1 FROM WS-RESULT-LINE
009730         WHEN 2
009740             WRITE OPCODE-RES-REC-2 FROM WS-RESULT-LINE
009750         WHEN 3
009760             WRITE OPCODE-RES-REC-3 FROM WS-RESULT-LINE
009770         WHEN 4
009780             WRITE OPCODE-RES-REC-4 FROM WS-RESULT-LINE
009790         WHEN OTHER
009800             WRITE OPCODE-OUT-REC FROM WS-RESULT-LINE
009810     END-EVALUATE.
009820 6260-GRABAR-RESULTADO-EXIT.
009830     EXIT.
009840*
009850*
009860******************************************************************
009870* 0900-PREPARAR-FORMACION - IN A COBOL5 TRAINING SESSION, POINT
009880*                           EVERY DYNAMICALLY ASSIGNED FILE AT ITS
009890*                           TRAINING COPY BEFORE ANYTHING IS
009900*                           OPENED. TRAINING IS ATTENDED ONLY, AND
009910*                           A SET TRNRESET HAS NOT PREPARED
009920*                           (TRNFILES) ENDS THE PROGRAM WITH
009930*                           NOTHING OPENED.
009940******************************************************************
009950 0900-PREPARAR-FORMACION.
009960     IF NOT LNK-TRAINING-MODE
009970         GO TO 0900-PREPARAR-FORMACION-EXIT
009980     END-IF.
009990     IF LNK-MODE-BATCH
010000         DISPLAY "Error: una sesion de formacion no puede "
010010             "ejecutarse desatendida; fin del programa."
010020         MOVE 8 TO RETURN-CODE
010030         GOBACK
010040     END-IF.
010050     CALL "TRNFILES" USING TRN-PARMS.
010060     CANCEL "TRNFILES".
010070     IF TRN-NOT-READY
010080         DISPLAY "Error: el juego de archivos de formacion no "
010090             "esta preparado (ejecute TRNRESET); fin del "
010100             "programa."
010110         MOVE 8 TO RETURN-CODE
010120         GOBACK
010130     END-IF.
010140     MOVE "TRNAUDIT" TO WS-AUDIT-DSNAME.
010150     MOVE "TRNHIST"  TO WS-HIST-DSNAME.
010160     MOVE "TRNRATE"  TO WS-RATE-DSNAME.
010170     MOVE "TRNSUSP"  TO WS-SUSP-DSNAME.
010180     MOVE "TRNSEQ"   TO WS-SEQ-DSNAME.
010190     MOVE "TRNRUNC"  TO WS-RUNCTL-DSNAME.
010200     MOVE "TRNOPER"  TO WS-OPER-DSNAME.
010210     MOVE "TRNBREG"  TO WS-BREG-DSNAME.
010220     DISPLAY TRN-BANNER.
010230 0900-PREPARAR-FORMACION-EXIT.
010240     EXIT.
010250*
010260******************************************************************
010270* 6010-PREPARAR-PARTICION - A PARTITION INSTANCE: CHECK THE
010280*                           PARTITION NUMBER AND START OUT
010290*                           SKIPPING UNTIL ITS OWN SUB-BATCH
010300*                           HEADER COMES UP.
010310******************************************************************
010320 6010-PREPARAR-PARTICION.
010330     IF LNK-PARTITION-NO > 4
010340         DISPLAY "Error: numero de particion no valido: "
010350             LNK-PARTITION-NO "; no se procesa el lote."
010360         SET WS-BATCH-OOB TO TRUE
010370         SET WS-ANY-ERROR TO TRUE
010380         GO TO 6010-PREPARAR-PARTICION-EXIT
010390     END-IF.
010400     SET WS-PART-MODE TO TRUE.
010410     SET WS-PART-SKIP TO TRUE.
010420     MOVE LNK-PARTITION-NO TO WS-PART-DIGIT.
010430 6010-PREPARAR-PARTICION-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470* 6020-ABRIR-RESULTADOS - OPEN THE RESULT FILE: THE PARTITION'S
010480*                         OWN OPCRES1-OPCRES4, OR OPCRESLT FOR A
010490*                         WHOLE-FILE RUN.
010500******************************************************************
010510 6020-ABRIR-RESULTADOS.
010520     EVALUATE LNK-PARTITION-NO
010530         WHEN 1
010540             OPEN OUTPUT OPCODE-RES-FILE-1
010550         WHEN 2
010560             OPEN OUTPUT OPCODE-RES-FILE-2
010570         WHEN 3
010580             OPEN OUTPUT OPCODE-RES-FILE-3
010590         WHEN 4
010600             OPEN OUTPUT OPCODE-RES-FILE-4
010610         WHEN OTHER
010620             OPEN OUTPUT OPCODE-OUT-FILE
010630     END-EVALUATE.
010640 6020-ABRIR-RESULTADOS-EXIT.
010650     EXIT.
010660*
010670******************************************************************
010680* 6030-CERRAR-RESULTADOS - A PARTITION INSTANCE ENDS ITS RESULT
010690*                          FILE WITH THE "T" CONTROL ROW: THE
010700*                          SUB-BATCH ID, THE DETAIL COUNT AND
010710*                          HASH ACTUALLY READ AND WHETHER THE
010720*                          SUB-BATCH BALANCED. THEN CLOSE IT.
010730******************************************************************
010740 6030-CERRAR-RESULTADOS.
010750     IF WS-PART-MODE
010760         MOVE SPACES            TO OPC-SPLIT-REC
010770         SET SPL-TYPE-RESULT    TO TRUE
010780         MOVE WS-CUR-BATCH-ID   TO SPL-BATCH-ID
010790         MOVE LNK-PARTITION-NO  TO SPL-PARTITION-NO
010800         MOVE WS-CUR-BRANCH-ID  TO SPL-BRANCH-ID
010810         MOVE WS-HIST-RUN-DATE  TO SPL-BUS-DATE
010820         MOVE WS-BAT-DETAIL-CNT TO SPL-DETAIL-CNT
010830         MOVE WS-BAT-HASH       TO SPL-HASH-TOTAL
010840         MOVE ZERO              TO SPL-PART-CNT
010850         MOVE ZERO              TO SPL-BRANCH-CNT
010860         IF WS-BATCH-OOB
010870             MOVE "N" TO SPL-BALANCE-SW
010880         ELSE
010890             MOVE "Y" TO SPL-BALANCE-SW
010900         END-IF
010910         MOVE OPC-SPLIT-REC TO WS-RESULT-LINE
010920         PERFORM 6260-GRABAR-RESULTADO
010930             THRU 6260-GRABAR-RESULTADO-EXIT
010940     END-IF.
010950     EVALUATE LNK-PARTITION-NO
010960         WHEN 1
010970             CLOSE OPCODE-RES-FILE-1
010980         WHEN 2
010990             CLOSE OPCODE-RES-FILE-2
011000         WHEN 3
011010             CLOSE OPCODE-RES-FILE-3
011020         WHEN 4
011030             CLOSE OPCODE-RES-FILE-4
011040         WHEN OTHER
011050             CLOSE OPCODE-OUT-FILE
011060     END-EVALUATE.
011070 6030-CERRAR-RESULTADOS-EXIT.
011080     EXIT.
011090*
011100******************************************************************
011110* 6110-FILTRAR-PARTICION - A SUB-BATCH HEADER DECIDES WHETHER
011120*                          THE RECORDS THAT FOLLOW, UP TO AND
011130*                          INCLUDING ITS TRAILER, BELONG TO THIS
011140*                          INSTANCE: ONLY ITS OWN "P" + DIGIT
011150*                          HEADER STOPS THE SKIPPING.
011160******************************************************************
011170 6110-FILTRAR-PARTICION.
011180     IF NOT BAT-HEADER
011190         GO TO 6110-FILTRAR-PARTICION-EXIT
011200     END-IF.
011210     IF BAT-BATCH-ID(1:1) = "P"
011220             AND BAT-BATCH-ID(2:1) = WS-PART-DIGIT
011230         MOVE "N" TO WS-PART-SKIP-SW
011240         SET WS-PART-FOUND TO TRUE
011250     ELSE
011260         SET WS-PART-SKIP TO TRUE
011270     END-IF.
011280 6110-FILTRAR-PARTICION-EXIT.
011290     EXIT.
011300*
011310******************************************************************
011320* 9570-LEER-ARCHIVO-CONTROL - READ THIS RUN'S CHECKPOINT INTO
011330*                             CKPT-REC: THE PARTITION'S OWN
011340*                             CKPTOP1-CKPTOP4, OR CKPTOPC FOR A
011350*                             WHOLE-FILE RUN. NO FILE OR AN
011360*                             EMPTY ONE LEAVES CKPT-REC BLANK.
011370******************************************************************
011380 9570-LEER-ARCHIVO-CONTROL.
011390     MOVE SPACES TO CKPT-REC.
011400     EVALUATE LNK-PARTITION-NO
011410         WHEN 1
011420             OPEN INPUT CKPT-FILE-1
011430             IF WS-CKPT-OK
011440                 READ CKPT-FILE-1 INTO CKPT-REC
011450                     AT END
011460                         MOVE SPACES TO CKPT-REC
011470                 END-READ
011480                 CLOSE CKPT-FILE-1
011490             END-IF
011500         WHEN 2
011510             OPEN INPUT CKPT-FILE-2
011520             IF WS-CKPT-OK
011530                 READ CKPT-FILE-2 INTO CKPT-REC
011540                     AT END
011550                         MOVE SPACES TO CKPT-REC
011560                 END-READ
011570                 CLOSE CKPT-FILE-2
011580             END-IF
011590         WHEN 3
011600             OPEN INPUT CKPT-FILE-3
011610             IF WS-CKPT-OK
011620                 READ CKPT-FILE-3 INTO CKPT-REC
011630                     AT END
011640                         MOVE SPACES TO CKPT-REC
011650                 END-READ
011660                 CLOSE CKPT-FILE-3
011670             END-IF
011680         WHEN 4
011690             OPEN INPUT CKPT-FILE-4
011700             IF WS-CKPT-OK
011710                 READ CKPT-FILE-4 INTO CKPT-REC
011720                     AT END
011730                         MOVE SPACES TO CKPT-REC
011740                 END-READ
011750                 CLOSE CKPT-FILE-4
011760             END-IF
011770         WHEN OTHER
011780             OPEN INPUT CKPT-FILE
011790             IF WS-CKPT-OK
011800                 READ CKPT-FILE INTO CKPT-REC
011810                     AT END
011820                         MOVE SPACES TO CKPT-REC
011830                 END-READ
011840                 CLOSE CKPT-FILE
011850             END-IF
011860     END-EVALUATE.
011870 9570-LEER-ARCHIVO-CONTROL-EXIT.
011880     EXIT.
011890*
011900******************************************************************
011910* 9580-GRABAR-ARCHIVO-CONTROL - REPLACE THIS RUN'S CHECKPOINT
011920*                               FILE WITH CKPT-REC.
011930******************************************************************
011940 9580-GRABAR-ARCHIVO-CONTROL.
011950     EVALUATE LNK-PARTITION-NO
011960         WHEN 1
011970             OPEN OUTPUT CKPT-FILE-1
011980             WRITE CKPT-FILE-REC-1 FROM CKPT-REC
011990             CLOSE CKPT-FILE-1
012000         WHEN 2
012010             OPEN OUTPUT CKPT-FILE-2
012020             WRITE CKPT-FILE-REC-2 FROM CKPT-REC
012030             CLOSE CKPT-FILE-2
012040         WHEN 3
012050             OPEN OUTPUT CKPT-FILE-3
012060             WRITE CKPT-FILE-REC-3 FROM CKPT-REC
012070             CLOSE CKPT-FILE-3
012080         WHEN 4
012090             OPEN OUTPUT CKPT-FILE-4
012100             WRITE CKPT-FILE-REC-4 FROM CKPT-REC
012110             CLOSE CKPT-FILE-4
012120         WHEN OTHER
012130             OPEN OUTPUT CKPT-FILE
012140             WRITE CKPT-FILE-REC FROM CKPT-REC
012150             CLOSE CKPT-FILE
012160     END-EVALUATE.
012170 9580-GRABAR-ARCHIVO-CONTROL-EXIT.
012180     EXIT.
012190 END PROGRAM Operaciones-Basicas-COBOL2.
