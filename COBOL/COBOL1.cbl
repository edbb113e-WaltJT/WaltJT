000935*                   AUDIT LOG AND HISTORY ROW SO THE MONTHLY
000936*                   DEPARTMENT ALLOCATION COMES OFF THE ACCTRPT
000937*                   ACTIVITY REPORT; BLANK MEANS UNASSIGNED.
000938*   2026-10-15  RA  A TRANSIN DETAIL HELD OVER FROM A BATCH SENT
000939*                   AFTER ITS BRANCH'S CUTOFF COMES BACK IN THE
000940*                   VALUE-DATE RELEASE BATCH CARRYING ITS ORIGINAL
000941*                   BATCH ID AND BRANCH (TI-ORIG-BATCH-ID/-BRANCH-
000942*                   ID); THE AUDIT AND HISTORY ROWS NOW TAKE
000943*                   THOSE, NOT THE RELEASE BATCH'S. RELEASE
000944*                   BATCHES (HOUSE BRANCH "VDW") ARE EXEMPT FROM
000945*                   THE HASH CHECK LIKE THE STANDING ORDERS.
000946*   2026-10-15  RA  IN A COBOL5 TRAINING SESSION (LNK-TRAINING-SW)
000947*                   EVERY FILE IT SHARES WITH PRODUCTION, NOW
000948*                   ASSIGNED DYNAMICALLY, IS POINTED AT ITS
000949*                   TRAINING COPY BEFORE ANY IS OPENED AND THE
000950*                   TRAINING BANNER IS SHOWN AT THE START AND END
000951*                   OF THE RUN; AN UNATTENDED TRAINING RUN, OR ONE
000952*                   WHOSE SET TRNRESET HAS NOT PREPARED, ENDS WITH
000953*                   RETURN CODE 8 AND NOTHING OPENED.
000954*   2026-10-15  RA  AUDIT AND HISTORY ROWS CARRY THE COBOL5
000955*                   SESSION STAMP (LNK-SESSION-ID) FOR THE
000956*                   END-OF-SHIFT BLOTTER.
000957*   2026-10-15  RA  THE AUDIT RECORD NOW CARRIES THE HISTORY KEY
000958*                   OF ITS ROW AND IS WRITTEN AFTER THE HISTORY
000959*                   ROW, SO THE KEY IS THE ONE THE ROW WAS
000960*                   ACTUALLY WRITTEN UNDER; HISTRCOV REPLAYS
000961*                   SEALED GENERATIONS BY IT.
000962******************************************************************
000963 IDENTIFICATION DIVISION.
000964 PROGRAM-ID. COBOL1.
000965 ENVIRONMENT DIVISION.
000966 INPUT-OUTPUT SECTION.
000967 FILE-CONTROL.
000968     SELECT TRANS-IN-FILE ASSIGN TO DYNAMIC WS-TRANS-DSNAME
000969         ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT RESULT-OUT-FILE ASSIGN TO DYNAMIC WS-RESULT-DSNAME
000971         ORGANIZATION IS LINE SEQUENTIAL.
000972     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSNAME
000973         ORGANIZATION IS LINE SEQUENTIAL
000974         FILE STATUS IS WS-AUDIT-STATUS.
000975     SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-DSNAME
000976         ORGANIZATION IS INDEXED
000977         ACCESS MODE IS DYNAMIC
000978         RECORD KEY IS HIST-KEY
000979         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000980             WITH DUPLICATES
000981         FILE STATUS IS WS-HIST-STATUS.
000982     SELECT RATE-MASTER-FILE ASSIGN TO DYNAMIC WS-RATE-DSNAME
000983         ORGANIZATION IS INDEXED
000984         ACCESS MODE IS DYNAMIC
000985         RECORD KEY IS RATE-KEY
000986         FILE STATUS IS WS-RATE-STATUS.
000987     SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSP-DSNAME
000988         ORGANIZATION IS INDEXED
000989         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS SUSP-KEY
000991         FILE STATUS IS WS-SUSP-STATUS.
000992     SELECT SEQ-CTL-FILE ASSIGN TO DYNAMIC WS-SEQ-DSNAME
000993         ORGANIZATION IS INDEXED
000994         ACCESS MODE IS DYNAMIC
000995         RECORD KEY IS SEQ-RUN-DATE
000996         FILE STATUS IS WS-SEQ-STATUS.
000997     SELECT RUN-CTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSNAME
000998         ORGANIZATION IS LINE SEQUENTIAL
000999         FILE STATUS IS WS-RUNCTL-STATUS.
001000     SELECT OPER-MASTER-FILE ASSIGN TO DYNAMIC WS-OPER-DSNAME
001001         ORGANIZATION IS INDEXED
001002         ACCESS MODE IS DYNAMIC
001003         RECORD KEY IS OPER-ID
001004         FILE STATUS IS WS-OPER-STATUS.
001005     SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-DSNAME
001006         ORGANIZATION IS LINE SEQUENTIAL
001007         FILE STATUS IS WS-CKPT-STATUS.
001008     SELECT BAT-REG-FILE ASSIGN TO DYNAMIC WS-BREG-DSNAME
001009         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001011         RECORD KEY IS BREG-KEY
001012         FILE STATUS IS WS-BREG-STATUS.
001013 DATA DIVISION.
001014 FILE SECTION.
001015 FD  TRANS-IN-FILE
001016     RECORDING MODE IS F.
001020 01  TRANS-IN-REC.
001030     05 TI-NUM1             PIC S9(9)V99
001040                            SIGN IS TRAILING SEPARATE.
001070     05 TI-CURRENCY-CODE    PIC X(03).
001074     05 TI-ACCOUNT-CODE     PIC X(08).
001076     05 TI-SOURCE-REC-NO    PIC 9(06).
001077     05 TI-ORIG-BATCH-ID    PIC X(08).
001078     05 TI-ORIG-BRANCH-ID   PIC X(04).
001079     05 FILLER              PIC X(27).
001082     COPY BATCTL.
001090 FD  RESULT-OUT-FILE
001100     RECORDING MODE IS F.
001182 WORKING-STORAGE SECTION.
001183     COPY TRANXREC.
001190     COPY CURRFLD.
001191 77  WS-TRANS-DSNAME        PIC X(44) VALUE "TRANSIN".
001192 77  WS-RESULT-DSNAME       PIC X(44) VALUE "RESULTOUT".
001193 77  WS-AUDIT-DSNAME        PIC X(44) VALUE "AUDITLOG".
001194 77  WS-HIST-DSNAME         PIC X(44) VALUE "HISTORY".
001195 77  WS-RATE-DSNAME         PIC X(44) VALUE "RATEMAST".
001196 77  WS-SUSP-DSNAME         PIC X(44) VALUE "SUSPENSE".
001197 77  WS-SEQ-DSNAME          PIC X(44) VALUE "SEQCTL".
001198 77  WS-RUNCTL-DSNAME       PIC X(44) VALUE "RUNCTL".
001199 77  WS-OPER-DSNAME         PIC X(44) VALUE "OPERMAST".
001200 77  WS-CKPT-DSNAME         PIC X(44) VALUE "CKPTTR1".
001201 77  WS-BREG-DSNAME         PIC X(44) VALUE "BATREG".
001202     COPY TRNPARMS.
001210*
001220 01  OUT-HEADER-REC.
001230     05 FILLER              PIC X(20)
001614 77  WS-RATE-FILE-SW        PIC X(01) VALUE "N".
001616     88 WS-RATE-FILE-OPEN             VALUE "Y".
001617 77  WS-SUSP-STATUS         PIC X(02) VALUE SPACES.
001620 77  WS-ROW-BATCH-ID        PIC X(08) VALUE SPACES.
001630 77  WS-ROW-BRANCH-ID       PIC X(04) VALUE SPACES.
001631 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001632 77  WS-SEQ-STATUS          PIC X(02) VALUE SPACES.
001633 77  WS-OPEN-RETRY-CTR      PIC 9(03) COMP VALUE ZERO.
001850* 1000-INITIALIZE - OPEN FILES AND WRITE THE OUTPUT HEADER.
001860******************************************************************
001870 1000-INITIALIZE.
001872     PERFORM 0900-PREPARAR-FORMACION
001874         THRU 0900-PREPARAR-FORMACION-EXIT.
001880     OPEN INPUT TRANS-IN-FILE
001890          OUTPUT RESULT-OUT-FILE.
001892     PERFORM 1010-ABRIR-BITACORA
002770     END-IF.
002780     PERFORM 2150-ASIGNAR-SECUENCIA
002790         THRU 2150-ASIGNAR-SECUENCIA-EXIT.
002792     PERFORM 2300-WRITE-HISTORY
002794         THRU 2300-WRITE-HISTORY-EXIT.
002800     PERFORM 2200-WRITE-AUDIT-LOG
002810         THRU 2200-WRITE-AUDIT-LOG-EXIT.
002832     IF WS-SIZE-ERROR
002834         PERFORM 2500-WRITE-SUSPENSE
002836             THRU 2500-WRITE-SUSPENSE-EXIT
003006     ELSE
003007         MOVE WS-BAT-DETAIL-CNT TO WS-CUR-SOURCE-REC
003008     END-IF.
003009     MOVE WS-CUR-BATCH-ID  TO WS-ROW-BATCH-ID.
003010     MOVE WS-CUR-BRANCH-ID TO WS-ROW-BRANCH-ID.
003011     IF TI-ORIG-BATCH-ID NOT = SPACES
003012         MOVE TI-ORIG-BATCH-ID  TO WS-ROW-BATCH-ID
003013         MOVE TI-ORIG-BRANCH-ID TO WS-ROW-BRANCH-ID
003014     END-IF.
003015     IF TI-CURRENCY-CODE = SPACES
003016         MOVE "USD" TO CURRENCY-CODE
003017     ELSE
003018         MOVE TI-CURRENCY-CODE TO CURRENCY-CODE
003019     END-IF.
003020 2100-READ-TRANS-EXIT.
003030     EXIT.
003040*
003665 2750-VERIFICAR-HASH-REGISTRO.
003666     MOVE "N" TO WS-BREG-DUP-SW.
003667     IF WS-CUR-BATCH-ID = "RESUBMIT"
003668             OR WS-CUR-BRANCH-ID = "STO " OR "VDW "
003669             OR NOT WS-BREG-FILE-OPEN
003670         GO TO 2750-VERIFICAR-HASH-REGISTRO-EXIT
003671     END-IF.
003966******************************************************************
003967* 2200-WRITE-AUDIT-LOG - APPEND ONE RECORD TO THE SHARED AUDIT
003968*                        LOG FOR THE PAIR JUST PROCESSED.
003969*                        WRITTEN AFTER THE HISTORY ROW, SO IT
003970*                        CARRIES THE KEY THE ROW WAS ACTUALLY
003971*                        WRITTEN UNDER (ZERO WHEN THE WRITE FAILED
003972*                        ITS RETRIES).
003973******************************************************************
003974 2200-WRITE-AUDIT-LOG.
003975     MOVE SPACES             TO AUDIT-LOG-REC.
003976     PERFORM 2250-BUILD-TIMESTAMP
003977         THRU 2250-BUILD-TIMESTAMP-EXIT.
003978     MOVE "COBOL1"           TO AUD-PROGRAM-NAME.
003979     MOVE LNK-OPERATOR-ID    TO AUD-OPERATOR-ID.
003980     MOVE LNK-SESSION-ID     TO AUD-SESSION-ID.
003981     MOVE NUM1               TO AUD-OPERAND-1.
003982     MOVE NUM2               TO AUD-OPERAND-2.
003983     MOVE "A"                TO AUD-OPERATION.
003984     MOVE RESULTADO          TO AUD-RESULTADO.
003985     MOVE WS-OUT-CURRENCY-CODE TO AUD-CURRENCY-CODE.
003986     MOVE WS-ROW-BATCH-ID    TO AUD-SOURCE-BATCH-ID.
003987     MOVE WS-CUR-SOURCE-REC  TO AUD-SOURCE-REC-NO.
003988     MOVE WS-CUR-ACCOUNT-CODE TO AUD-ACCOUNT-CODE.
003989     MOVE WS-ROW-BRANCH-ID   TO AUD-SOURCE-BRANCH.
003990     MOVE WS-OVERRIDE-ID     TO AUD-OVERRIDE-ID.
003991     IF WS-WRITE-RETRY-CTR > 5
003992         MOVE ZERO              TO AUD-HIST-RUN-DATE
003993         MOVE ZERO              TO AUD-HIST-TRANS-SEQ
003994     ELSE
003995         MOVE WS-HIST-RUN-DATE  TO AUD-HIST-RUN-DATE
003996         MOVE WS-HIST-TRANS-SEQ TO AUD-HIST-TRANS-SEQ
003997     END-IF.
003998     MOVE ZERO               TO AUD-LINK-DATE.
003999     MOVE ZERO               TO AUD-LINK-SEQ.
004000     IF WS-SIZE-ERROR
004001         SET AUD-STATUS-ERROR TO TRUE
004002     ELSE
004003         SET AUD-STATUS-OK TO TRUE
004004     END-IF.
004005     WRITE AUDIT-LOG-REC.
004006 2200-WRITE-AUDIT-LOG-EXIT.
004007     EXIT.
004008*
004009******************************************************************
004010* 2250-BUILD-TIMESTAMP - FORMAT THE RUN DATE AND THE TIME OF DAY
004011*                        CAPTURED FOR THIS TRANSACTION INTO A
004012*                        DB2-STYLE TIMESTAMP FOR THE AUDIT LOG.
004013******************************************************************
004014 2250-BUILD-TIMESTAMP.
004015     MOVE WS-HIST-RUN-DATE(1:4)  TO WS-TS-YEAR.
004016     MOVE WS-HIST-RUN-DATE(5:2)  TO WS-TS-MONTH.
004017     MOVE WS-HIST-RUN-DATE(7:2)  TO WS-TS-DAY.
004018     MOVE WS-TIME-OF-DAY(1:2)    TO WS-TS-HOUR.
004019     MOVE WS-TIME-OF-DAY(3:2)    TO WS-TS-MINUTE.
004020     MOVE WS-TIME-OF-DAY(5:2)    TO WS-TS-SECOND.
004021     MOVE WS-TIME-OF-DAY(7:2)    TO WS-TS-HUNDREDTHS.
004022     STRING WS-TS-YEAR       DELIMITED BY SIZE
004023        "-"                 DELIMITED BY SIZE
004024        WS-TS-MONTH         DELIMITED BY SIZE
004025        "-"                 DELIMITED BY SIZE
004026        WS-TS-DAY           DELIMITED BY SIZE
004027        "-"                 DELIMITED BY SIZE
004028        WS-TS-HOUR          DELIMITED BY SIZE
004029        "."                 DELIMITED BY SIZE
004030        WS-TS-MINUTE        DELIMITED BY SIZE
004031        "."                 DELIMITED BY SIZE
004032        WS-TS-SECOND        DELIMITED BY SIZE
004033        "."                 DELIMITED BY SIZE
004034        WS-TS-HUNDREDTHS    DELIMITED BY SIZE
004035        "0000"              DELIMITED BY SIZE
004036        INTO AUD-TIMESTAMP
004037     END-STRING.
004038 2250-BUILD-TIMESTAMP-EXIT.
004039     EXIT.
004040*
004041******************************************************************
004042* 2260-BUILD-COMPACT-TIMESTAMP - BUILD A SHORT YYYYMMDD-HHMMSS
004043*                                 RUN-DATE/TIME-OF-DAY STAMP FOR
004044*                                 THE BATCH OUTPUT DETAIL AND
004045*                                 TRAILER RECORDS.
004046******************************************************************
004047 2260-BUILD-COMPACT-TIMESTAMP.
004048     STRING WS-HIST-RUN-DATE     DELIMITED BY SIZE
004050        "-"                      DELIMITED BY SIZE
004060        WS-TIME-OF-DAY(1:6)      DELIMITED BY SIZE
004070        INTO WS-COMPACT-TIMESTAMP
004210     MOVE WS-HIST-TRANS-SEQ  TO HIST-TRANS-SEQ.
004220     MOVE "COBOL1"           TO HIST-PROGRAM-NAME.
004230     MOVE LNK-OPERATOR-ID    TO HIST-OPERATOR-ID.
004235     MOVE LNK-SESSION-ID     TO HIST-SESSION-ID.
004240     MOVE NUM1               TO HIST-OPERAND-1.
004250     MOVE NUM2               TO HIST-OPERAND-2.
004260     MOVE "A"                TO HIST-OPERATION.
004270     MOVE RESULTADO          TO HIST-RESULTADO.
004280     MOVE WS-OUT-CURRENCY-CODE TO HIST-CURRENCY-CODE.
004281     MOVE WS-ROW-BATCH-ID    TO HIST-SOURCE-BATCH-ID.
004282     MOVE WS-CUR-SOURCE-REC  TO HIST-SOURCE-REC-NO.
004283     MOVE WS-CUR-ACCOUNT-CODE TO HIST-ACCOUNT-CODE.
004285     MOVE WS-ROW-BRANCH-ID   TO HIST-SOURCE-BRANCH.
004290     IF WS-SIZE-ERROR
004300         SET HIST-STATUS-ERROR TO TRUE
004310     ELSE
004430* 8000-TERMINATE - WRITE THE TRAILER AND CLOSE THE FILES.
004440******************************************************************
004450 8000-TERMINATE.
004452     IF LNK-TRAINING-MODE
004454         DISPLAY TRN-BANNER
004456     END-IF.
004460     MOVE WS-RECORD-CNT  TO OT-RECORD-CNT.
004470     MOVE WS-GRAND-TOTAL TO OT-GRAND-TOTAL.
004480     MOVE WS-ERROR-CNT   TO OT-ERROR-CNT.
004650     WRITE RESULT-OUT-REC FROM OUT-CURR-TRAILER-REC.
004651 8100-ESCRIBIR-TOTAL-MONEDA-EXIT.
004652     EXIT.
004660*
004670******************************************************************
004680* 0900-PREPARAR-FORMACION - IN A COBOL5 TRAINING SESSION, POINT
004690*                           EVERY DYNAMICALLY ASSIGNED FILE AT ITS
004700*                           TRAINING COPY BEFORE ANYTHING IS
004710*                           OPENED. TRAINING IS ATTENDED ONLY, AND
004720*                           A SET TRNRESET HAS NOT PREPARED
004730*                           (TRNFILES) ENDS THE PROGRAM WITH
004740*                           NOTHING OPENED.
004750******************************************************************
004760 0900-PREPARAR-FORMACION.
004770     IF NOT LNK-TRAINING-MODE
004780         GO TO 0900-PREPARAR-FORMACION-EXIT
004790     END-IF.
004800     IF LNK-MODE-BATCH
004810         DISPLAY "Error: una sesion de formacion no puede "
004820             "ejecutarse desatendida; fin del programa."
004830         MOVE 8 TO RETURN-CODE
004840         GOBACK
004850     END-IF.
004860     CALL "TRNFILES" USING TRN-PARMS.
004870     CANCEL "TRNFILES".
004880     IF TRN-NOT-READY
004890         DISPLAY "Error: el juego de archivos de formacion no "
004900             "esta preparado (ejecute TRNRESET); fin del "
004910             "programa."
004920         MOVE 8 TO RETURN-CODE
004930         GOBACK
004940     END-IF.
004950     MOVE "TRNTRIN"  TO WS-TRANS-DSNAME.
004960     MOVE "TRNROUT"  TO WS-RESULT-DSNAME.
004970     MOVE "TRNAUDIT" TO WS-AUDIT-DSNAME.
004980     MOVE "TRNHIST"  TO WS-HIST-DSNAME.
004990     MOVE "TRNRATE"  TO WS-RATE-DSNAME.
005000     MOVE "TRNSUSP"  TO WS-SUSP-DSNAME.
005010     MOVE "TRNSEQ"   TO WS-SEQ-DSNAME.
005020     MOVE "TRNRUNC"  TO WS-RUNCTL-DSNAME.
005030     MOVE "TRNOPER"  TO WS-OPER-DSNAME.
005040     MOVE "TRNCKT1"  TO WS-CKPT-DSNAME.
005050     MOVE "TRNBREG"  TO WS-BREG-DSNAME.
005060     DISPLAY TRN-BANNER.
005070 0900-PREPARAR-FORMACION-EXIT.
005080     EXIT.
005090 END PROGRAM COBOL1.
