000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      VALUE-DATE WAREHOUSE INQUIRY AND CANCELLATION.
000160*               ON THE INDEXED VALUE-DATE WAREHOUSE (VDWHREC, DD
000170*               VALWHSE) WHERE EDITVAL PARKS FORWARD-DATED
000176*               OPCTRANS AND LOOPTRANS DETAILS (AND TRANSIN
000182*               DETAILS OF A BATCH RECEIVED AFTER ITS BRANCH'S
000188*               CUTOFF) UNTIL THE VDREL STEP RELEASES THEM:
000194*               LISTS EVERY ITEM OF ONE ORIGINAL BATCH
000200*               WHATEVER ITS STATUS, LISTS THE
000210*               ITEMS STILL PENDING FOR ONE BRANCH (OR ALL) IN
000220*               VALUE-DATE ORDER, AND CANCELS ONE PENDING ITEM
000230*               AT A BRANCH'S REQUEST, STAMPING THE BUSINESS
000240*               DATE FROM THE RUN-CONTROL FILE AND THE SIGNED-ON
000250*               OPERATOR. RELEASED AND CANCELLED ITEMS CANNOT BE
000260*               CHANGED; ROWS ARE NEVER DELETED. REACHED FROM
000270*               THE COBOL5 SESSION MENU (SUPERVISOR LEVEL).
000280* TECTONICS:    cobc
000290*
000300* MODIFICATION HISTORY
000310*   2026-10-15  RA  INITIAL VERSION.
000312*   2026-10-15  RA  SHOWS AND CANCELS TRANSIN ITEMS (FILE TYPE T,
000314*                   HELD OVER FROM A BATCH RECEIVED AFTER ITS
000316*                   BRANCH'S CUTOFF).
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. VDMNT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT VAL-WHSE-FILE ASSIGN TO VALWHSE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS WH-KEY
000420         ALTERNATE RECORD KEY IS WH-VALUE-DATE
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-WH-STATUS.
000450     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RUNCTL-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  VAL-WHSE-FILE.
000510     COPY VDWHREC.
000520 FD  RUN-CTL-FILE
000530     RECORDING MODE IS F.
000540     COPY RUNCTLRC.
000550 WORKING-STORAGE SECTION.
000560     COPY OPCTRREC.
000570 01  LOOP-TRANS-REC.
000580     05 LT-NUM1             PIC S9(9)V99
000590                            SIGN IS TRAILING SEPARATE.
000600     05 LT-NUM2             PIC S9(9)V99
000610                            SIGN IS TRAILING SEPARATE.
000620     05 LT-CURRENCY-CODE    PIC X(03).
000630     05 LT-OPERATION        PIC X(01).
000640     05 FILLER              PIC X(52).
000641 01  TRANS-IN-REC.
000642     05 TI-NUM1             PIC S9(9)V99
000643                            SIGN IS TRAILING SEPARATE.
000644     05 TI-NUM2             PIC S9(9)V99
000645                            SIGN IS TRAILING SEPARATE.
000646     05 TI-CURRENCY-CODE    PIC X(03).
000647     05 FILLER              PIC X(53).
000650 77  WS-WH-STATUS           PIC X(02) VALUE SPACES.
000660     88 WS-WH-OK                      VALUE "00".
000670 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000680 77  WS-WH-EOF-SW           PIC X(01) VALUE "N".
000690     88 WS-WH-EOF                     VALUE "Y".
000700 77  WS-BUS-DATE            PIC 9(08) VALUE ZERO.
000710 77  WS-LIST-CNT            PIC 9(06) COMP VALUE ZERO.
000720 77  WS-LIST-CNT-ED         PIC Z(5)9.
000730 01  WS-OPCION              PIC X(01).
000740 01  WS-ENT-BATCH-ID        PIC X(08).
000750 01  WS-ENT-FILE-TYPE       PIC X(01).
000760 01  WS-ENT-REC-NO          PIC 9(06).
000770 01  WS-ENT-BRANCH          PIC X(04).
000780 01  WS-ENT-CONFIRM         PIC X(01).
000790 01  WS-DET-LINE.
000800     05 WS-DET-BATCH-ID     PIC X(08).
000810     05 FILLER              PIC X(01) VALUE SPACE.
000820     05 WS-DET-FILE-TYPE    PIC X(01).
000830     05 FILLER              PIC X(01) VALUE SPACE.
000840     05 WS-DET-REC-NO       PIC 9(06).
000850     05 FILLER              PIC X(01) VALUE SPACE.
000860     05 WS-DET-BRANCH       PIC X(04).
000870     05 FILLER              PIC X(01) VALUE SPACE.
000880     05 WS-DET-VALUE-DATE   PIC 9(08).
000890     05 FILLER              PIC X(01) VALUE SPACE.
000900     05 WS-DET-STATUS       PIC X(01).
000910     05 FILLER              PIC X(01) VALUE SPACE.
000920     05 WS-DET-OPERATION    PIC X(01).
000930     05 FILLER              PIC X(01) VALUE SPACE.
000940     05 WS-DET-OPERAND-1    PIC -,---,---,--9.99.
000950     05 FILLER              PIC X(01) VALUE SPACE.
000960     05 WS-DET-OPERAND-2    PIC -,---,---,--9.99.
000970     05 FILLER              PIC X(01) VALUE SPACE.
000980     05 WS-DET-CURRENCY     PIC X(03).
000990 LINKAGE SECTION.
001000     COPY LNKPARMS.
001010 PROCEDURE DIVISION USING LNK-PARMS.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE
001040         THRU 1000-INITIALIZE-EXIT.
001050     PERFORM 2000-MENU-ALMACEN
001060         THRU 2000-MENU-ALMACEN-EXIT
001070         UNTIL WS-OPCION = "X" OR WS-OPCION = "x".
001080     PERFORM 8000-TERMINATE
001090         THRU 8000-TERMINATE-EXIT.
001100     GOBACK.
001110*
001120******************************************************************
001130* 1000-INITIALIZE - READ THE BUSINESS DATE AND OPEN THE
001140*                   WAREHOUSE FOR UPDATE, CREATING IT EMPTY ON
001150*                   ITS VERY FIRST USE.
001160******************************************************************
001170 1000-INITIALIZE.
001180     MOVE SPACE TO WS-OPCION.
001190     OPEN INPUT RUN-CTL-FILE.
001200     IF WS-RUNCTL-STATUS = "00"
001210         READ RUN-CTL-FILE
001220             AT END
001230                 CONTINUE
001240             NOT AT END
001250                 IF RCT-TYPE-CONTROL
001260                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001270                 END-IF
001280         END-READ
001290         CLOSE RUN-CTL-FILE
001300     END-IF.
001310     IF WS-BUS-DATE = ZERO
001320         DISPLAY "Aviso: fecha de negocio no disponible; se "
001330             "usa la fecha del sistema."
001340         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001350     END-IF.
001360     OPEN I-O VAL-WHSE-FILE.
001370     IF WS-WH-STATUS = "35"
001380         OPEN OUTPUT VAL-WHSE-FILE
001390         CLOSE VAL-WHSE-FILE
001400         OPEN I-O VAL-WHSE-FILE
001410     END-IF.
001420     IF NOT WS-WH-OK
001430         DISPLAY "Error: no se pudo abrir el almacen de fecha "
001440             "valor; estado " WS-WH-STATUS
001450         MOVE "X" TO WS-OPCION
001460     END-IF.
001470 1000-INITIALIZE-EXIT.
001480     EXIT.
001490*
001500******************************************************************
001510* 2000-MENU-ALMACEN - ASK FOR AND DISPATCH ONE ACTION.
001520******************************************************************
001530 2000-MENU-ALMACEN.
001540     DISPLAY "Almacen de partidas con fecha valor:".
001550     DISPLAY "  C - Consultar las partidas de un lote".
001560     DISPLAY "  P - Partidas pendientes de una sucursal".
001570     DISPLAY "  B - Anular una partida pendiente".
001580     DISPLAY "  X - Salir".
001590     DISPLAY "Seleccione una opcion: ".
001600     ACCEPT WS-OPCION.
001610     EVALUATE WS-OPCION
001620         WHEN "C"
001630         WHEN "c"
001640             PERFORM 3000-CONSULTAR-LOTE
001650                 THRU 3000-CONSULTAR-LOTE-EXIT
001660         WHEN "P"
001670         WHEN "p"
001680             PERFORM 4000-LISTAR-PENDIENTES
001690                 THRU 4000-LISTAR-PENDIENTES-EXIT
001700         WHEN "B"
001710         WHEN "b"
001720             PERFORM 5000-ANULAR-PARTIDA
001730                 THRU 5000-ANULAR-PARTIDA-EXIT
001740         WHEN "X"
001750         WHEN "x"
001760             CONTINUE
001770         WHEN OTHER
001780             DISPLAY "Opcion invalida. Introduzca C, P, B o X."
001790     END-EVALUATE.
001800 2000-MENU-ALMACEN-EXIT.
001810     EXIT.
001820*
001830 2100-PEDIR-LOTE.
001840     DISPLAY "Lote original (8 caracteres): ".
001850     ACCEPT WS-ENT-BATCH-ID.
001860     IF WS-ENT-BATCH-ID = SPACES
001870         DISPLAY "Error: el lote no puede quedar en blanco; "
001880             "intente de nuevo."
001890         GO TO 2100-PEDIR-LOTE
001900     END-IF.
001910 2100-PEDIR-LOTE-EXIT.
001920     EXIT.
001930*
001940******************************************************************
001950* 2500-MOSTRAR-PARTIDA - DISPLAY ONE WAREHOUSE ROW AS A LISTING
001960*                        LINE, DECODING THE OPERANDS FROM THE
001970*                        STORED DETAIL IMAGE.
001980******************************************************************
001990 2500-MOSTRAR-PARTIDA.
002000     IF WS-LIST-CNT = 1
002010         DISPLAY "LOTE     T REG.   SUC. F.VALOR  E O "
002020             "      OPERANDO 1       OPERANDO 2 MON"
002030     END-IF.
002040     MOVE WH-ORIG-BATCH-ID TO WS-DET-BATCH-ID.
002050     MOVE WH-FILE-TYPE     TO WS-DET-FILE-TYPE.
002060     MOVE WH-ORIG-REC-NO   TO WS-DET-REC-NO.
002070     MOVE WH-BRANCH-ID     TO WS-DET-BRANCH.
002080     MOVE WH-VALUE-DATE    TO WS-DET-VALUE-DATE.
002090     MOVE WH-STATUS        TO WS-DET-STATUS.
002096     EVALUATE TRUE
002102         WHEN WH-TYPE-OPCTRANS
002108             MOVE WH-IMAGE          TO OPC-TRANS-REC
002114             MOVE OPC-OPERATION     TO WS-DET-OPERATION
002120             MOVE OPC-OPERAND-1     TO WS-DET-OPERAND-1
002126             MOVE OPC-OPERAND-2     TO WS-DET-OPERAND-2
002132             MOVE OPC-CURRENCY-CODE TO WS-DET-CURRENCY
002138         WHEN WH-TYPE-TRANSIN
002144             MOVE WH-IMAGE          TO TRANS-IN-REC
002150             MOVE SPACE             TO WS-DET-OPERATION
002156             MOVE TI-NUM1           TO WS-DET-OPERAND-1
002162             MOVE TI-NUM2           TO WS-DET-OPERAND-2
002168             MOVE TI-CURRENCY-CODE  TO WS-DET-CURRENCY
002174         WHEN OTHER
002180             MOVE WH-IMAGE          TO LOOP-TRANS-REC
002186             MOVE LT-OPERATION      TO WS-DET-OPERATION
002192             MOVE LT-NUM1           TO WS-DET-OPERAND-1
002198             MOVE LT-NUM2           TO WS-DET-OPERAND-2
002204             MOVE LT-CURRENCY-CODE  TO WS-DET-CURRENCY
002210     END-EVALUATE.
002230     DISPLAY WS-DET-LINE.
002240 2500-MOSTRAR-PARTIDA-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280* 3000-CONSULTAR-LOTE - LIST EVERY WAREHOUSE ITEM OF ONE ORIGINAL
002290*                       BATCH, BOTH FILES, WHATEVER ITS STATUS.
002300******************************************************************
002310 3000-CONSULTAR-LOTE.
002320     PERFORM 2100-PEDIR-LOTE
002330         THRU 2100-PEDIR-LOTE-EXIT.
002340     MOVE ZERO TO WS-LIST-CNT.
002350     MOVE "N"  TO WS-WH-EOF-SW.
002360     MOVE WS-ENT-BATCH-ID TO WH-ORIG-BATCH-ID.
002370     MOVE LOW-VALUES      TO WH-FILE-TYPE.
002380     MOVE ZERO            TO WH-ORIG-REC-NO.
002390     START VAL-WHSE-FILE KEY IS NOT LESS THAN WH-KEY
002400         INVALID KEY
002410             SET WS-WH-EOF TO TRUE
002420     END-START.
002430     PERFORM 3100-LEER-LOTE
002440         THRU 3100-LEER-LOTE-EXIT
002450         UNTIL WS-WH-EOF.
002460     IF WS-LIST-CNT = ZERO
002470         DISPLAY "No hay partidas de ese lote en el almacen."
002480     ELSE
002490         MOVE WS-LIST-CNT TO WS-LIST-CNT-ED
002500         DISPLAY WS-LIST-CNT-ED " partidas (P=pendiente, "
002510             "R=liberada, C=anulada)."
002520     END-IF.
002530 3000-CONSULTAR-LOTE-EXIT.
002540     EXIT.
002550*
002560 3100-LEER-LOTE.
002570     READ VAL-WHSE-FILE NEXT RECORD
002580         AT END
002590             SET WS-WH-EOF TO TRUE
002600             GO TO 3100-LEER-LOTE-EXIT
002610     END-READ.
002620     IF WH-ORIG-BATCH-ID NOT = WS-ENT-BATCH-ID
002630         SET WS-WH-EOF TO TRUE
002640         GO TO 3100-LEER-LOTE-EXIT
002650     END-IF.
002660     ADD 1 TO WS-LIST-CNT.
002670     PERFORM 2500-MOSTRAR-PARTIDA
002680         THRU 2500-MOSTRAR-PARTIDA-EXIT.
002690 3100-LEER-LOTE-EXIT.
002700     EXIT.
002710*
002720******************************************************************
002730* 4000-LISTAR-PENDIENTES - LIST THE ITEMS STILL PENDING FOR ONE
002740*                          BRANCH (BLANK = ALL) IN VALUE-DATE
002750*                          ORDER.
002760******************************************************************
002770 4000-LISTAR-PENDIENTES.
002780     DISPLAY "Sucursal (4 caracteres, ENTER=todas): ".
002790     ACCEPT WS-ENT-BRANCH.
002800     MOVE ZERO TO WS-LIST-CNT.
002810     MOVE "N"  TO WS-WH-EOF-SW.
002820     MOVE ZERO TO WH-VALUE-DATE.
002830     START VAL-WHSE-FILE KEY IS NOT LESS THAN WH-VALUE-DATE
002840         INVALID KEY
002850             SET WS-WH-EOF TO TRUE
002860     END-START.
002870     PERFORM 4100-LEER-PENDIENTE
002880         THRU 4100-LEER-PENDIENTE-EXIT
002890         UNTIL WS-WH-EOF.
002900     IF WS-LIST-CNT = ZERO
002910         DISPLAY "No hay partidas pendientes."
002920     ELSE
002930         MOVE WS-LIST-CNT TO WS-LIST-CNT-ED
002940         DISPLAY WS-LIST-CNT-ED " partidas pendientes."
002950     END-IF.
002960 4000-LISTAR-PENDIENTES-EXIT.
002970     EXIT.
002980*
002990 4100-LEER-PENDIENTE.
003000     READ VAL-WHSE-FILE NEXT RECORD
003010         AT END
003020             SET WS-WH-EOF TO TRUE
003030             GO TO 4100-LEER-PENDIENTE-EXIT
003040     END-READ.
003050     IF NOT WH-PENDING
003060         GO TO 4100-LEER-PENDIENTE-EXIT
003070     END-IF.
003080     IF WS-ENT-BRANCH NOT = SPACES
003090             AND WH-BRANCH-ID NOT = WS-ENT-BRANCH
003100         GO TO 4100-LEER-PENDIENTE-EXIT
003110     END-IF.
003120     ADD 1 TO WS-LIST-CNT.
003130     PERFORM 2500-MOSTRAR-PARTIDA
003140         THRU 2500-MOSTRAR-PARTIDA-EXIT.
003150 4100-LEER-PENDIENTE-EXIT.
003160     EXIT.
003170*
003180******************************************************************
003190* 5000-ANULAR-PARTIDA - CANCEL ONE PENDING ITEM, IDENTIFIED BY
003200*                       ITS ORIGINAL BATCH, FILE AND RECORD
003210*                       NUMBER, AFTER CONFIRMATION.
003220******************************************************************
003230 5000-ANULAR-PARTIDA.
003240     PERFORM 2100-PEDIR-LOTE
003250         THRU 2100-PEDIR-LOTE-EXIT.
003260 5010-PEDIR-TIPO.
003270     DISPLAY "Archivo (O=OPCTRANS, L=LOOPTRANS, T=TRANSIN): ".
003280     ACCEPT WS-ENT-FILE-TYPE.
003290     IF WS-ENT-FILE-TYPE = "o"
003300         MOVE "O" TO WS-ENT-FILE-TYPE
003310     END-IF.
003320     IF WS-ENT-FILE-TYPE = "l"
003330         MOVE "L" TO WS-ENT-FILE-TYPE
003340     END-IF.
003342     IF WS-ENT-FILE-TYPE = "t"
003344         MOVE "T" TO WS-ENT-FILE-TYPE
003346     END-IF.
003350     IF WS-ENT-FILE-TYPE NOT = "O" AND WS-ENT-FILE-TYPE NOT = "L"
003355             AND WS-ENT-FILE-TYPE NOT = "T"
003360         DISPLAY "Error: archivo no valido; intente de nuevo."
003370         GO TO 5010-PEDIR-TIPO
003380     END-IF.
003390 5020-PEDIR-REGISTRO.
003400     DISPLAY "Numero de registro en el lote original: ".
003410     ACCEPT WS-ENT-REC-NO.
003420     IF WS-ENT-REC-NO NOT NUMERIC OR WS-ENT-REC-NO = ZERO
003430         DISPLAY "Error: numero no valido; intente de nuevo."
003440         GO TO 5020-PEDIR-REGISTRO
003450     END-IF.
003460     MOVE WS-ENT-BATCH-ID  TO WH-ORIG-BATCH-ID.
003470     MOVE WS-ENT-FILE-TYPE TO WH-FILE-TYPE.
003480     MOVE WS-ENT-REC-NO    TO WH-ORIG-REC-NO.
003490     READ VAL-WHSE-FILE
003500         INVALID KEY
003510             DISPLAY "No existe esa partida en el almacen."
003520             GO TO 5000-ANULAR-PARTIDA-EXIT
003530     END-READ.
003540     MOVE 1 TO WS-LIST-CNT.
003550     PERFORM 2500-MOSTRAR-PARTIDA
003560         THRU 2500-MOSTRAR-PARTIDA-EXIT.
003570     IF NOT WH-PENDING
003580         DISPLAY "La partida ya no esta pendiente (estado "
003590             WH-STATUS " el " WH-ACTION-DATE " por "
003600             WH-ACTION-BY "); no se puede anular."
003610         GO TO 5000-ANULAR-PARTIDA-EXIT
003620     END-IF.
003630     DISPLAY "Confirma la anulacion de la partida (S/N): ".
003640     ACCEPT WS-ENT-CONFIRM.
003650     IF WS-ENT-CONFIRM NOT = "S" AND WS-ENT-CONFIRM NOT = "s"
003660         DISPLAY "Anulacion cancelada."
003670         GO TO 5000-ANULAR-PARTIDA-EXIT
003680     END-IF.
003690     SET WH-CANCELLED TO TRUE.
003700     MOVE WS-BUS-DATE     TO WH-ACTION-DATE.
003710     MOVE LNK-OPERATOR-ID TO WH-ACTION-BY.
003720     REWRITE WH-REC
003730         INVALID KEY
003740             DISPLAY "Error: no se pudo regrabar la partida; "
003750                 "estado " WS-WH-STATUS
003760     END-REWRITE.
003770     IF WS-WH-OK
003780         DISPLAY "Partida anulada."
003790     END-IF.
003800 5000-ANULAR-PARTIDA-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840* 8000-TERMINATE - CLOSE THE WAREHOUSE.
003850******************************************************************
003860 8000-TERMINATE.
003870     CLOSE VAL-WHSE-FILE.
003880 8000-TERMINATE-EXIT.
003890     EXIT.
003900 END PROGRAM VDMNT.
