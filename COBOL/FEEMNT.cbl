000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      BRANCH CHARGEBACK FEE SCHEDULE MAINTENANCE.
000160*               ADDS, UPDATES, INQUIRES ON AND LISTS THE INDEXED
000170*               FEE SCHEDULE MASTER (FEEREC COPYBOOK, DD
000180*               FEEMAST), KEYED BY FEE TYPE (I PER ITEM, S PER
000190*               SUSPENSE ITEM, R PER EDITVAL REJECT, B PER
000200*               BATCH) AND OPERATION CODE, WHICH THE MONTHLY
000210*               CHGBILL BILLING RUN PRICES EACH BRANCH'S WORK
000220*               FROM. ONLY TYPES I AND S TAKE AN OPERATION CODE;
000230*               A BLANK CODE IS THE DEFAULT FEE FOR THE TYPE.
000240*               EACH ROW WRITTEN IS STAMPED WITH THE SIGNED-ON
000250*               OPERATOR AND THE DATE. REACHED FROM THE COBOL5
000260*               SESSION MENU (SUPERVISOR LEVEL). CREATES THE
000270*               MASTER EMPTY ON ITS VERY FIRST USE.
000280* TECTONICS:    cobc
000290*
000300* MODIFICATION HISTORY
000310*   2026-10-15  RA  INITIAL VERSION.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. FEEMNT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FEE-MASTER-FILE ASSIGN TO FEEMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS FEE-KEY
000420         FILE STATUS IS WS-FEE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  FEE-MASTER-FILE.
000460     COPY FEEREC.
000470 WORKING-STORAGE SECTION.
000480 77  WS-FEE-STATUS          PIC X(02) VALUE SPACES.
000490     88 WS-FEE-OK                     VALUE "00".
000500 77  WS-FEE-FILE-SW         PIC X(01) VALUE "N".
000510     88 WS-FEE-FILE-OPEN             VALUE "Y".
000520 77  WS-FEE-EOF-SW          PIC X(01) VALUE "N".
000530     88 WS-FEE-EOF                   VALUE "Y".
000540 77  WS-LIST-CNT            PIC 9(04) COMP VALUE ZERO.
000550 77  WS-TODAY               PIC 9(08) VALUE ZERO.
000560 01  WS-OPCION              PIC X(01).
000570 01  WS-ENT-FEE-TYPE        PIC X(01).
000580     88 WS-ENT-TYPE-BY-OP            VALUE "I" "S".
000590     88 WS-ENT-TYPE-VALID            VALUE "I" "S" "R" "B".
000600 01  WS-ENT-OPERATION       PIC X(01).
000610     88 WS-ENT-OP-VALID              VALUE SPACE "A" "S" "M"
000620                                           "D" "P" "U" "I"
000630                                           "E".
000640 01  WS-ENT-DESCRIPTION     PIC X(30).
000650 01  WS-ENT-AMOUNT          PIC 9(05)V99.
000660 01  WS-DSP-AMOUNT          PIC ZZ,ZZ9.99.
000670 LINKAGE SECTION.
000680     COPY LNKPARMS.
000690 PROCEDURE DIVISION USING LNK-PARMS.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE
000720         THRU 1000-INITIALIZE-EXIT.
000730     PERFORM 2000-MENU-MANTENIMIENTO
000740         THRU 2000-MENU-MANTENIMIENTO-EXIT
000750         UNTIL WS-OPCION = "X" OR WS-OPCION = "x".
000760     PERFORM 8000-TERMINATE
000770         THRU 8000-TERMINATE-EXIT.
000780     GOBACK.
000790*
000800******************************************************************
000810* 1000-INITIALIZE - OPEN THE FEE SCHEDULE MASTER FOR UPDATE,
000820*                   CREATING IT EMPTY ON ITS VERY FIRST USE.
000830******************************************************************
000840 1000-INITIALIZE.
000850     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000860     OPEN I-O FEE-MASTER-FILE.
000870     IF WS-FEE-STATUS = "35"
000880         OPEN OUTPUT FEE-MASTER-FILE
000890         CLOSE FEE-MASTER-FILE
000900         OPEN I-O FEE-MASTER-FILE
000910     END-IF.
000920     IF NOT WS-FEE-OK
000930         DISPLAY "Error: no se pudo abrir el maestro de "
000940             "tarifas; estado " WS-FEE-STATUS
000950         MOVE "X" TO WS-OPCION
000960         GO TO 1000-INITIALIZE-EXIT
000970     END-IF.
000980     SET WS-FEE-FILE-OPEN TO TRUE.
000990 1000-INITIALIZE-EXIT.
001000     EXIT.
001010*
001020******************************************************************
001030* 2000-MENU-MANTENIMIENTO - ASK FOR AND DISPATCH ONE MAINTENANCE
001040*                           ACTION.
001050******************************************************************
001060 2000-MENU-MANTENIMIENTO.
001070     DISPLAY "Mantenimiento de tarifas de repercusion:".
001080     DISPLAY "  A - Alta de una tarifa".
001090     DISPLAY "  M - Modificar una tarifa".
001100     DISPLAY "  C - Consultar una tarifa".
001110     DISPLAY "  L - Listar todas las tarifas".
001120     DISPLAY "  X - Salir".
001130     DISPLAY "Seleccione una opcion: ".
001140     ACCEPT WS-OPCION.
001150     EVALUATE WS-OPCION
001160         WHEN "A"
001170         WHEN "a"
001180             PERFORM 3000-ALTA-TARIFA
001190                 THRU 3000-ALTA-TARIFA-EXIT
001200         WHEN "M"
001210         WHEN "m"
001220             PERFORM 4000-MODIFICAR-TARIFA
001230                 THRU 4000-MODIFICAR-TARIFA-EXIT
001240         WHEN "C"
001250         WHEN "c"
001260             PERFORM 5000-CONSULTAR-TARIFA
001270                 THRU 5000-CONSULTAR-TARIFA-EXIT
001280         WHEN "L"
001290         WHEN "l"
001300             PERFORM 6000-LISTAR-TARIFAS
001310                 THRU 6000-LISTAR-TARIFAS-EXIT
001320         WHEN "X"
001330         WHEN "x"
001340             CONTINUE
001350         WHEN OTHER
001360             DISPLAY "Opcion invalida. Introduzca A, M, C, L "
001370                 "o X."
001380     END-EVALUATE.
001390 2000-MENU-MANTENIMIENTO-EXIT.
001400     EXIT.
001410*
001420******************************************************************
001430* 2100-PEDIR-CLAVE - ASK FOR THE FEE TYPE AND, FOR PER-ITEM AND
001440*                    SUSPENSE FEES, THE OPERATION CODE (BLANK =
001450*                    DEFAULT FOR THE TYPE). REJECT AND BATCH
001460*                    FEES ALWAYS CARRY A BLANK CODE.
001470******************************************************************
001480 2100-PEDIR-CLAVE.
001490     DISPLAY "Tipo de tarifa (I=por partida, S=partida a "
001500         "suspenso, R=rechazo EDITVAL, B=por lote): ".
001510     ACCEPT WS-ENT-FEE-TYPE.
001520     IF NOT WS-ENT-TYPE-VALID
001530         DISPLAY "Error: tipo de tarifa no valido; intente de "
001540             "nuevo."
001550         GO TO 2100-PEDIR-CLAVE
001560     END-IF.
001570     MOVE SPACE TO WS-ENT-OPERATION.
001580     IF NOT WS-ENT-TYPE-BY-OP
001590         GO TO 2100-PEDIR-CLAVE-EXIT
001600     END-IF.
001610 2110-PEDIR-OPERACION.
001620     DISPLAY "Codigo de operacion (A S M D P U I E; en blanco "
001630         "= tarifa por defecto): ".
001640     ACCEPT WS-ENT-OPERATION.
001650     IF NOT WS-ENT-OP-VALID
001660         DISPLAY "Error: codigo de operacion no valido; "
001670             "intente de nuevo."
001680         GO TO 2110-PEDIR-OPERACION
001690     END-IF.
001700 2100-PEDIR-CLAVE-EXIT.
001710     EXIT.
001720*
001730******************************************************************
001740* 2200-PEDIR-DATOS - ASK FOR THE NON-KEY FIELDS OF A FEE ROW:
001750*                    THE DESCRIPTION PRINTED ON THE INVOICE AND
001760*                    THE UNIT FEE.
001770******************************************************************
001780 2200-PEDIR-DATOS.
001790     DISPLAY "Descripcion (30 caracteres): ".
001800     ACCEPT WS-ENT-DESCRIPTION.
001810     IF WS-ENT-DESCRIPTION = SPACES
001820         DISPLAY "Error: la descripcion no puede quedar en "
001830             "blanco; intente de nuevo."
001840         GO TO 2200-PEDIR-DATOS
001850     END-IF.
001860 2210-PEDIR-IMPORTE.
001870     DISPLAY "Tarifa unitaria (moneda base): ".
001880     ACCEPT WS-ENT-AMOUNT.
001890     IF WS-ENT-AMOUNT NOT NUMERIC
001900         DISPLAY "Error: entrada no numerica; intente de nuevo."
001910         GO TO 2210-PEDIR-IMPORTE
001920     END-IF.
001930 2200-PEDIR-DATOS-EXIT.
001940     EXIT.
001950*
001960******************************************************************
001970* 3000-ALTA-TARIFA - ADD ONE NEW FEE ROW.
001980******************************************************************
001990 3000-ALTA-TARIFA.
002000     PERFORM 2100-PEDIR-CLAVE
002010         THRU 2100-PEDIR-CLAVE-EXIT.
002020     PERFORM 2200-PEDIR-DATOS
002030         THRU 2200-PEDIR-DATOS-EXIT.
002040     MOVE SPACES             TO FEE-REC.
002050     MOVE WS-ENT-FEE-TYPE    TO FEE-TYPE.
002060     MOVE WS-ENT-OPERATION   TO FEE-OPERATION.
002070     MOVE WS-ENT-DESCRIPTION TO FEE-DESCRIPTION.
002080     MOVE WS-ENT-AMOUNT      TO FEE-AMOUNT.
002090     MOVE LNK-OPERATOR-ID    TO FEE-UPD-OPERATOR.
002100     MOVE WS-TODAY           TO FEE-UPD-DATE.
002110     WRITE FEE-REC
002120         INVALID KEY
002130             DISPLAY "Ya existe una tarifa con ese tipo y "
002140                 "codigo; use la opcion M para modificarla."
002150     END-WRITE.
002160     IF WS-FEE-OK
002170         DISPLAY "Tarifa registrada."
002180     END-IF.
002190 3000-ALTA-TARIFA-EXIT.
002200     EXIT.
002210*
002220******************************************************************
002230* 4000-MODIFICAR-TARIFA - UPDATE ONE EXISTING FEE ROW.
002240******************************************************************
002250 4000-MODIFICAR-TARIFA.
002260     PERFORM 2100-PEDIR-CLAVE
002270         THRU 2100-PEDIR-CLAVE-EXIT.
002280     MOVE WS-ENT-FEE-TYPE  TO FEE-TYPE.
002290     MOVE WS-ENT-OPERATION TO FEE-OPERATION.
002300     READ FEE-MASTER-FILE
002310         INVALID KEY
002320             DISPLAY "No existe una tarifa con ese tipo y "
002330                 "codigo; use la opcion A para darla de alta."
002340     END-READ.
002350     IF WS-FEE-OK
002360         MOVE FEE-AMOUNT TO WS-DSP-AMOUNT
002370         DISPLAY "Tarifa actual: " FEE-DESCRIPTION " "
002380             WS-DSP-AMOUNT " (modificada por "
002390             FEE-UPD-OPERATOR " el " FEE-UPD-DATE ")"
002400         PERFORM 2200-PEDIR-DATOS
002410             THRU 2200-PEDIR-DATOS-EXIT
002420         MOVE WS-ENT-DESCRIPTION TO FEE-DESCRIPTION
002430         MOVE WS-ENT-AMOUNT      TO FEE-AMOUNT
002440         MOVE LNK-OPERATOR-ID    TO FEE-UPD-OPERATOR
002450         MOVE WS-TODAY           TO FEE-UPD-DATE
002460         REWRITE FEE-REC
002470             INVALID KEY
002480                 DISPLAY "Error: no se pudo regrabar la "
002490                     "tarifa; estado " WS-FEE-STATUS
002500         END-REWRITE
002510         IF WS-FEE-OK
002520             DISPLAY "Tarifa actualizada."
002530         END-IF
002540     END-IF.
002550 4000-MODIFICAR-TARIFA-EXIT.
002560     EXIT.
002570*
002580******************************************************************
002590* 5000-CONSULTAR-TARIFA - DISPLAY ONE FEE ROW.
002600******************************************************************
002610 5000-CONSULTAR-TARIFA.
002620     PERFORM 2100-PEDIR-CLAVE
002630         THRU 2100-PEDIR-CLAVE-EXIT.
002640     MOVE WS-ENT-FEE-TYPE  TO FEE-TYPE.
002650     MOVE WS-ENT-OPERATION TO FEE-OPERATION.
002660     READ FEE-MASTER-FILE
002670         INVALID KEY
002680             DISPLAY "No existe una tarifa con ese tipo y "
002690                 "codigo."
002700     END-READ.
002710     IF WS-FEE-OK
002720         MOVE FEE-AMOUNT TO WS-DSP-AMOUNT
002730         DISPLAY "Tipo..............: " FEE-TYPE
002740         DISPLAY "Operacion.........: " FEE-OPERATION
002750         DISPLAY "Descripcion.......: " FEE-DESCRIPTION
002760         DISPLAY "Tarifa unitaria...: " WS-DSP-AMOUNT
002770         DISPLAY "Modificada por....: " FEE-UPD-OPERATOR
002780         DISPLAY "Fecha.............: " FEE-UPD-DATE
002790     END-IF.
002800 5000-CONSULTAR-TARIFA-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840* 6000-LISTAR-TARIFAS - DISPLAY THE WHOLE FEE SCHEDULE IN KEY
002850*                       ORDER.
002860******************************************************************
002870 6000-LISTAR-TARIFAS.
002880     MOVE ZERO TO WS-LIST-CNT.
002890     MOVE "N" TO WS-FEE-EOF-SW.
002900     MOVE LOW-VALUES TO FEE-KEY.
002910     START FEE-MASTER-FILE KEY IS NOT LESS THAN FEE-KEY
002920         INVALID KEY
002930             SET WS-FEE-EOF TO TRUE
002940     END-START.
002950     DISPLAY "T O DESCRIPCION                       TARIFA".
002960     PERFORM 6100-LISTAR-UNA-TARIFA
002970         THRU 6100-LISTAR-UNA-TARIFA-EXIT
002980         UNTIL WS-FEE-EOF.
002990     DISPLAY WS-LIST-CNT " tarifa(s) en el maestro.".
003000 6000-LISTAR-TARIFAS-EXIT.
003010     EXIT.
003020*
003030 6100-LISTAR-UNA-TARIFA.
003040     READ FEE-MASTER-FILE NEXT RECORD
003050         AT END
003060             SET WS-FEE-EOF TO TRUE
003070             GO TO 6100-LISTAR-UNA-TARIFA-EXIT
003080     END-READ.
003090     MOVE FEE-AMOUNT TO WS-DSP-AMOUNT.
003100     DISPLAY FEE-TYPE " " FEE-OPERATION " " FEE-DESCRIPTION
003110         " " WS-DSP-AMOUNT.
003120     ADD 1 TO WS-LIST-CNT.
003130 6100-LISTAR-UNA-TARIFA-EXIT.
003140     EXIT.
003150*
003160******************************************************************
003170* 8000-TERMINATE - CLOSE THE FEE SCHEDULE MASTER.
003180******************************************************************
003190 8000-TERMINATE.
003200     IF WS-FEE-FILE-OPEN
003210         CLOSE FEE-MASTER-FILE
003220     END-IF.
003230 8000-TERMINATE-EXIT.
003240     EXIT.
003250 END PROGRAM FEEMNT.
