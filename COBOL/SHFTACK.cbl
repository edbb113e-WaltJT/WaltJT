000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      END-OF-SHIFT BLOTTER ACKNOWLEDGMENT. WORKS THE
000160*               SHIFT REGISTER (SHFTREC, DD SHFTREG) THAT SHFTBLT
000170*               FILLS WHEN AN OPERATOR SIGNS OFF COBOL5: LISTS
000180*               THE SHIFTS STILL PENDING (ALL OR ONE OPERATOR'S),
000190*               SHOWS ONE SHIFT'S BLOTTER - EVERY CALCULATION,
000200*               THE COUNTS AND TOTALS BY CURRENCY, THE OVERRIDES
000210*               AND REVERSALS - AND LETS A LEVEL-3 SUPERVISOR
000220*               (OPERREC, DD OPERMAST) ACKNOWLEDGE IT AFTER
000230*               REVIEWING IT, WITH AN OPTIONAL REMARK. THE
000240*               ACKNOWLEDGMENT NAMES THE SUPERVISOR AND THE DATE
000250*               AND TIME AND IS FINAL; NO SUPERVISOR MAY
000260*               ACKNOWLEDGE THEIR OWN SHIFT. SHFTRPT LISTS
000270*               THE SHIFTS LEFT PENDING. REACHED FROM THE COBOL5
000280*               SESSION MENU (LEVEL 3).
000290* TECTONICS:    cobc
000300*
000310* MODIFICATION HISTORY
000320*   2026-10-15  RA  INITIAL VERSION.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SHFTACK.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SHIFT-REG-FILE ASSIGN TO SHFTREG
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SHF-KEY
000430         FILE STATUS IS WS-SHF-STATUS.
000440     SELECT OPER-MASTER-FILE ASSIGN TO OPERMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OPER-ID
000480         FILE STATUS IS WS-OPER-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  SHIFT-REG-FILE.
000520     COPY SHFTREC.
000530 FD  OPER-MASTER-FILE.
000540     COPY OPERREC.
000550 WORKING-STORAGE SECTION.
000560     COPY SHFTREC REPLACING LEADING ==SHF== BY ==SHH==.
000570 77  WS-SHF-STATUS          PIC X(02) VALUE SPACES.
000580     88 WS-SHF-OK                     VALUE "00".
000590 77  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
000600 77  WS-SHF-FILE-SW         PIC X(01) VALUE "N".
000610     88 WS-SHF-FILE-OPEN              VALUE "Y".
000620 77  WS-OPER-FILE-SW        PIC X(01) VALUE "N".
000630     88 WS-OPER-FILE-OPEN             VALUE "Y".
000640 77  WS-SHF-FOUND-SW        PIC X(01) VALUE "N".
000650     88 WS-SHF-FOUND                  VALUE "Y".
000660 77  WS-SHF-EOF-SW          PIC X(01) VALUE "N".
000670     88 WS-SHF-EOF                    VALUE "Y".
000680 77  WS-SIGNON-LEVEL        PIC 9(01) VALUE ZERO.
000690 77  WS-LIST-CNT            PIC 9(06) COMP VALUE ZERO.
000700 77  WS-LIST-CNT-ED         PIC Z(5)9.
000710 77  WS-ACK-DATE            PIC 9(08) VALUE ZERO.
000720 77  WS-ACK-TIME            PIC 9(08) VALUE ZERO.
000730 01  WS-OPCION              PIC X(01).
000740 01  WS-ENT-SESSION         PIC X(15).
000750 01  WS-ENT-OPERATOR        PIC X(08).
000760 01  WS-ENT-CONFIRM         PIC X(01).
000770 01  WS-ENT-REMARK          PIC X(25).
000780 01  WS-SHIFT-LINE.
000790     05 WS-SL-SESSION       PIC X(15).
000800     05 FILLER              PIC X(01) VALUE SPACE.
000810     05 WS-SL-OPERATOR      PIC X(08).
000820     05 FILLER              PIC X(01) VALUE SPACE.
000830     05 WS-SL-SIGNOFF-DATE  PIC 9(08).
000840     05 FILLER              PIC X(01) VALUE SPACE.
000850     05 WS-SL-SIGNOFF-TIME  PIC 9(06).
000860     05 FILLER              PIC X(01) VALUE SPACE.
000870     05 WS-SL-CALC-CNT      PIC Z(4)9.
000880     05 FILLER              PIC X(01) VALUE SPACE.
000890     05 WS-SL-ERROR-CNT     PIC Z(4)9.
000900     05 FILLER              PIC X(01) VALUE SPACE.
000910     05 WS-SL-OVERRIDE-CNT  PIC Z(4)9.
000920     05 FILLER              PIC X(01) VALUE SPACE.
000930     05 WS-SL-REVERSAL-CNT  PIC Z(4)9.
000940     05 FILLER              PIC X(01) VALUE SPACE.
000950     05 WS-SL-STATUS        PIC X(01).
000960 01  WS-CALC-LINE.
000970     05 FILLER              PIC X(02) VALUE SPACES.
000980     05 WS-CL-TIME          PIC X(08).
000990     05 FILLER              PIC X(01) VALUE SPACE.
001000     05 WS-CL-PROGRAM       PIC X(08).
001010     05 FILLER              PIC X(01) VALUE SPACE.
001020     05 WS-CL-OPERATION     PIC X(01).
001030     05 WS-CL-OPERAND-1     PIC ----,---,--9.99.
001040     05 WS-CL-OPERAND-2     PIC ----,---,--9.99.
001050     05 WS-CL-RESULTADO     PIC ----,---,--9.99.
001060     05 FILLER              PIC X(01) VALUE SPACE.
001070     05 WS-CL-CURRENCY      PIC X(03).
001080     05 FILLER              PIC X(01) VALUE SPACE.
001090     05 WS-CL-STATUS        PIC X(01).
001100     05 FILLER              PIC X(01) VALUE SPACE.
001110     05 WS-CL-OVERRIDE-ID   PIC X(08).
001120 01  WS-TOTAL-LINE.
001130     05 FILLER              PIC X(02) VALUE SPACES.
001140     05 WS-TL-CURRENCY      PIC X(03).
001150     05 WS-TL-CALC-CNT      PIC Z(5)9.
001160     05 WS-TL-CALC-TOTAL    PIC --,---,---,---,--9.99.
001170     05 WS-TL-ERROR-CNT     PIC Z(5)9.
001180     05 WS-TL-OVERRIDE-CNT  PIC Z(5)9.
001190     05 WS-TL-REV-CNT       PIC Z(5)9.
001200     05 WS-TL-REV-TOTAL     PIC --,---,---,---,--9.99.
001210 LINKAGE SECTION.
001220     COPY LNKPARMS.
001230 PROCEDURE DIVISION USING LNK-PARMS.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE
001260         THRU 1000-INITIALIZE-EXIT.
001270     PERFORM 2000-MENU-TURNOS
001280         THRU 2000-MENU-TURNOS-EXIT
001290         UNTIL WS-OPCION = "X" OR WS-OPCION = "x".
001300     PERFORM 8000-TERMINATE
001310         THRU 8000-TERMINATE-EXIT.
001320     GOBACK.
001330*
001340******************************************************************
001350* 1000-INITIALIZE - OPEN THE SHIFT REGISTER FOR UPDATE (CREATING
001360*                   IT EMPTY WHEN NO SHIFT HAS BEEN REGISTERED
001370*                   YET) AND TAKE THE SIGNED-ON OPERATOR'S
001380*                   AUTHORITY LEVEL FROM THE OPERATOR MASTER.
001390******************************************************************
001400 1000-INITIALIZE.
001410     MOVE SPACE TO WS-OPCION.
001420     MOVE "N"   TO WS-SHF-FILE-SW.
001430     MOVE "N"   TO WS-OPER-FILE-SW.
001440     MOVE ZERO  TO WS-SIGNON-LEVEL.
001450     OPEN I-O SHIFT-REG-FILE.
001460     IF WS-SHF-STATUS = "35"
001470         OPEN OUTPUT SHIFT-REG-FILE
001480         CLOSE SHIFT-REG-FILE
001490         OPEN I-O SHIFT-REG-FILE
001500     END-IF.
001510     IF NOT WS-SHF-OK
001520         DISPLAY "Error: no se pudo abrir el registro de "
001530             "turnos; estado " WS-SHF-STATUS
001540         MOVE "X" TO WS-OPCION
001550         GO TO 1000-INITIALIZE-EXIT
001560     END-IF.
001570     SET WS-SHF-FILE-OPEN TO TRUE.
001580     OPEN INPUT OPER-MASTER-FILE.
001590     IF WS-OPER-STATUS = "00"
001600         SET WS-OPER-FILE-OPEN TO TRUE
001610         MOVE LNK-OPERATOR-ID TO OPER-ID
001620         READ OPER-MASTER-FILE
001630             INVALID KEY
001640                 CONTINUE
001650             NOT INVALID KEY
001660                 IF OPER-ACTIVE
001670                     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL
001680                 END-IF
001690         END-READ
001700     ELSE
001710         DISPLAY "Aviso: maestro de operadores no disponible; "
001720             "solo se permite consultar."
001730     END-IF.
001740 1000-INITIALIZE-EXIT.
001750     EXIT.
001760*
001770******************************************************************
001780* 2000-MENU-TURNOS - ASK FOR AND DISPATCH ONE ACTION.
001790******************************************************************
001800 2000-MENU-TURNOS.
001810     DISPLAY "Resumenes de fin de turno:".
001820     DISPLAY "  L - Listar los turnos pendientes de firma".
001830     DISPLAY "  C - Consultar el resumen de un turno".
001840     DISPLAY "  A - Firmar (dar por revisado) un turno".
001850     DISPLAY "  X - Salir".
001860     DISPLAY "Seleccione una opcion: ".
001870     ACCEPT WS-OPCION.
001880     EVALUATE WS-OPCION
001890         WHEN "L"
001900         WHEN "l"
001910             PERFORM 4500-LISTAR-PENDIENTES
001920                 THRU 4500-LISTAR-PENDIENTES-EXIT
001930         WHEN "C"
001940         WHEN "c"
001950             PERFORM 4000-CONSULTAR-TURNO
001960                 THRU 4000-CONSULTAR-TURNO-EXIT
001970         WHEN "A"
001980         WHEN "a"
001990             PERFORM 5000-FIRMAR-TURNO
002000                 THRU 5000-FIRMAR-TURNO-EXIT
002010         WHEN "X"
002020         WHEN "x"
002030             CONTINUE
002040         WHEN OTHER
002050             DISPLAY "Opcion invalida. Introduzca L, C, A o X."
002060     END-EVALUATE.
002070 2000-MENU-TURNOS-EXIT.
002080     EXIT.
002090*
002100******************************************************************
002110* 2100-PEDIR-TURNO - ASK FOR A SESSION STAMP AND OPERATOR AND
002120*                    READ THE SHIFT HEADER INTO SHH-REC;
002130*                    WS-SHF-FOUND TELLS THE CALLER WHETHER IT
002140*                    EXISTS.
002150******************************************************************
002160 2100-PEDIR-TURNO.
002170     MOVE "N" TO WS-SHF-FOUND-SW.
002180     DISPLAY "Sesion (AAAAMMDD-HHMMSS): ".
002190     MOVE SPACES TO WS-ENT-SESSION.
002200     ACCEPT WS-ENT-SESSION.
002210     DISPLAY "Operador: ".
002220     MOVE SPACES TO WS-ENT-OPERATOR.
002230     ACCEPT WS-ENT-OPERATOR.
002240     IF WS-ENT-SESSION = SPACES OR WS-ENT-OPERATOR = SPACES
002250         DISPLAY "Error: indique la sesion y el operador."
002260         GO TO 2100-PEDIR-TURNO-EXIT
002270     END-IF.
002280     MOVE WS-ENT-SESSION  TO SHF-SESSION-ID.
002290     MOVE WS-ENT-OPERATOR TO SHF-OPERATOR-ID.
002300     SET SHF-TYPE-HEADER  TO TRUE.
002310     MOVE ZERO            TO SHF-LINE-NO.
002320     READ SHIFT-REG-FILE
002330         INVALID KEY
002340             DISPLAY "No existe el turno " WS-ENT-SESSION
002350                 " de " WS-ENT-OPERATOR "."
002360             GO TO 2100-PEDIR-TURNO-EXIT
002370     END-READ.
002380     MOVE SHF-REC TO SHH-REC.
002390     SET WS-SHF-FOUND TO TRUE.
002400 2100-PEDIR-TURNO-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440* 2500-MOSTRAR-TURNO - DISPLAY THE HEADER IN SHH-REC AS ONE
002450*                      LISTING LINE.
002460******************************************************************
002470 2500-MOSTRAR-TURNO.
002480     IF WS-LIST-CNT = 1
002490         DISPLAY "SESION          OPERADOR SALIDA   HORA   "
002500             "CALC. ERROR OVERR REVER E"
002510     END-IF.
002520     MOVE SHH-SESSION-ID    TO WS-SL-SESSION.
002530     MOVE SHH-OPERATOR-ID   TO WS-SL-OPERATOR.
002540     MOVE SHH-SIGNOFF-DATE  TO WS-SL-SIGNOFF-DATE.
002550     MOVE SHH-SIGNOFF-TIME  TO WS-SL-SIGNOFF-TIME.
002560     MOVE SHH-CALC-CNT      TO WS-SL-CALC-CNT.
002570     MOVE SHH-ERROR-CNT     TO WS-SL-ERROR-CNT.
002580     MOVE SHH-OVERRIDE-CNT  TO WS-SL-OVERRIDE-CNT.
002590     MOVE SHH-REVERSAL-CNT  TO WS-SL-REVERSAL-CNT.
002600     MOVE SHH-ACK-STATUS    TO WS-SL-STATUS.
002610     DISPLAY WS-SHIFT-LINE.
002620 2500-MOSTRAR-TURNO-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660* 4000-CONSULTAR-TURNO - DISPLAY ONE SHIFT'S BLOTTER: ITS
002670*                        HEADER, EVERY CALCULATION AND THE
002680*                        CURRENCY TOTALS, AND WHO ACKNOWLEDGED IT.
002690******************************************************************
002700 4000-CONSULTAR-TURNO.
002710     PERFORM 2100-PEDIR-TURNO
002720         THRU 2100-PEDIR-TURNO-EXIT.
002730     IF NOT WS-SHF-FOUND
002740         GO TO 4000-CONSULTAR-TURNO-EXIT
002750     END-IF.
002760     PERFORM 4050-MOSTRAR-RESUMEN
002770         THRU 4050-MOSTRAR-RESUMEN-EXIT.
002780 4000-CONSULTAR-TURNO-EXIT.
002790     EXIT.
002800*
002810 4050-MOSTRAR-RESUMEN.
002820     MOVE 1 TO WS-LIST-CNT.
002830     PERFORM 2500-MOSTRAR-TURNO
002840         THRU 2500-MOSTRAR-TURNO-EXIT.
002850     DISPLAY "Calculos (E: 0=calculo, 1=error, 3=reversion; "
002860         "ultima columna = supervisor que autorizo):".
002870     MOVE SHH-SESSION-ID  TO SHF-SESSION-ID.
002880     MOVE SHH-OPERATOR-ID TO SHF-OPERATOR-ID.
002890     SET SHF-TYPE-LINE    TO TRUE.
002900     MOVE ZERO            TO SHF-LINE-NO.
002910     PERFORM 4060-POSICIONAR
002920         THRU 4060-POSICIONAR-EXIT.
002930     PERFORM 4100-MOSTRAR-CALCULO
002940         THRU 4100-MOSTRAR-CALCULO-EXIT
002950         UNTIL WS-SHF-EOF.
002960     DISPLAY "Totales por moneda (moneda, calculos, total, "
002970         "errores, autorizaciones, reversiones, total "
002980         "revertido):".
002990     MOVE SHH-SESSION-ID  TO SHF-SESSION-ID.
003000     MOVE SHH-OPERATOR-ID TO SHF-OPERATOR-ID.
003010     SET SHF-TYPE-TOTAL   TO TRUE.
003020     MOVE ZERO            TO SHF-LINE-NO.
003030     PERFORM 4060-POSICIONAR
003040         THRU 4060-POSICIONAR-EXIT.
003050     PERFORM 4200-MOSTRAR-TOTAL
003060         THRU 4200-MOSTRAR-TOTAL-EXIT
003070         UNTIL WS-SHF-EOF.
003080     IF SHH-ACKNOWLEDGED
003090         DISPLAY "Firmado por " SHH-ACK-BY " el " SHH-ACK-DATE
003100             " a las " SHH-ACK-TIME "."
003110         IF SHH-ACK-REMARK NOT = SPACES
003120             DISPLAY "Observacion: " SHH-ACK-REMARK
003130         END-IF
003140     ELSE
003150         DISPLAY "Pendiente de firma del supervisor."
003160     END-IF.
003170 4050-MOSTRAR-RESUMEN-EXIT.
003180     EXIT.
003190*
003200 4060-POSICIONAR.
003210     MOVE "N" TO WS-SHF-EOF-SW.
003220     START SHIFT-REG-FILE KEY IS NOT LESS THAN SHF-KEY
003230         INVALID KEY
003240             SET WS-SHF-EOF TO TRUE
003250     END-START.
003260 4060-POSICIONAR-EXIT.
003270     EXIT.
003280*
003290 4100-MOSTRAR-CALCULO.
003300     READ SHIFT-REG-FILE NEXT RECORD
003310         AT END
003320             SET WS-SHF-EOF TO TRUE
003330             GO TO 4100-MOSTRAR-CALCULO-EXIT
003340     END-READ.
003350     IF SHF-SESSION-ID NOT = SHH-SESSION-ID
003360             OR SHF-OPERATOR-ID NOT = SHH-OPERATOR-ID
003370             OR NOT SHF-TYPE-LINE
003380         SET WS-SHF-EOF TO TRUE
003390         GO TO 4100-MOSTRAR-CALCULO-EXIT
003400     END-IF.
003410     MOVE SHF-LN-TIME        TO WS-CL-TIME.
003420     MOVE SHF-LN-PROGRAM     TO WS-CL-PROGRAM.
003430     MOVE SHF-LN-OPERATION   TO WS-CL-OPERATION.
003440     MOVE SHF-LN-OPERAND-1   TO WS-CL-OPERAND-1.
003450     MOVE SHF-LN-OPERAND-2   TO WS-CL-OPERAND-2.
003460     MOVE SHF-LN-RESULTADO   TO WS-CL-RESULTADO.
003470     MOVE SHF-LN-CURRENCY    TO WS-CL-CURRENCY.
003480     MOVE SHF-LN-STATUS      TO WS-CL-STATUS.
003490     MOVE SHF-LN-OVERRIDE-ID TO WS-CL-OVERRIDE-ID.
003500     DISPLAY WS-CALC-LINE.
003510 4100-MOSTRAR-CALCULO-EXIT.
003520     EXIT.
003530*
003540 4200-MOSTRAR-TOTAL.
003550     READ SHIFT-REG-FILE NEXT RECORD
003560         AT END
003570             SET WS-SHF-EOF TO TRUE
003580             GO TO 4200-MOSTRAR-TOTAL-EXIT
003590     END-READ.
003600     IF SHF-SESSION-ID NOT = SHH-SESSION-ID
003610             OR SHF-OPERATOR-ID NOT = SHH-OPERATOR-ID
003620             OR NOT SHF-TYPE-TOTAL
003630         SET WS-SHF-EOF TO TRUE
003640         GO TO 4200-MOSTRAR-TOTAL-EXIT
003650     END-IF.
003660     MOVE SHF-TT-CURRENCY     TO WS-TL-CURRENCY.
003670     MOVE SHF-TT-CALC-CNT     TO WS-TL-CALC-CNT.
003680     MOVE SHF-TT-CALC-TOTAL   TO WS-TL-CALC-TOTAL.
003690     MOVE SHF-TT-ERROR-CNT    TO WS-TL-ERROR-CNT.
003700     MOVE SHF-TT-OVERRIDE-CNT TO WS-TL-OVERRIDE-CNT.
003710     MOVE SHF-TT-REV-CNT      TO WS-TL-REV-CNT.
003720     MOVE SHF-TT-REV-TOTAL    TO WS-TL-REV-TOTAL.
003730     DISPLAY WS-TOTAL-LINE.
003740 4200-MOSTRAR-TOTAL-EXIT.
003750     EXIT.
003760*
003770******************************************************************
003780* 4500-LISTAR-PENDIENTES - LIST THE SHIFTS NOT YET ACKNOWLEDGED,
003790*                          ALL OR ONE OPERATOR'S, IN SESSION
003800*                          ORDER (OLDEST FIRST).
003810******************************************************************
003820 4500-LISTAR-PENDIENTES.
003830     DISPLAY "Operador (ENTER=todos): ".
003840     MOVE SPACES TO WS-ENT-OPERATOR.
003850     ACCEPT WS-ENT-OPERATOR.
003860     MOVE ZERO TO WS-LIST-CNT.
003870     MOVE LOW-VALUES TO SHF-KEY.
003880     PERFORM 4060-POSICIONAR
003890         THRU 4060-POSICIONAR-EXIT.
003900     PERFORM 4600-LEER-PENDIENTE
003910         THRU 4600-LEER-PENDIENTE-EXIT
003920         UNTIL WS-SHF-EOF.
003930     IF WS-LIST-CNT = ZERO
003940         DISPLAY "No hay turnos pendientes de firma."
003950     ELSE
003960         MOVE WS-LIST-CNT TO WS-LIST-CNT-ED
003970         DISPLAY WS-LIST-CNT-ED " turnos pendientes de firma."
003980     END-IF.
003990 4500-LISTAR-PENDIENTES-EXIT.
004000     EXIT.
004010*
004020 4600-LEER-PENDIENTE.
004030     READ SHIFT-REG-FILE NEXT RECORD
004040         AT END
004050             SET WS-SHF-EOF TO TRUE
004060             GO TO 4600-LEER-PENDIENTE-EXIT
004070     END-READ.
004080     IF NOT SHF-TYPE-HEADER OR NOT SHF-PENDING
004090         GO TO 4600-LEER-PENDIENTE-EXIT
004100     END-IF.
004110     IF WS-ENT-OPERATOR NOT = SPACES
004120             AND SHF-OPERATOR-ID NOT = WS-ENT-OPERATOR
004130         GO TO 4600-LEER-PENDIENTE-EXIT
004140     END-IF.
004150     ADD 1 TO WS-LIST-CNT.
004160     MOVE SHF-REC TO SHH-REC.
004170     PERFORM 2500-MOSTRAR-TURNO
004180         THRU 2500-MOSTRAR-TURNO-EXIT.
004190 4600-LEER-PENDIENTE-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230* 5000-FIRMAR-TURNO - A LEVEL-3 SUPERVISOR ACKNOWLEDGES A PENDING
004240*                     SHIFT AFTER ITS BLOTTER HAS BEEN SHOWN,
004250*                     WITH AN OPTIONAL REMARK. A SUPERVISOR
004260*                     CANNOT ACKNOWLEDGE THEIR OWN SHIFT.
004270******************************************************************
004280 5000-FIRMAR-TURNO.
004290     IF WS-SIGNON-LEVEL < 3
004300         DISPLAY "Error: solo un supervisor (nivel 3) puede "
004310             "firmar un turno."
004320         GO TO 5000-FIRMAR-TURNO-EXIT
004330     END-IF.
004340     PERFORM 2100-PEDIR-TURNO
004350         THRU 2100-PEDIR-TURNO-EXIT.
004360     IF NOT WS-SHF-FOUND
004370         GO TO 5000-FIRMAR-TURNO-EXIT
004380     END-IF.
004390     PERFORM 4050-MOSTRAR-RESUMEN
004400         THRU 4050-MOSTRAR-RESUMEN-EXIT.
004410     IF SHH-ACKNOWLEDGED
004420         GO TO 5000-FIRMAR-TURNO-EXIT
004430     END-IF.
004440     IF SHH-OPERATOR-ID = LNK-OPERATOR-ID
004450         DISPLAY "Error: no puede firmar su propio turno; "
004460             "debe hacerlo otro supervisor."
004470         GO TO 5000-FIRMAR-TURNO-EXIT
004480     END-IF.
004490     DISPLAY "Firmar el turno como revisado? (S/N): ".
004500     ACCEPT WS-ENT-CONFIRM.
004510     IF WS-ENT-CONFIRM NOT = "S" AND WS-ENT-CONFIRM NOT = "s"
004520         GO TO 5000-FIRMAR-TURNO-EXIT
004530     END-IF.
004540     DISPLAY "Observacion (hasta 25 caracteres, ENTER=ninguna): ".
004550     MOVE SPACES TO WS-ENT-REMARK.
004560     ACCEPT WS-ENT-REMARK.
004570     ACCEPT WS-ACK-DATE FROM DATE YYYYMMDD.
004580     ACCEPT WS-ACK-TIME FROM TIME.
004590     SET SHH-ACKNOWLEDGED      TO TRUE.
004600     MOVE LNK-OPERATOR-ID      TO SHH-ACK-BY.
004610     MOVE WS-ACK-DATE          TO SHH-ACK-DATE.
004620     MOVE WS-ACK-TIME(1:6)     TO SHH-ACK-TIME.
004630     MOVE WS-ENT-REMARK        TO SHH-ACK-REMARK.
004640     MOVE SHH-REC TO SHF-REC.
004650     REWRITE SHF-REC
004660         INVALID KEY
004670             DISPLAY "Error: no se pudo regrabar el turno; "
004680                 "estado " WS-SHF-STATUS
004690             GO TO 5000-FIRMAR-TURNO-EXIT
004700     END-REWRITE.
004710     DISPLAY "Turno " SHH-SESSION-ID " de " SHH-OPERATOR-ID
004720         " firmado por " SHH-ACK-BY ".".
004730 5000-FIRMAR-TURNO-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770* 8000-TERMINATE - CLOSE THE FILES.
004780******************************************************************
004790 8000-TERMINATE.
004800     IF WS-SHF-FILE-OPEN
004810         CLOSE SHIFT-REG-FILE
004820     END-IF.
004830     IF WS-OPER-FILE-OPEN
004840         CLOSE OPER-MASTER-FILE
004850     END-IF.
004860 8000-TERMINATE-EXIT.
004870     EXIT.
004880 END PROGRAM SHFTACK.
