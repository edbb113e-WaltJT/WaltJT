000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      CONTROL-EXCEPTION MAINTENANCE. WORKS THE SHARED
000160*               EXCEPTION QUEUE (EXCREC, DD EXCQUEUE) THAT THE
000170*               CONTROL STEPS FILL THROUGH EXCPOST: LISTS THE
000180*               ACTIVE EXCEPTIONS BY STEP AND/OR OWNER, SHOWS ONE
000190*               EXCEPTION WITH ITS NOTES, LETS THE SIGNED-ON
000200*               OPERATOR TAKE OWNERSHIP OF AN EXCEPTION, ADD
000210*               DATED NOTES, AND CLOSE IT WITH A MANDATORY
000220*               RESOLUTION NOTE. AN EXCEPTION MUST BE OWNED
000230*               BEFORE IT IS CLOSED, AND ONLY ITS OWNER OR A
000240*               SUPERVISOR (LEVEL 3 ON THE OPERATOR MASTER,
000250*               OPERREC, DD OPERMAST) MAY CLOSE IT OR TAKE IT
000260*               OVER FROM ANOTHER OWNER. EVERY TAKE-OVER AND
000270*               CLOSURE IS ALSO WRITTEN AS A NOTE WITH WHO AND
000280*               WHEN, SO THE NOTES ARE THE EXCEPTION'S AUDIT
000290*               TRAIL. REACHED FROM THE COBOL5 SESSION MENU
000300*               (LEVEL 2).
000310* TECTONICS:    cobc
000320*
000330* MODIFICATION HISTORY
000340*   2026-10-15  RA  INITIAL VERSION.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. EXCMNT.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EXC-QUEUE-FILE ASSIGN TO EXCQUEUE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EXC-KEY
000450         ALTERNATE RECORD KEY IS EXC-ORIGIN
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-EXC-STATUS.
000480     SELECT OPER-MASTER-FILE ASSIGN TO OPERMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OPER-ID
000520         FILE STATUS IS WS-OPER-STATUS.
000530     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUNCTL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EXC-QUEUE-FILE.
000590     COPY EXCREC.
000600 FD  OPER-MASTER-FILE.
000610     COPY OPERREC.
000620 FD  RUN-CTL-FILE
000630     RECORDING MODE IS F.
000640     COPY RUNCTLRC.
000650 WORKING-STORAGE SECTION.
000660     COPY EXCREC REPLACING LEADING ==EXC== BY ==EXH==.
000670 77  WS-EXC-STATUS          PIC X(02) VALUE SPACES.
000680     88 WS-EXC-OK                     VALUE "00".
000690 77  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
000700 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000710 77  WS-EXC-FILE-SW         PIC X(01) VALUE "N".
000720     88 WS-EXC-FILE-OPEN              VALUE "Y".
000730 77  WS-OPER-FILE-SW        PIC X(01) VALUE "N".
000740     88 WS-OPER-FILE-OPEN             VALUE "Y".
000750 77  WS-EXC-FOUND-SW        PIC X(01) VALUE "N".
000760     88 WS-EXC-FOUND                  VALUE "Y".
000770 77  WS-EXC-EOF-SW          PIC X(01) VALUE "N".
000780     88 WS-EXC-EOF                    VALUE "Y".
000790 77  WS-BUS-DATE            PIC 9(08) VALUE ZERO.
000800 77  WS-SIGNON-LEVEL        PIC 9(01) VALUE ZERO.
000810 77  WS-LIST-CNT            PIC 9(06) COMP VALUE ZERO.
000820 77  WS-LIST-CNT-ED         PIC Z(5)9.
000830 77  WS-OVERDUE-CNT         PIC 9(06) COMP VALUE ZERO.
000840 77  WS-OVERDUE-CNT-ED      PIC Z(5)9.
000850 01  WS-OPCION              PIC X(01).
000860 01  WS-ENT-EXC-NO          PIC 9(06).
000870 01  WS-ENT-STEP            PIC X(08).
000880 01  WS-ENT-OWNER           PIC X(08).
000890 01  WS-ENT-CONFIRM         PIC X(01).
000900 01  WS-PREV-OWNER          PIC X(08).
000910 01  WS-NOTE-TEXT           PIC X(70).
000920 01  WS-RES-TEXT            PIC X(70).
000930 01  WS-EXC-LINE.
000940     05 WS-EL-EXC-NO        PIC 9(06).
000950     05 FILLER              PIC X(01) VALUE SPACE.
000960     05 WS-EL-STEP          PIC X(08).
000970     05 FILLER              PIC X(01) VALUE SPACE.
000980     05 WS-EL-SEVERITY      PIC X(01).
000990     05 FILLER              PIC X(01) VALUE SPACE.
001000     05 WS-EL-STATUS        PIC X(01).
001010     05 FILLER              PIC X(01) VALUE SPACE.
001020     05 WS-EL-BUS-DATE      PIC 9(08).
001030     05 FILLER              PIC X(01) VALUE SPACE.
001040     05 WS-EL-DUE-DATE      PIC 9(08).
001050     05 WS-EL-OVERDUE       PIC X(01).
001060     05 WS-EL-OWNER         PIC X(08).
001070     05 FILLER              PIC X(01) VALUE SPACE.
001080     05 WS-EL-DESCRIPTION   PIC X(50).
001090 01  WS-NOTE-LINE.
001100     05 FILLER              PIC X(02) VALUE SPACES.
001110     05 WS-NL-DATE          PIC 9(08).
001120     05 FILLER              PIC X(01) VALUE SPACE.
001130     05 WS-NL-BY            PIC X(08).
001140     05 FILLER              PIC X(01) VALUE SPACE.
001150     05 WS-NL-TEXT          PIC X(70).
001160 LINKAGE SECTION.
001170     COPY LNKPARMS.
001180 PROCEDURE DIVISION USING LNK-PARMS.
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE
001210         THRU 1000-INITIALIZE-EXIT.
001220     PERFORM 2000-MENU-EXCEPCIONES
001230         THRU 2000-MENU-EXCEPCIONES-EXIT
001240         UNTIL WS-OPCION = "X" OR WS-OPCION = "x".
001250     PERFORM 8000-TERMINATE
001260         THRU 8000-TERMINATE-EXIT.
001270     GOBACK.
001280*
001290******************************************************************
001300* 1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE EXCEPTION
001310*                   QUEUE FOR UPDATE (CREATING IT EMPTY WHEN NO
001320*                   STEP HAS RAISED ANYTHING YET) AND TAKE THE
001330*                   SIGNED-ON OPERATOR'S AUTHORITY LEVEL FROM
001340*                   THE OPERATOR MASTER.
001350******************************************************************
001360 1000-INITIALIZE.
001370     MOVE SPACE TO WS-OPCION.
001380     OPEN INPUT RUN-CTL-FILE.
001390     IF WS-RUNCTL-STATUS = "00"
001400         READ RUN-CTL-FILE
001410             AT END
001420                 CONTINUE
001430             NOT AT END
001440                 IF RCT-TYPE-CONTROL
001450                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001460                 END-IF
001470         END-READ
001480         CLOSE RUN-CTL-FILE
001490     END-IF.
001500     IF WS-BUS-DATE = ZERO
001510         DISPLAY "Aviso: fecha de negocio no disponible; se "
001520             "usa la fecha del sistema."
001530         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001540     END-IF.
001550     OPEN I-O EXC-QUEUE-FILE.
001560     IF WS-EXC-STATUS = "35"
001570         OPEN OUTPUT EXC-QUEUE-FILE
001580         CLOSE EXC-QUEUE-FILE
001590         OPEN I-O EXC-QUEUE-FILE
001600     END-IF.
001610     IF NOT WS-EXC-OK
001620         DISPLAY "Error: no se pudo abrir la cola de "
001630             "excepciones; estado " WS-EXC-STATUS
001640         MOVE "X" TO WS-OPCION
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF.
001670     SET WS-EXC-FILE-OPEN TO TRUE.
001680     OPEN INPUT OPER-MASTER-FILE.
001690     IF WS-OPER-STATUS = "00"
001700         SET WS-OPER-FILE-OPEN TO TRUE
001710         MOVE LNK-OPERATOR-ID TO OPER-ID
001720         READ OPER-MASTER-FILE
001730             INVALID KEY
001740                 CONTINUE
001750             NOT INVALID KEY
001760                 MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL
001770         END-READ
001780     ELSE
001790         DISPLAY "Aviso: maestro de operadores no disponible; "
001800             "solo el dueno puede cerrar sus excepciones."
001810     END-IF.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840*
001850******************************************************************
001860* 2000-MENU-EXCEPCIONES - ASK FOR AND DISPATCH ONE ACTION.
001870******************************************************************
001880 2000-MENU-EXCEPCIONES.
001890     DISPLAY "Cola de excepciones de control:".
001900     DISPLAY "  L - Listar las excepciones activas".
001910     DISPLAY "  C - Consultar una excepcion".
001920     DISPLAY "  T - Tomar una excepcion".
001930     DISPLAY "  N - Anadir una nota".
001940     DISPLAY "  R - Cerrar una excepcion con su resolucion".
001950     DISPLAY "  X - Salir".
001960     DISPLAY "Seleccione una opcion: ".
001970     ACCEPT WS-OPCION.
001980     EVALUATE WS-OPCION
001990         WHEN "L"
002000         WHEN "l"
002010             PERFORM 4500-LISTAR-ACTIVAS
002020                 THRU 4500-LISTAR-ACTIVAS-EXIT
002030         WHEN "C"
002040         WHEN "c"
002050             PERFORM 4000-CONSULTAR-EXCEPCION
002060                 THRU 4000-CONSULTAR-EXCEPCION-EXIT
002070         WHEN "T"
002080         WHEN "t"
002090             PERFORM 5000-TOMAR-EXCEPCION
002100                 THRU 5000-TOMAR-EXCEPCION-EXIT
002110         WHEN "N"
002120         WHEN "n"
002130             PERFORM 5500-ANADIR-NOTA
002140                 THRU 5500-ANADIR-NOTA-EXIT
002150         WHEN "R"
002160         WHEN "r"
002170             PERFORM 7000-CERRAR-EXCEPCION
002180                 THRU 7000-CERRAR-EXCEPCION-EXIT
002190         WHEN "X"
002200         WHEN "x"
002210             CONTINUE
002220         WHEN OTHER
002230             DISPLAY "Opcion invalida. Introduzca L, C, T, N, R "
002240                 "o X."
002250     END-EVALUATE.
002260 2000-MENU-EXCEPCIONES-EXIT.
002270     EXIT.
002280*
002290******************************************************************
002300* 2100-PEDIR-EXCEPCION - ASK FOR AN EXCEPTION NUMBER AND READ
002310*                        ITS HEADER INTO EXH-REC; WS-EXC-FOUND
002320*                        TELLS THE CALLER WHETHER IT EXISTS.
002330******************************************************************
002340 2100-PEDIR-EXCEPCION.
002350     MOVE "N" TO WS-EXC-FOUND-SW.
002360     DISPLAY "Numero de excepcion: ".
002370     ACCEPT WS-ENT-EXC-NO.
002380     IF WS-ENT-EXC-NO NOT NUMERIC OR WS-ENT-EXC-NO = ZERO
002390         DISPLAY "Error: numero de excepcion no valido."
002400         GO TO 2100-PEDIR-EXCEPCION-EXIT
002410     END-IF.
002420     MOVE WS-ENT-EXC-NO TO EXC-NO.
002430     SET EXC-TYPE-HEADER TO TRUE.
002440     MOVE ZERO TO EXC-LINE-NO.
002450     READ EXC-QUEUE-FILE
002460         INVALID KEY
002470             DISPLAY "No existe la excepcion " WS-ENT-EXC-NO "."
002480             GO TO 2100-PEDIR-EXCEPCION-EXIT
002490     END-READ.
002500     MOVE EXC-REC TO EXH-REC.
002510     SET WS-EXC-FOUND TO TRUE.
002520 2100-PEDIR-EXCEPCION-EXIT.
002530     EXIT.
002540*
002550******************************************************************
002560* 2150-PEDIR-EXCEPCION-ACTIVA - AS 2100, BUT THE EXCEPTION MUST
002570*                               NOT BE CLOSED YET.
002580******************************************************************
002590 2150-PEDIR-EXCEPCION-ACTIVA.
002600     PERFORM 2100-PEDIR-EXCEPCION
002610         THRU 2100-PEDIR-EXCEPCION-EXIT.
002620     IF WS-EXC-FOUND AND NOT EXH-ACTIVE
002630         DISPLAY "La excepcion " EXH-NO " ya esta cerrada (el "
002640             EXH-CLOSED-DATE " por " EXH-CLOSED-BY ")."
002650         MOVE "N" TO WS-EXC-FOUND-SW
002660     END-IF.
002670 2150-PEDIR-EXCEPCION-ACTIVA-EXIT.
002680     EXIT.
002690*
002700******************************************************************
002710* 2300-GRABAR-NOTA - APPEND WS-NOTE-TEXT AS THE NEXT DATED NOTE
002720*                    OF THE EXCEPTION IN EXH-REC AND REWRITE THE
002730*                    HEADER WITH THE NEW NOTE COUNT AND ANY OTHER
002740*                    CHANGE THE CALLER MADE TO EXH-REC.
002750******************************************************************
002760 2300-GRABAR-NOTA.
002770     ADD 1 TO EXH-LAST-NOTE.
002780     MOVE SPACES          TO EXC-REC.
002790     MOVE EXH-NO          TO EXC-NO.
002800     SET EXC-TYPE-NOTE    TO TRUE.
002810     MOVE EXH-LAST-NOTE   TO EXC-LINE-NO.
002820     MOVE EXH-ORIGIN      TO EXC-ORIGIN.
002830     MOVE WS-BUS-DATE     TO EXC-NOTE-DATE.
002840     MOVE LNK-OPERATOR-ID TO EXC-NOTE-BY.
002850     MOVE WS-NOTE-TEXT    TO EXC-NOTE-TEXT.
002860     WRITE EXC-REC
002870         INVALID KEY
002880             DISPLAY "Error: no se pudo grabar la nota; estado "
002890                 WS-EXC-STATUS
002900     END-WRITE.
002910     PERFORM 2400-REGRABAR-CABECERA
002920         THRU 2400-REGRABAR-CABECERA-EXIT.
002930 2300-GRABAR-NOTA-EXIT.
002940     EXIT.
002950*
002960 2400-REGRABAR-CABECERA.
002970     MOVE EXH-REC TO EXC-REC.
002980     REWRITE EXC-REC
002990         INVALID KEY
003000             DISPLAY "Error: no se pudo regrabar la excepcion "
003010                 EXH-NO "; estado " WS-EXC-STATUS
003020     END-REWRITE.
003030 2400-REGRABAR-CABECERA-EXIT.
003040     EXIT.
003050*
003060******************************************************************
003070* 2500-MOSTRAR-EXCEPCION - DISPLAY THE HEADER IN EXH-REC AS ONE
003080*                          LISTING LINE; AN ACTIVE EXCEPTION PAST
003090*                          ITS DUE DATE IS MARKED "*".
003100******************************************************************
003110 2500-MOSTRAR-EXCEPCION.
003120     IF WS-LIST-CNT = 1
003130         DISPLAY "EXC.   PASO     S E FECHA    VENCE    "
003140             "DUENO    DESCRIPCION"
003150     END-IF.
003160     MOVE EXH-NO          TO WS-EL-EXC-NO.
003170     MOVE EXH-SOURCE-STEP TO WS-EL-STEP.
003180     MOVE EXH-SEVERITY    TO WS-EL-SEVERITY.
003190     MOVE EXH-STATUS      TO WS-EL-STATUS.
003200     MOVE EXH-BUS-DATE    TO WS-EL-BUS-DATE.
003210     MOVE EXH-DUE-DATE    TO WS-EL-DUE-DATE.
003220     MOVE SPACE           TO WS-EL-OVERDUE.
003230     IF EXH-ACTIVE AND EXH-DUE-DATE < WS-BUS-DATE
003240         MOVE "*" TO WS-EL-OVERDUE
003250     END-IF.
003260     MOVE EXH-OWNER       TO WS-EL-OWNER.
003270     MOVE EXH-DESCRIPTION TO WS-EL-DESCRIPTION.
003280     DISPLAY WS-EXC-LINE.
003290 2500-MOSTRAR-EXCEPCION-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330* 4000-CONSULTAR-EXCEPCION - DISPLAY ONE EXCEPTION: ITS HEADER,
003340*                            THE OFFENDING ITEM AND ITS NOTES IN
003350*                            ORDER.
003360******************************************************************
003370 4000-CONSULTAR-EXCEPCION.
003380     PERFORM 2100-PEDIR-EXCEPCION
003390         THRU 2100-PEDIR-EXCEPCION-EXIT.
003400     IF NOT WS-EXC-FOUND
003410         GO TO 4000-CONSULTAR-EXCEPCION-EXIT
003420     END-IF.
003430     MOVE 1 TO WS-LIST-CNT.
003440     PERFORM 2500-MOSTRAR-EXCEPCION
003450         THRU 2500-MOSTRAR-EXCEPCION-EXIT.
003460     DISPLAY "Elemento: " EXH-ITEM-KEY " (S: H=alta, M=media, "
003470         "L=baja; E: N=nueva, O=tomada, C=cerrada).".
003480     IF EXH-OWNER NOT = SPACES
003490         DISPLAY "Tomada por " EXH-OWNER " el " EXH-OWNED-DATE
003500             "."
003510     END-IF.
003520     IF EXH-CLOSED
003530         DISPLAY "Cerrada por " EXH-CLOSED-BY " el "
003540             EXH-CLOSED-DATE "."
003550     END-IF.
003560     DISPLAY "Notas:".
003570     MOVE EXH-NO TO EXC-NO.
003580     SET EXC-TYPE-NOTE TO TRUE.
003590     MOVE ZERO   TO EXC-LINE-NO.
003600     MOVE "N"    TO WS-EXC-EOF-SW.
003610     START EXC-QUEUE-FILE KEY IS NOT LESS THAN EXC-KEY
003620         INVALID KEY
003630             SET WS-EXC-EOF TO TRUE
003640     END-START.
003650     PERFORM 4100-MOSTRAR-NOTA
003660         THRU 4100-MOSTRAR-NOTA-EXIT
003670         UNTIL WS-EXC-EOF.
003680 4000-CONSULTAR-EXCEPCION-EXIT.
003690     EXIT.
003700*
003710 4100-MOSTRAR-NOTA.
003720     READ EXC-QUEUE-FILE NEXT RECORD
003730         AT END
003740             SET WS-EXC-EOF TO TRUE
003750             GO TO 4100-MOSTRAR-NOTA-EXIT
003760     END-READ.
003770     IF EXC-NO NOT = EXH-NO OR NOT EXC-TYPE-NOTE
003780         SET WS-EXC-EOF TO TRUE
003790         GO TO 4100-MOSTRAR-NOTA-EXIT
003800     END-IF.
003810     MOVE EXC-NOTE-DATE TO WS-NL-DATE.
003820     MOVE EXC-NOTE-BY   TO WS-NL-BY.
003830     MOVE EXC-NOTE-TEXT TO WS-NL-TEXT.
003840     DISPLAY WS-NOTE-LINE.
003850 4100-MOSTRAR-NOTA-EXIT.
003860     EXIT.
003870*
003880******************************************************************
003890* 4500-LISTAR-ACTIVAS - LIST THE NEW AND OWNED EXCEPTIONS OF ONE
003900*                       STEP AND/OR OWNER (BLANK = ALL, "*" =
003910*                       NOT YET OWNED), IN EXCEPTION NUMBER
003920*                       ORDER, WITH THE OVERDUE COUNT.
003930******************************************************************
003940 4500-LISTAR-ACTIVAS.
003950     DISPLAY "Paso de origen (ENTER=todos): ".
003960     ACCEPT WS-ENT-STEP.
003970     DISPLAY "Dueno (operador, *=sin dueno, ENTER=todos): ".
003980     ACCEPT WS-ENT-OWNER.
003990     MOVE ZERO TO WS-LIST-CNT.
004000     MOVE ZERO TO WS-OVERDUE-CNT.
004010     MOVE "N"  TO WS-EXC-EOF-SW.
004020     MOVE 1    TO EXC-NO.
004030     MOVE LOW-VALUES TO EXC-REC-TYPE.
004040     MOVE ZERO TO EXC-LINE-NO.
004050     START EXC-QUEUE-FILE KEY IS NOT LESS THAN EXC-KEY
004060         INVALID KEY
004070             SET WS-EXC-EOF TO TRUE
004080     END-START.
004090     PERFORM 4600-LEER-ACTIVA
004100         THRU 4600-LEER-ACTIVA-EXIT
004110         UNTIL WS-EXC-EOF.
004120     IF WS-LIST-CNT = ZERO
004130         DISPLAY "No hay excepciones activas."
004140     ELSE
004150         MOVE WS-LIST-CNT    TO WS-LIST-CNT-ED
004160         MOVE WS-OVERDUE-CNT TO WS-OVERDUE-CNT-ED
004170         DISPLAY WS-LIST-CNT-ED " excepciones activas, "
004180             WS-OVERDUE-CNT-ED " vencidas (*)."
004190     END-IF.
004200 4500-LISTAR-ACTIVAS-EXIT.
004210     EXIT.
004220*
004230 4600-LEER-ACTIVA.
004240     READ EXC-QUEUE-FILE NEXT RECORD
004250         AT END
004260             SET WS-EXC-EOF TO TRUE
004270             GO TO 4600-LEER-ACTIVA-EXIT
004280     END-READ.
004290     IF NOT EXC-TYPE-HEADER OR NOT EXC-ACTIVE
004300         GO TO 4600-LEER-ACTIVA-EXIT
004310     END-IF.
004320     IF WS-ENT-STEP NOT = SPACES
004330             AND EXC-SOURCE-STEP NOT = WS-ENT-STEP
004340         GO TO 4600-LEER-ACTIVA-EXIT
004350     END-IF.
004360     IF WS-ENT-OWNER = "*"
004370         IF EXC-OWNER NOT = SPACES
004380             GO TO 4600-LEER-ACTIVA-EXIT
004390         END-IF
004400     ELSE
004410         IF WS-ENT-OWNER NOT = SPACES
004420                 AND EXC-OWNER NOT = WS-ENT-OWNER
004430             GO TO 4600-LEER-ACTIVA-EXIT
004440         END-IF
004450     END-IF.
004460     ADD 1 TO WS-LIST-CNT.
004470     IF EXC-DUE-DATE < WS-BUS-DATE
004480         ADD 1 TO WS-OVERDUE-CNT
004490     END-IF.
004500     MOVE EXC-REC TO EXH-REC.
004510     PERFORM 2500-MOSTRAR-EXCEPCION
004520         THRU 2500-MOSTRAR-EXCEPCION-EXIT.
004530 4600-LEER-ACTIVA-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570* 5000-TOMAR-EXCEPCION - THE SIGNED-ON OPERATOR TAKES OWNERSHIP
004580*                        OF AN ACTIVE EXCEPTION. ONE ALREADY
004590*                        OWNED BY SOMEBODY ELSE CAN ONLY BE TAKEN
004600*                        OVER BY A SUPERVISOR (LEVEL 3), AND THE
004610*                        NOTE NAMES THE PREVIOUS OWNER.
004620******************************************************************
004630 5000-TOMAR-EXCEPCION.
004640     PERFORM 2150-PEDIR-EXCEPCION-ACTIVA
004650         THRU 2150-PEDIR-EXCEPCION-ACTIVA-EXIT.
004660     IF NOT WS-EXC-FOUND
004670         GO TO 5000-TOMAR-EXCEPCION-EXIT
004680     END-IF.
004690     MOVE 1 TO WS-LIST-CNT.
004700     PERFORM 2500-MOSTRAR-EXCEPCION
004710         THRU 2500-MOSTRAR-EXCEPCION-EXIT.
004720     IF EXH-OWNER = LNK-OPERATOR-ID
004730         DISPLAY "La excepcion ya es suya."
004740         GO TO 5000-TOMAR-EXCEPCION-EXIT
004750     END-IF.
004760     IF EXH-OWNER NOT = SPACES AND WS-SIGNON-LEVEL < 3
004770         DISPLAY "Error: la excepcion es de " EXH-OWNER
004780             "; solo un supervisor (nivel 3) puede quitarsela."
004790         GO TO 5000-TOMAR-EXCEPCION-EXIT
004800     END-IF.
004810     DISPLAY "Tomar la excepcion " EXH-NO "? (S/N): ".
004820     ACCEPT WS-ENT-CONFIRM.
004830     IF WS-ENT-CONFIRM NOT = "S" AND WS-ENT-CONFIRM NOT = "s"
004840         GO TO 5000-TOMAR-EXCEPCION-EXIT
004850     END-IF.
004860     MOVE EXH-OWNER       TO WS-PREV-OWNER.
004870     MOVE LNK-OPERATOR-ID TO EXH-OWNER.
004880     MOVE WS-BUS-DATE     TO EXH-OWNED-DATE.
004890     SET EXH-OWNED        TO TRUE.
004900     MOVE SPACES TO WS-NOTE-TEXT.
004910     IF WS-PREV-OWNER = SPACES
004920         STRING "EXCEPCION TOMADA POR " DELIMITED BY SIZE
004930             LNK-OPERATOR-ID             DELIMITED BY SPACE
004940             INTO WS-NOTE-TEXT
004950         END-STRING
004960     ELSE
004970         STRING "EXCEPCION TOMADA POR " DELIMITED BY SIZE
004980             LNK-OPERATOR-ID             DELIMITED BY SPACE
004990             "; ANTES DE "               DELIMITED BY SIZE
005000             WS-PREV-OWNER               DELIMITED BY SPACE
005010             INTO WS-NOTE-TEXT
005020         END-STRING
005030     END-IF.
005040     PERFORM 2300-GRABAR-NOTA
005050         THRU 2300-GRABAR-NOTA-EXIT.
005060     DISPLAY "Excepcion " EXH-NO " tomada por " EXH-OWNER ".".
005070 5000-TOMAR-EXCEPCION-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110* 5500-ANADIR-NOTA - APPEND A DATED NOTE TO ANY EXCEPTION.
005120******************************************************************
005130 5500-ANADIR-NOTA.
005140     PERFORM 2100-PEDIR-EXCEPCION
005150         THRU 2100-PEDIR-EXCEPCION-EXIT.
005160     IF NOT WS-EXC-FOUND
005170         GO TO 5500-ANADIR-NOTA-EXIT
005180     END-IF.
005190     DISPLAY "Nota (hasta 70 caracteres, ENTER=cancelar): ".
005200     MOVE SPACES TO WS-NOTE-TEXT.
005210     ACCEPT WS-NOTE-TEXT.
005220     IF WS-NOTE-TEXT = SPACES
005230         DISPLAY "Nota cancelada."
005240         GO TO 5500-ANADIR-NOTA-EXIT
005250     END-IF.
005260     PERFORM 2300-GRABAR-NOTA
005270         THRU 2300-GRABAR-NOTA-EXIT.
005280     DISPLAY "Nota anadida a la excepcion " EXH-NO ".".
005290 5500-ANADIR-NOTA-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330* 7000-CERRAR-EXCEPCION - CLOSE AN OWNED EXCEPTION WITH A
005340*                         RESOLUTION NOTE. ONLY THE OWNER OR A
005350*                         SUPERVISOR (LEVEL 3) MAY CLOSE IT; THE
005360*                         CLOSER AND DATE ARE KEPT ON THE HEADER
005370*                         AND IN A CLOSING NOTE.
005380******************************************************************
005390 7000-CERRAR-EXCEPCION.
005400     PERFORM 2150-PEDIR-EXCEPCION-ACTIVA
005410         THRU 2150-PEDIR-EXCEPCION-ACTIVA-EXIT.
005420     IF NOT WS-EXC-FOUND
005430         GO TO 7000-CERRAR-EXCEPCION-EXIT
005440     END-IF.
005450     MOVE 1 TO WS-LIST-CNT.
005460     PERFORM 2500-MOSTRAR-EXCEPCION
005470         THRU 2500-MOSTRAR-EXCEPCION-EXIT.
005480     IF EXH-NEW
005490         DISPLAY "Error: la excepcion no tiene dueno; tomela "
005500             "con la opcion T antes de cerrarla."
005510         GO TO 7000-CERRAR-EXCEPCION-EXIT
005520     END-IF.
005530     IF EXH-OWNER NOT = LNK-OPERATOR-ID AND WS-SIGNON-LEVEL < 3
005540         DISPLAY "Error: solo " EXH-OWNER " o un supervisor "
005550             "(nivel 3) puede cerrar esta excepcion."
005560         GO TO 7000-CERRAR-EXCEPCION-EXIT
005570     END-IF.
005580     DISPLAY "Resolucion (hasta 70 caracteres): ".
005590     MOVE SPACES TO WS-RES-TEXT.
005600     ACCEPT WS-RES-TEXT.
005610     IF WS-RES-TEXT = SPACES
005620         DISPLAY "Error: la resolucion es obligatoria."
005630         GO TO 7000-CERRAR-EXCEPCION-EXIT
005640     END-IF.
005650     MOVE WS-RES-TEXT TO WS-NOTE-TEXT.
005660     PERFORM 2300-GRABAR-NOTA
005670         THRU 2300-GRABAR-NOTA-EXIT.
005680     SET EXH-CLOSED       TO TRUE.
005690     MOVE LNK-OPERATOR-ID TO EXH-CLOSED-BY.
005700     MOVE WS-BUS-DATE     TO EXH-CLOSED-DATE.
005710     MOVE SPACES TO WS-NOTE-TEXT.
005720     STRING "EXCEPCION CERRADA POR " DELIMITED BY SIZE
005730         LNK-OPERATOR-ID              DELIMITED BY SPACE
005740         "; DUENO "                   DELIMITED BY SIZE
005750         EXH-OWNER                    DELIMITED BY SPACE
005760         INTO WS-NOTE-TEXT
005770     END-STRING.
005780     PERFORM 2300-GRABAR-NOTA
005790         THRU 2300-GRABAR-NOTA-EXIT.
005800     DISPLAY "Excepcion " EXH-NO " cerrada.".
005810 7000-CERRAR-EXCEPCION-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850* 8000-TERMINATE - CLOSE THE FILES.
005860******************************************************************
005870 8000-TERMINATE.
005880     IF WS-EXC-FILE-OPEN
005890         CLOSE EXC-QUEUE-FILE
005900     END-IF.
005910     IF WS-OPER-FILE-OPEN
005920         CLOSE OPER-MASTER-FILE
005930     END-IF.
005940 8000-TERMINATE-EXIT.
005950     EXIT.
005960 END PROGRAM EXCMNT.
