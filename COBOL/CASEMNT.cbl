000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      DISPUTE INVESTIGATION CASE MAINTENANCE. WHEN A
000160*               BRANCH DISPUTES A FIGURE, THE CLERK OPENS A CASE
000170*               ON THE CASE FILE (CASEREC, DD CASEMAST) FOR THE
000180*               BRANCH (BRCHREC, DD BRCHMAST), ASSIGNS IT TO AN
000190*               OPERATOR (OPERREC, DD OPERMAST), LINKS THE
000200*               HISTORY ROWS UNDER DISPUTE BY RUN DATE AND
000210*               SEQUENCE (AS FOUND IN HISTINQ OR RESTORED BY
000220*               ARCHINQ), AND KEEPS DATED NOTES ON THE CASE
000230*               INSTEAD OF IN MAIL. A CASE IS REASSIGNED OR PUT
000240*               WAITING ON THE BRANCH, AND FINALLY RESOLVED OR
000250*               WITHDRAWN; A SUPERVISOR (LEVEL 3 ON THE OPERATOR
000260*               MASTER) RESOLVING A CASE CAN HAVE REVPOST REVERSE
000270*               ANY LINKED ROW, AND THE CONTRA ROW'S KEY IS KEPT
000280*               ON THE LINK. EVERY CHANGE OF STATE, ASSIGNEE OR
000290*               LINK IS ALSO WRITTEN AS A NOTE, SO THE NOTES ARE
000300*               THE CASE'S HISTORY. REACHED FROM THE COBOL5
000310*               SESSION MENU (LEVEL 2).
000320* TECTONICS:    cobc
000330*
000340* MODIFICATION HISTORY
000350*   2026-10-15  RA  INITIAL VERSION.
000353*   2026-10-15  RA  THE REVERSAL POSTED FOR A CASE CARRIES THE
000356*                   SESSION STAMP.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CASEMNT.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CASE-KEY
000460         FILE STATUS IS WS-CASE-STATUS.
000470     SELECT BRCH-MASTER-FILE ASSIGN TO BRCHMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BRCH-ID
000510         FILE STATUS IS WS-BRCH-STATUS.
000520     SELECT OPER-MASTER-FILE ASSIGN TO OPERMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OPER-ID
000560         FILE STATUS IS WS-OPER-STATUS.
000570     SELECT HISTORY-FILE ASSIGN TO HISTORY
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HIST-KEY
000610         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNCTL-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CASE-MASTER-FILE.
000700     COPY CASEREC.
000710 FD  BRCH-MASTER-FILE.
000720     COPY BRCHREC.
000730 FD  OPER-MASTER-FILE.
000740     COPY OPERREC.
000750 FD  HISTORY-FILE.
000760     COPY HISTREC.
000770 FD  RUN-CTL-FILE
000780     RECORDING MODE IS F.
000790     COPY RUNCTLRC.
000800 WORKING-STORAGE SECTION.
000810     COPY CASEREC REPLACING LEADING ==CASE== BY ==CSH==.
000820     COPY LNKPARMS REPLACING LEADING ==LNK== BY ==CSR==.
000830 77  WS-CASE-STATUS         PIC X(02) VALUE SPACES.
000840     88 WS-CASE-OK                    VALUE "00".
000850 77  WS-BRCH-STATUS         PIC X(02) VALUE SPACES.
000860 77  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
000870 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
000880 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000890 77  WS-CASE-FILE-SW        PIC X(01) VALUE "N".
000900     88 WS-CASE-FILE-OPEN             VALUE "Y".
000910 77  WS-BRCH-FILE-SW        PIC X(01) VALUE "N".
000920     88 WS-BRCH-FILE-OPEN             VALUE "Y".
000930 77  WS-OPER-FILE-SW        PIC X(01) VALUE "N".
000940     88 WS-OPER-FILE-OPEN             VALUE "Y".
000950 77  WS-CASE-FOUND-SW       PIC X(01) VALUE "N".
000960     88 WS-CASE-FOUND                 VALUE "Y".
000970 77  WS-HIST-FOUND-SW       PIC X(01) VALUE "N".
000980     88 WS-HIST-FOUND                 VALUE "Y".
000990 77  WS-OPER-VALID-SW       PIC X(01) VALUE "N".
001000     88 WS-OPER-VALID                 VALUE "Y".
001010 77  WS-LINK-DUP-SW         PIC X(01) VALUE "N".
001020     88 WS-LINK-DUP                   VALUE "Y".
001030 77  WS-CASE-EOF-SW         PIC X(01) VALUE "N".
001040     88 WS-CASE-EOF                   VALUE "Y".
001050 77  WS-BUS-DATE            PIC 9(08) VALUE ZERO.
001060 77  WS-BUS-INT             PIC 9(07) VALUE ZERO.
001070 77  WS-SIGNON-LEVEL        PIC 9(01) VALUE ZERO.
001080 77  WS-AGE-DAYS            PIC S9(05) VALUE ZERO.
001090 77  WS-LIST-CNT            PIC 9(06) COMP VALUE ZERO.
001100 77  WS-LIST-CNT-ED         PIC Z(5)9.
001110 77  WS-LINK-SUB            PIC 9(03) VALUE ZERO.
001120 77  WS-REVERSED-CNT        PIC 9(03) VALUE ZERO.
001130 01  WS-OPCION              PIC X(01).
001140 01  WS-ENT-CASE-NO         PIC 9(06).
001150 01  WS-ENT-BRANCH          PIC X(04).
001160 01  WS-ENT-OPER            PIC X(08).
001170 01  WS-ENT-SUBJECT         PIC X(40).
001180 01  WS-ENT-STATUS          PIC X(01).
001190 01  WS-ENT-DATE            PIC X(08).
001200 01  WS-ENT-SEQ             PIC X(08).
001210 01  WS-ENT-CONFIRM         PIC X(01).
001220 01  WS-LINK-DATE           PIC 9(08) VALUE ZERO.
001230 01  WS-LINK-SEQ            PIC 9(08) VALUE ZERO.
001240 01  WS-NOTE-TEXT           PIC X(70).
001250 01  WS-RES-TEXT            PIC X(70).
001260 01  WS-HIST-RESULT-ED      PIC -,---,---,--9.99.
001270 01  WS-CASE-LINE.
001280     05 WS-CL-CASE-NO       PIC 9(06).
001290     05 FILLER              PIC X(01) VALUE SPACE.
001300     05 WS-CL-BRANCH        PIC X(04).
001310     05 FILLER              PIC X(01) VALUE SPACE.
001320     05 WS-CL-ASSIGNED      PIC X(08).
001330     05 FILLER              PIC X(01) VALUE SPACE.
001340     05 WS-CL-STATUS        PIC X(01).
001350     05 FILLER              PIC X(01) VALUE SPACE.
001360     05 WS-CL-OPENED        PIC 9(08).
001370     05 FILLER              PIC X(01) VALUE SPACE.
001380     05 WS-CL-AGE           PIC ZZZZ9.
001390     05 FILLER              PIC X(01) VALUE SPACE.
001400     05 WS-CL-LINKS         PIC ZZ9.
001410     05 FILLER              PIC X(01) VALUE SPACE.
001420     05 WS-CL-SUBJECT       PIC X(40).
001430 01  WS-LINK-LINE.
001440     05 FILLER              PIC X(02) VALUE SPACES.
001450     05 WS-LL-LINE-NO       PIC ZZ9.
001460     05 FILLER              PIC X(01) VALUE SPACE.
001470     05 WS-LL-DATE          PIC 9(08).
001480     05 FILLER              PIC X(01) VALUE "/".
001490     05 WS-LL-SEQ           PIC 9(08).
001500     05 FILLER              PIC X(01) VALUE SPACE.
001510     05 WS-LL-HIST-STATUS   PIC X(01).
001520     05 FILLER              PIC X(01) VALUE SPACE.
001530     05 WS-LL-BRANCH        PIC X(04).
001540     05 FILLER              PIC X(01) VALUE SPACE.
001550     05 WS-LL-RESULT        PIC -,---,---,--9.99.
001560     05 FILLER              PIC X(01) VALUE SPACE.
001570     05 WS-LL-CURRENCY      PIC X(03).
001580     05 FILLER              PIC X(01) VALUE SPACE.
001590     05 WS-LL-REMARK        PIC X(30).
001600 01  WS-NOTE-LINE.
001610     05 FILLER              PIC X(02) VALUE SPACES.
001620     05 WS-NL-DATE          PIC 9(08).
001630     05 FILLER              PIC X(01) VALUE SPACE.
001640     05 WS-NL-BY            PIC X(08).
001650     05 FILLER              PIC X(01) VALUE SPACE.
001660     05 WS-NL-TEXT          PIC X(70).
001670 LINKAGE SECTION.
001680     COPY LNKPARMS.
001690 PROCEDURE DIVISION USING LNK-PARMS.
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE
001720         THRU 1000-INITIALIZE-EXIT.
001730     PERFORM 2000-MENU-CASOS
001740         THRU 2000-MENU-CASOS-EXIT
001750         UNTIL WS-OPCION = "X" OR WS-OPCION = "x".
001760     PERFORM 8000-TERMINATE
001770         THRU 8000-TERMINATE-EXIT.
001780     GOBACK.
001790*
001800******************************************************************
001810* 1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE CASE FILE
001820*                   FOR UPDATE (CREATING IT EMPTY ON ITS VERY
001830*                   FIRST USE) AND THE BRANCH AND OPERATOR
001840*                   MASTERS FOR THE LOOKUPS, AND TAKE THE SIGNED-
001850*                   ON OPERATOR'S AUTHORITY LEVEL FROM THE
001860*                   OPERATOR MASTER.
001870******************************************************************
001880 1000-INITIALIZE.
001890     MOVE SPACE TO WS-OPCION.
001900     OPEN INPUT RUN-CTL-FILE.
001910     IF WS-RUNCTL-STATUS = "00"
001920         READ RUN-CTL-FILE
001930             AT END
001940                 CONTINUE
001950             NOT AT END
001960                 IF RCT-TYPE-CONTROL
001970                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001980                 END-IF
001990         END-READ
002000         CLOSE RUN-CTL-FILE
002010     END-IF.
002020     IF WS-BUS-DATE = ZERO
002030         DISPLAY "Aviso: fecha de negocio no disponible; se "
002040             "usa la fecha del sistema."
002050         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002060     END-IF.
002070     COMPUTE WS-BUS-INT
002080         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
002090     OPEN I-O CASE-MASTER-FILE.
002100     IF WS-CASE-STATUS = "35"
002110         OPEN OUTPUT CASE-MASTER-FILE
002120         CLOSE CASE-MASTER-FILE
002130         OPEN I-O CASE-MASTER-FILE
002140     END-IF.
002150     IF NOT WS-CASE-OK
002160         DISPLAY "Error: no se pudo abrir el archivo de casos; "
002170             "estado " WS-CASE-STATUS
002180         MOVE "X" TO WS-OPCION
002190         GO TO 1000-INITIALIZE-EXIT
002200     END-IF.
002210     SET WS-CASE-FILE-OPEN TO TRUE.
002220     OPEN INPUT BRCH-MASTER-FILE.
002230     IF WS-BRCH-STATUS = "00"
002240         SET WS-BRCH-FILE-OPEN TO TRUE
002250     ELSE
002260         DISPLAY "Aviso: maestro de sucursales no disponible; "
002270             "la sucursal no se valida."
002280     END-IF.
002290     OPEN INPUT OPER-MASTER-FILE.
002300     IF WS-OPER-STATUS = "00"
002310         SET WS-OPER-FILE-OPEN TO TRUE
002320         MOVE LNK-OPERATOR-ID TO OPER-ID
002330         READ OPER-MASTER-FILE
002340             INVALID KEY
002350                 CONTINUE
002360             NOT INVALID KEY
002370                 MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL
002380         END-READ
002390     ELSE
002400         DISPLAY "Aviso: maestro de operadores no disponible; "
002410             "el asignado no se valida y no se ofrecen "
002420             "reversiones."
002430     END-IF.
002440 1000-INITIALIZE-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480* 2000-MENU-CASOS - ASK FOR AND DISPATCH ONE ACTION.
002490******************************************************************
002500 2000-MENU-CASOS.
002510     DISPLAY "Casos de investigacion:".
002520     DISPLAY "  A - Abrir un caso".
002530     DISPLAY "  C - Consultar un caso".
002540     DISPLAY "  L - Listar los casos activos".
002550     DISPLAY "  V - Vincular una fila de historial".
002560     DISPLAY "  N - Anadir una nota".
002570     DISPLAY "  E - Cambiar estado o reasignar".
002580     DISPLAY "  R - Resolver o retirar un caso".
002590     DISPLAY "  X - Salir".
002600     DISPLAY "Seleccione una opcion: ".
002610     ACCEPT WS-OPCION.
002620     EVALUATE WS-OPCION
002630         WHEN "A"
002640         WHEN "a"
002650             PERFORM 3000-ABRIR-CASO
002660                 THRU 3000-ABRIR-CASO-EXIT
002670         WHEN "C"
002680         WHEN "c"
002690             PERFORM 4000-CONSULTAR-CASO
002700                 THRU 4000-CONSULTAR-CASO-EXIT
002710         WHEN "L"
002720         WHEN "l"
002730             PERFORM 4500-LISTAR-ACTIVOS
002740                 THRU 4500-LISTAR-ACTIVOS-EXIT
002750         WHEN "V"
002760         WHEN "v"
002770             PERFORM 5000-VINCULAR-FILA
002780                 THRU 5000-VINCULAR-FILA-EXIT
002790         WHEN "N"
002800         WHEN "n"
002810             PERFORM 5500-ANADIR-NOTA
002820                 THRU 5500-ANADIR-NOTA-EXIT
002830         WHEN "E"
002840         WHEN "e"
002850             PERFORM 6000-CAMBIAR-ESTADO
002860                 THRU 6000-CAMBIAR-ESTADO-EXIT
002870         WHEN "R"
002880         WHEN "r"
002890             PERFORM 7000-RESOLVER-CASO
002900                 THRU 7000-RESOLVER-CASO-EXIT
002910         WHEN "X"
002920         WHEN "x"
002930             CONTINUE
002940         WHEN OTHER
002950             DISPLAY "Opcion invalida. Introduzca A, C, L, V, N, "
002960                 "E, R o X."
002970     END-EVALUATE.
002980 2000-MENU-CASOS-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020* 2100-PEDIR-CASO - ASK FOR A CASE NUMBER AND READ ITS HEADER
003030*                   INTO CSH-REC; WS-CASE-FOUND TELLS THE CALLER
003040*                   WHETHER IT EXISTS.
003050******************************************************************
003060 2100-PEDIR-CASO.
003070     MOVE "N" TO WS-CASE-FOUND-SW.
003080     DISPLAY "Numero de caso: ".
003090     ACCEPT WS-ENT-CASE-NO.
003100     IF WS-ENT-CASE-NO NOT NUMERIC OR WS-ENT-CASE-NO = ZERO
003110         DISPLAY "Error: numero de caso no valido."
003120         GO TO 2100-PEDIR-CASO-EXIT
003130     END-IF.
003140     MOVE WS-ENT-CASE-NO TO CASE-NO.
003150     SET CASE-TYPE-HEADER TO TRUE.
003160     MOVE ZERO TO CASE-LINE-NO.
003170     READ CASE-MASTER-FILE
003180         INVALID KEY
003190             DISPLAY "No existe el caso " WS-ENT-CASE-NO "."
003200             GO TO 2100-PEDIR-CASO-EXIT
003210     END-READ.
003220     MOVE CASE-REC TO CSH-REC.
003230     SET WS-CASE-FOUND TO TRUE.
003240 2100-PEDIR-CASO-EXIT.
003250     EXIT.
003260*
003270******************************************************************
003280* 2150-PEDIR-CASO-ACTIVO - AS 2100, BUT THE CASE MUST STILL BE
003290*                          OPEN OR WAITING ON THE BRANCH.
003300******************************************************************
003310 2150-PEDIR-CASO-ACTIVO.
003320     PERFORM 2100-PEDIR-CASO
003330         THRU 2100-PEDIR-CASO-EXIT.
003340     IF WS-CASE-FOUND AND NOT CSH-ACTIVE
003350         DISPLAY "El caso " CSH-NO " ya esta cerrado (estado "
003360             CSH-STATUS " el " CSH-STATUS-DATE " por "
003370             CSH-CLOSED-BY ")."
003380         MOVE "N" TO WS-CASE-FOUND-SW
003390     END-IF.
003400 2150-PEDIR-CASO-ACTIVO-EXIT.
003410     EXIT.
003420*
003430******************************************************************
003440* 2200-VALIDAR-OPERADOR - WS-ENT-OPER MUST BE AN ACTIVE ROW ON
003450*                         THE OPERATOR MASTER (NOT CHECKED WHEN
003460*                         THE MASTER COULD NOT BE OPENED).
003470******************************************************************
003480 2200-VALIDAR-OPERADOR.
003490     SET WS-OPER-VALID TO TRUE.
003500     IF NOT WS-OPER-FILE-OPEN
003510         GO TO 2200-VALIDAR-OPERADOR-EXIT
003520     END-IF.
003530     MOVE WS-ENT-OPER TO OPER-ID.
003540     READ OPER-MASTER-FILE
003550         INVALID KEY
003560             DISPLAY "Error: el operador " WS-ENT-OPER
003570                 " no existe."
003580             MOVE "N" TO WS-OPER-VALID-SW
003590             GO TO 2200-VALIDAR-OPERADOR-EXIT
003600     END-READ.
003610     IF NOT OPER-ACTIVE
003620         DISPLAY "Error: el operador " WS-ENT-OPER
003630             " no esta activo."
003640         MOVE "N" TO WS-OPER-VALID-SW
003650     END-IF.
003660 2200-VALIDAR-OPERADOR-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700* 2300-GRABAR-NOTA - APPEND WS-NOTE-TEXT AS THE NEXT DATED NOTE
003710*                    OF THE CASE IN CSH-REC AND REWRITE THE
003720*                    HEADER WITH THE NEW NOTE COUNT AND ANY OTHER
003730*                    CHANGE THE CALLER MADE TO CSH-REC.
003740******************************************************************
003750 2300-GRABAR-NOTA.
003760     ADD 1 TO CSH-LAST-NOTE.
003770     MOVE SPACES          TO CASE-REC.
003780     MOVE CSH-NO          TO CASE-NO.
003790     SET CASE-TYPE-NOTE   TO TRUE.
003800     MOVE CSH-LAST-NOTE   TO CASE-LINE-NO.
003810     MOVE WS-BUS-DATE     TO CASE-NOTE-DATE.
003820     MOVE LNK-OPERATOR-ID TO CASE-NOTE-BY.
003830     MOVE WS-NOTE-TEXT    TO CASE-NOTE-TEXT.
003840     WRITE CASE-REC
003850         INVALID KEY
003860             DISPLAY "Error: no se pudo grabar la nota; estado "
003870                 WS-CASE-STATUS
003880     END-WRITE.
003890     PERFORM 2400-REGRABAR-CABECERA
003900         THRU 2400-REGRABAR-CABECERA-EXIT.
003910 2300-GRABAR-NOTA-EXIT.
003920     EXIT.
003930*
003940 2400-REGRABAR-CABECERA.
003950     MOVE CSH-REC TO CASE-REC.
003960     REWRITE CASE-REC
003970         INVALID KEY
003980             DISPLAY "Error: no se pudo regrabar el caso "
003990                 CSH-NO "; estado " WS-CASE-STATUS
004000     END-REWRITE.
004010 2400-REGRABAR-CABECERA-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050* 2500-MOSTRAR-CASO - DISPLAY THE HEADER IN CSH-REC AS ONE
004060*                     LISTING LINE WITH ITS AGE IN DAYS.
004070******************************************************************
004080 2500-MOSTRAR-CASO.
004090     IF WS-LIST-CNT = 1
004100         DISPLAY "CASO   SUC. ASIGNADO E ABIERTO   DIAS VIN "
004110             "ASUNTO"
004120     END-IF.
004130     MOVE CSH-NO           TO WS-CL-CASE-NO.
004140     MOVE CSH-BRANCH-ID    TO WS-CL-BRANCH.
004150     MOVE CSH-ASSIGNED-TO  TO WS-CL-ASSIGNED.
004160     MOVE CSH-STATUS       TO WS-CL-STATUS.
004170     MOVE CSH-OPENED-DATE  TO WS-CL-OPENED.
004180     COMPUTE WS-AGE-DAYS = WS-BUS-INT
004190         - FUNCTION INTEGER-OF-DATE(CSH-OPENED-DATE).
004200     MOVE WS-AGE-DAYS      TO WS-CL-AGE.
004210     MOVE CSH-LAST-LINK    TO WS-CL-LINKS.
004220     MOVE CSH-SUBJECT      TO WS-CL-SUBJECT.
004230     DISPLAY WS-CASE-LINE.
004240 2500-MOSTRAR-CASO-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280* 3000-ABRIR-CASO - OPEN A NEW CASE: BRANCH, SUBJECT AND
004290*                   ASSIGNEE (BLANK = THE SIGNED-ON OPERATOR),
004300*                   UNDER THE NEXT CASE NUMBER, WITH AN OPENING
004310*                   NOTE AND AN OPTIONAL FIRST NOTE.
004320******************************************************************
004330 3000-ABRIR-CASO.
004340     DISPLAY "Sucursal que presenta la disputa (4 caracteres): ".
004350     ACCEPT WS-ENT-BRANCH.
004360     IF WS-ENT-BRANCH = SPACES
004370         DISPLAY "Error: la sucursal es obligatoria."
004380         GO TO 3000-ABRIR-CASO-EXIT
004390     END-IF.
004400     IF WS-BRCH-FILE-OPEN
004410         MOVE WS-ENT-BRANCH TO BRCH-ID
004420         READ BRCH-MASTER-FILE
004430             INVALID KEY
004440                 DISPLAY "Error: la sucursal " WS-ENT-BRANCH
004450                     " no existe en el maestro de sucursales."
004460                 GO TO 3000-ABRIR-CASO-EXIT
004470         END-READ
004480     END-IF.
004490     DISPLAY "Asunto (hasta 40 caracteres): ".
004500     ACCEPT WS-ENT-SUBJECT.
004510     IF WS-ENT-SUBJECT = SPACES
004520         DISPLAY "Error: el asunto es obligatorio."
004530         GO TO 3000-ABRIR-CASO-EXIT
004540     END-IF.
004550     DISPLAY "Asignar a (operador, ENTER=usted mismo): ".
004560     ACCEPT WS-ENT-OPER.
004570     IF WS-ENT-OPER = SPACES
004580         MOVE LNK-OPERATOR-ID TO WS-ENT-OPER
004590     END-IF.
004600     PERFORM 2200-VALIDAR-OPERADOR
004610         THRU 2200-VALIDAR-OPERADOR-EXIT.
004620     IF NOT WS-OPER-VALID
004630         GO TO 3000-ABRIR-CASO-EXIT
004640     END-IF.
004650     PERFORM 3100-ASIGNAR-NUMERO
004660         THRU 3100-ASIGNAR-NUMERO-EXIT.
004670     IF NOT WS-CASE-OK
004680         GO TO 3000-ABRIR-CASO-EXIT
004690     END-IF.
004700     MOVE SPACES           TO CSH-REC.
004710     MOVE CASE-LAST-CASE-NO TO CSH-NO.
004720     SET CSH-TYPE-HEADER   TO TRUE.
004730     MOVE ZERO             TO CSH-LINE-NO.
004740     MOVE WS-ENT-BRANCH    TO CSH-BRANCH-ID.
004750     MOVE LNK-OPERATOR-ID  TO CSH-OPENED-BY.
004760     MOVE WS-BUS-DATE      TO CSH-OPENED-DATE.
004770     MOVE WS-ENT-OPER      TO CSH-ASSIGNED-TO.
004780     SET CSH-OPEN          TO TRUE.
004790     MOVE WS-BUS-DATE      TO CSH-STATUS-DATE.
004800     MOVE WS-ENT-SUBJECT   TO CSH-SUBJECT.
004810     MOVE ZERO             TO CSH-LAST-LINK.
004820     MOVE ZERO             TO CSH-LAST-NOTE.
004830     MOVE CSH-REC TO CASE-REC.
004840     WRITE CASE-REC
004850         INVALID KEY
004860             DISPLAY "Error: no se pudo grabar el caso; estado "
004870                 WS-CASE-STATUS
004880             GO TO 3000-ABRIR-CASO-EXIT
004890     END-WRITE.
004900     MOVE SPACES TO WS-NOTE-TEXT.
004910     STRING "CASO ABIERTO; ASIGNADO A " DELIMITED BY SIZE
004920         WS-ENT-OPER              DELIMITED BY SPACE
004930         INTO WS-NOTE-TEXT
004940     END-STRING.
004950     PERFORM 2300-GRABAR-NOTA
004960         THRU 2300-GRABAR-NOTA-EXIT.
004970     DISPLAY "Nota inicial (ENTER=ninguna): ".
004980     MOVE SPACES TO WS-NOTE-TEXT.
004990     ACCEPT WS-NOTE-TEXT.
005000     IF WS-NOTE-TEXT NOT = SPACES
005010         PERFORM 2300-GRABAR-NOTA
005020             THRU 2300-GRABAR-NOTA-EXIT
005030     END-IF.
005040     DISPLAY "Caso " CSH-NO " abierto. Use la opcion V para "
005050         "vincular las filas de historial en disputa.".
005060 3000-ABRIR-CASO-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100* 3100-ASIGNAR-NUMERO - ISSUE THE NEXT CASE NUMBER FROM THE
005110*                       CONTROL ROW (CASE ZERO), CREATING IT ON
005120*                       FIRST USE. THE NUMBER ISSUED IS LEFT IN
005130*                       CASE-LAST-CASE-NO.
005140******************************************************************
005150 3100-ASIGNAR-NUMERO.
005160     MOVE SPACES TO CASE-REC.
005170     MOVE ZERO   TO CASE-NO.
005180     SET CASE-TYPE-CONTROL TO TRUE.
005190     MOVE ZERO   TO CASE-LINE-NO.
005200     READ CASE-MASTER-FILE
005210         INVALID KEY
005220             MOVE SPACES TO CASE-REC
005230             MOVE ZERO   TO CASE-NO
005240             SET CASE-TYPE-CONTROL TO TRUE
005250             MOVE ZERO   TO CASE-LINE-NO
005260             MOVE ZERO   TO CASE-LAST-CASE-NO
005270             WRITE CASE-REC
005280                 INVALID KEY
005290                     CONTINUE
005300             END-WRITE
005310     END-READ.
005320     ADD 1 TO CASE-LAST-CASE-NO.
005330     REWRITE CASE-REC
005340         INVALID KEY
005350             DISPLAY "Error: no se pudo asignar el numero de "
005360                 "caso; estado " WS-CASE-STATUS
005370     END-REWRITE.
005380 3100-ASIGNAR-NUMERO-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420* 4000-CONSULTAR-CASO - DISPLAY ONE CASE: ITS HEADER, EVERY
005430*                       LINKED HISTORY ROW AS IT STANDS TODAY ON
005440*                       THE HISTORY FILE, AND ITS NOTES IN ORDER.
005450******************************************************************
005460 4000-CONSULTAR-CASO.
005470     PERFORM 2100-PEDIR-CASO
005480         THRU 2100-PEDIR-CASO-EXIT.
005490     IF NOT WS-CASE-FOUND
005500         GO TO 4000-CONSULTAR-CASO-EXIT
005510     END-IF.
005520     MOVE 1 TO WS-LIST-CNT.
005530     PERFORM 2500-MOSTRAR-CASO
005540         THRU 2500-MOSTRAR-CASO-EXIT.
005550     DISPLAY "Abierto por " CSH-OPENED-BY "; estado " CSH-STATUS
005560         " desde " CSH-STATUS-DATE " (O=abierto, P=en espera de "
005570         "la sucursal, R=resuelto, W=retirado).".
005580     IF CSH-LAST-LINK > ZERO
005590         DISPLAY "Filas vinculadas (E = estado en el historial):"
005600     END-IF.
005610     MOVE CSH-NO TO CASE-NO.
005620     SET CASE-TYPE-LINK TO TRUE.
005630     MOVE ZERO   TO CASE-LINE-NO.
005640     MOVE "N"    TO WS-CASE-EOF-SW.
005650     START CASE-MASTER-FILE KEY IS NOT LESS THAN CASE-KEY
005660         INVALID KEY
005670             SET WS-CASE-EOF TO TRUE
005680     END-START.
005690     PERFORM 4100-MOSTRAR-DETALLE
005700         THRU 4100-MOSTRAR-DETALLE-EXIT
005710         UNTIL WS-CASE-EOF.
005720 4000-CONSULTAR-CASO-EXIT.
005730     EXIT.
005740*
005750 4100-MOSTRAR-DETALLE.
005760     READ CASE-MASTER-FILE NEXT RECORD
005770         AT END
005780             SET WS-CASE-EOF TO TRUE
005790             GO TO 4100-MOSTRAR-DETALLE-EXIT
005800     END-READ.
005810     IF CASE-NO NOT = CSH-NO
005820         SET WS-CASE-EOF TO TRUE
005830         GO TO 4100-MOSTRAR-DETALLE-EXIT
005840     END-IF.
005850     IF CASE-TYPE-NOTE
005860         IF CASE-LINE-NO = 1
005870             DISPLAY "Notas:"
005880         END-IF
005890         MOVE CASE-NOTE-DATE TO WS-NL-DATE
005900         MOVE CASE-NOTE-BY   TO WS-NL-BY
005910         MOVE CASE-NOTE-TEXT TO WS-NL-TEXT
005920         DISPLAY WS-NOTE-LINE
005930         GO TO 4100-MOSTRAR-DETALLE-EXIT
005940     END-IF.
005950     MOVE CASE-LINE-NO        TO WS-LL-LINE-NO.
005960     MOVE CASE-HIST-RUN-DATE  TO WS-LL-DATE.
005970     MOVE CASE-HIST-TRANS-SEQ TO WS-LL-SEQ.
005980     MOVE CASE-HIST-RUN-DATE  TO WS-LINK-DATE.
005990     MOVE CASE-HIST-TRANS-SEQ TO WS-LINK-SEQ.
006000     MOVE SPACES TO WS-LL-REMARK.
006010     IF CASE-LINK-REVERSED
006020         STRING "REVERTIDA POR " DELIMITED BY SIZE
006030             CASE-CONTRA-DATE    DELIMITED BY SIZE
006040             "/"                 DELIMITED BY SIZE
006050             CASE-CONTRA-SEQ     DELIMITED BY SIZE
006060             INTO WS-LL-REMARK
006070         END-STRING
006080     END-IF.
006090     PERFORM 9100-LEER-HISTORIAL
006100         THRU 9100-LEER-HISTORIAL-EXIT.
006110     IF WS-HIST-FOUND
006120         MOVE HIST-STATUS        TO WS-LL-HIST-STATUS
006130         MOVE HIST-SOURCE-BRANCH TO WS-LL-BRANCH
006140         MOVE HIST-RESULTADO     TO WS-LL-RESULT
006150         MOVE HIST-CURRENCY-CODE TO WS-LL-CURRENCY
006160     ELSE
006170         MOVE "?"    TO WS-LL-HIST-STATUS
006180         MOVE SPACES TO WS-LL-BRANCH WS-LL-CURRENCY
006190         MOVE ZERO   TO WS-LL-RESULT
006200         IF WS-LL-REMARK = SPACES
006210             MOVE "NO ESTA EN EL HISTORIAL" TO WS-LL-REMARK
006220         END-IF
006230     END-IF.
006240     DISPLAY WS-LINK-LINE.
006250 4100-MOSTRAR-DETALLE-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290* 4500-LISTAR-ACTIVOS - LIST THE OPEN AND WAITING CASES OF ONE
006300*                       BRANCH AND/OR ASSIGNEE (BLANK = ALL), IN
006310*                       CASE NUMBER ORDER, WITH THEIR AGE.
006320******************************************************************
006330 4500-LISTAR-ACTIVOS.
006340     DISPLAY "Sucursal (4 caracteres, ENTER=todas): ".
006350     ACCEPT WS-ENT-BRANCH.
006360     DISPLAY "Asignado a (operador, ENTER=todos): ".
006370     ACCEPT WS-ENT-OPER.
006380     MOVE ZERO TO WS-LIST-CNT.
006390     MOVE "N"  TO WS-CASE-EOF-SW.
006400     MOVE 1    TO CASE-NO.
006410     MOVE LOW-VALUES TO CASE-REC-TYPE.
006420     MOVE ZERO TO CASE-LINE-NO.
006430     START CASE-MASTER-FILE KEY IS NOT LESS THAN CASE-KEY
006440         INVALID KEY
006450             SET WS-CASE-EOF TO TRUE
006460     END-START.
006470     PERFORM 4600-LEER-ACTIVO
006480         THRU 4600-LEER-ACTIVO-EXIT
006490         UNTIL WS-CASE-EOF.
006500     IF WS-LIST-CNT = ZERO
006510         DISPLAY "No hay casos activos."
006520     ELSE
006530         MOVE WS-LIST-CNT TO WS-LIST-CNT-ED
006540         DISPLAY WS-LIST-CNT-ED " casos activos."
006550     END-IF.
006560 4500-LISTAR-ACTIVOS-EXIT.
006570     EXIT.
006580*
006590 4600-LEER-ACTIVO.
006600     READ CASE-MASTER-FILE NEXT RECORD
006610         AT END
006620             SET WS-CASE-EOF TO TRUE
006630             GO TO 4600-LEER-ACTIVO-EXIT
006640     END-READ.
006650     IF NOT CASE-TYPE-HEADER OR NOT CASE-ACTIVE
006660         GO TO 4600-LEER-ACTIVO-EXIT
006670     END-IF.
006680     IF WS-ENT-BRANCH NOT = SPACES
006690             AND CASE-BRANCH-ID NOT = WS-ENT-BRANCH
006700         GO TO 4600-LEER-ACTIVO-EXIT
006710     END-IF.
006720     IF WS-ENT-OPER NOT = SPACES
006730             AND CASE-ASSIGNED-TO NOT = WS-ENT-OPER
006740         GO TO 4600-LEER-ACTIVO-EXIT
006750     END-IF.
006760     ADD 1 TO WS-LIST-CNT.
006770     MOVE CASE-REC TO CSH-REC.
006780     PERFORM 2500-MOSTRAR-CASO
006790         THRU 2500-MOSTRAR-CASO-EXIT.
006800 4600-LEER-ACTIVO-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840* 5000-VINCULAR-FILA - LINK ONE HISTORY ROW TO AN ACTIVE CASE.
006850*                      THE ROW MUST BE ON THE HISTORY FILE (AN
006860*                      ARCHIVED ROW IS RESTORED WITH ARCHINQ
006870*                      FIRST) AND NOT ALREADY LINKED TO THE CASE.
006880******************************************************************
006890 5000-VINCULAR-FILA.
006900     PERFORM 2150-PEDIR-CASO-ACTIVO
006910         THRU 2150-PEDIR-CASO-ACTIVO-EXIT.
006920     IF NOT WS-CASE-FOUND
006930         GO TO 5000-VINCULAR-FILA-EXIT
006940     END-IF.
006950     DISPLAY "Fecha de la fila de historial (AAAAMMDD): ".
006960     ACCEPT WS-ENT-DATE.
006970     IF WS-ENT-DATE NOT NUMERIC
006980         DISPLAY "Error: fecha no numerica."
006990         GO TO 5000-VINCULAR-FILA-EXIT
007000     END-IF.
007010     DISPLAY "Secuencia de la fila de historial: ".
007020     ACCEPT WS-ENT-SEQ.
007030     IF WS-ENT-SEQ NOT NUMERIC
007040         DISPLAY "Error: secuencia no numerica."
007050         GO TO 5000-VINCULAR-FILA-EXIT
007060     END-IF.
007070     MOVE WS-ENT-DATE TO WS-LINK-DATE.
007080     MOVE WS-ENT-SEQ  TO WS-LINK-SEQ.
007090     PERFORM 9100-LEER-HISTORIAL
007100         THRU 9100-LEER-HISTORIAL-EXIT.
007110     IF NOT WS-HIST-FOUND
007120         DISPLAY "Error: la fila " WS-LINK-DATE "/" WS-LINK-SEQ
007130             " no esta en el historial; si esta archivada, "
007140             "restaurela con ARCHINQ."
007150         GO TO 5000-VINCULAR-FILA-EXIT
007160     END-IF.
007170     MOVE HIST-RESULTADO TO WS-HIST-RESULT-ED.
007180     DISPLAY "Fila " WS-LINK-DATE "/" WS-LINK-SEQ " "
007190         HIST-PROGRAM-NAME " sucursal " HIST-SOURCE-BRANCH
007200         " resultado " WS-HIST-RESULT-ED " " HIST-CURRENCY-CODE
007210         " estado " HIST-STATUS.
007220     IF HIST-SOURCE-BRANCH NOT = CSH-BRANCH-ID
007230         DISPLAY "Aviso: la fila es de otra sucursal."
007240     END-IF.
007250     MOVE "N" TO WS-LINK-DUP-SW.
007260     MOVE ZERO TO WS-LINK-SUB.
007270     PERFORM 5100-BUSCAR-VINCULO
007280         THRU 5100-BUSCAR-VINCULO-EXIT
007290         UNTIL WS-LINK-DUP OR WS-LINK-SUB NOT < CSH-LAST-LINK.
007300     IF WS-LINK-DUP
007310         DISPLAY "La fila ya esta vinculada a este caso."
007320         GO TO 5000-VINCULAR-FILA-EXIT
007330     END-IF.
007340     ADD 1 TO CSH-LAST-LINK.
007350     MOVE SPACES              TO CASE-REC.
007360     MOVE CSH-NO              TO CASE-NO.
007370     SET CASE-TYPE-LINK       TO TRUE.
007380     MOVE CSH-LAST-LINK       TO CASE-LINE-NO.
007390     MOVE WS-LINK-DATE        TO CASE-HIST-RUN-DATE.
007400     MOVE WS-LINK-SEQ         TO CASE-HIST-TRANS-SEQ.
007410     MOVE LNK-OPERATOR-ID     TO CASE-LINKED-BY.
007420     MOVE WS-BUS-DATE         TO CASE-LINKED-DATE.
007430     MOVE "N"                 TO CASE-REVERSAL-SW.
007440     MOVE ZERO                TO CASE-CONTRA-DATE.
007450     MOVE ZERO                TO CASE-CONTRA-SEQ.
007460     WRITE CASE-REC
007470         INVALID KEY
007480             DISPLAY "Error: no se pudo grabar el vinculo; "
007490                 "estado " WS-CASE-STATUS
007500             GO TO 5000-VINCULAR-FILA-EXIT
007510     END-WRITE.
007520     MOVE SPACES TO WS-NOTE-TEXT.
007530     STRING "FILA VINCULADA " DELIMITED BY SIZE
007540         WS-LINK-DATE         DELIMITED BY SIZE
007550         "/"                  DELIMITED BY SIZE
007560         WS-LINK-SEQ          DELIMITED BY SIZE
007570         INTO WS-NOTE-TEXT
007580     END-STRING.
007590     PERFORM 2300-GRABAR-NOTA
007600         THRU 2300-GRABAR-NOTA-EXIT.
007610     DISPLAY "Fila vinculada al caso " CSH-NO ".".
007620 5000-VINCULAR-FILA-EXIT.
007630     EXIT.
007640*
007650 5100-BUSCAR-VINCULO.
007660     ADD 1 TO WS-LINK-SUB.
007670     MOVE CSH-NO      TO CASE-NO.
007680     SET CASE-TYPE-LINK TO TRUE.
007690     MOVE WS-LINK-SUB TO CASE-LINE-NO.
007700     READ CASE-MASTER-FILE
007710         INVALID KEY
007720             GO TO 5100-BUSCAR-VINCULO-EXIT
007730     END-READ.
007740     IF CASE-HIST-RUN-DATE = WS-LINK-DATE
007750             AND CASE-HIST-TRANS-SEQ = WS-LINK-SEQ
007760         SET WS-LINK-DUP TO TRUE
007770     END-IF.
007780 5100-BUSCAR-VINCULO-EXIT.
007790     EXIT.
007800*
007810******************************************************************
007820* 5500-ANADIR-NOTA - APPEND A DATED NOTE TO ANY CASE.
007830******************************************************************
007840 5500-ANADIR-NOTA.
007850     PERFORM 2100-PEDIR-CASO
007860         THRU 2100-PEDIR-CASO-EXIT.
007870     IF NOT WS-CASE-FOUND
007880         GO TO 5500-ANADIR-NOTA-EXIT
007890     END-IF.
007900     DISPLAY "Nota (hasta 70 caracteres, ENTER=cancelar): ".
007910     MOVE SPACES TO WS-NOTE-TEXT.
007920     ACCEPT WS-NOTE-TEXT.
007930     IF WS-NOTE-TEXT = SPACES
007940         DISPLAY "Nota cancelada."
007950         GO TO 5500-ANADIR-NOTA-EXIT
007960     END-IF.
007970     PERFORM 2300-GRABAR-NOTA
007980         THRU 2300-GRABAR-NOTA-EXIT.
007990     DISPLAY "Nota anadida al caso " CSH-NO ".".
008000 5500-ANADIR-NOTA-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040* 6000-CAMBIAR-ESTADO - MOVE AN ACTIVE CASE BETWEEN OPEN AND
008050*                       WAITING ON THE BRANCH AND/OR REASSIGN
008060*                       IT, RECORDING THE CHANGE AS A NOTE.
008070******************************************************************
008080 6000-CAMBIAR-ESTADO.
008090     PERFORM 2150-PEDIR-CASO-ACTIVO
008100         THRU 2150-PEDIR-CASO-ACTIVO-EXIT.
008110     IF NOT WS-CASE-FOUND
008120         GO TO 6000-CAMBIAR-ESTADO-EXIT
008130     END-IF.
008140     MOVE 1 TO WS-LIST-CNT.
008150     PERFORM 2500-MOSTRAR-CASO
008160         THRU 2500-MOSTRAR-CASO-EXIT.
008170     DISPLAY "Nuevo estado (O=abierto, P=en espera de la "
008180         "sucursal, ENTER=sin cambio): ".
008190     ACCEPT WS-ENT-STATUS.
008200     IF WS-ENT-STATUS = "o"
008210         MOVE "O" TO WS-ENT-STATUS
008220     END-IF.
008230     IF WS-ENT-STATUS = "p"
008240         MOVE "P" TO WS-ENT-STATUS
008250     END-IF.
008260     IF WS-ENT-STATUS = SPACE
008270         MOVE CSH-STATUS TO WS-ENT-STATUS
008280     END-IF.
008290     IF WS-ENT-STATUS NOT = "O" AND WS-ENT-STATUS NOT = "P"
008300         DISPLAY "Error: estado no valido; use la opcion R "
008310             "para resolver o retirar el caso."
008320         GO TO 6000-CAMBIAR-ESTADO-EXIT
008330     END-IF.
008340     DISPLAY "Reasignar a (operador, ENTER=sin cambio): ".
008350     ACCEPT WS-ENT-OPER.
008360     IF WS-ENT-OPER = SPACES
008370         MOVE CSH-ASSIGNED-TO TO WS-ENT-OPER
008380     ELSE
008390         PERFORM 2200-VALIDAR-OPERADOR
008400             THRU 2200-VALIDAR-OPERADOR-EXIT
008410         IF NOT WS-OPER-VALID
008420             GO TO 6000-CAMBIAR-ESTADO-EXIT
008430         END-IF
008440     END-IF.
008450     IF WS-ENT-STATUS = CSH-STATUS
008460             AND WS-ENT-OPER = CSH-ASSIGNED-TO
008470         DISPLAY "Sin cambios."
008480         GO TO 6000-CAMBIAR-ESTADO-EXIT
008490     END-IF.
008500     IF WS-ENT-STATUS NOT = CSH-STATUS
008510         MOVE WS-ENT-STATUS TO CSH-STATUS
008520         MOVE WS-BUS-DATE   TO CSH-STATUS-DATE
008530     END-IF.
008540     MOVE WS-ENT-OPER TO CSH-ASSIGNED-TO.
008550     MOVE SPACES TO WS-NOTE-TEXT.
008560     STRING "ESTADO " DELIMITED BY SIZE
008570         CSH-STATUS       DELIMITED BY SIZE
008580         "; ASIGNADO A "  DELIMITED BY SIZE
008590         CSH-ASSIGNED-TO  DELIMITED BY SPACE
008600         INTO WS-NOTE-TEXT
008610     END-STRING.
008620     PERFORM 2300-GRABAR-NOTA
008630         THRU 2300-GRABAR-NOTA-EXIT.
008640     DISPLAY "Caso " CSH-NO " actualizado.".
008650 6000-CAMBIAR-ESTADO-EXIT.
008660     EXIT.
008670*
008680******************************************************************
008690* 7000-RESOLVER-CASO - CLOSE AN ACTIVE CASE AS RESOLVED (R) OR
008700*                      WITHDRAWN (W) WITH A RESOLUTION NOTE. ON A
008710*                      RESOLUTION BY A LEVEL-3 OPERATOR EACH
008720*                      LINKED ROW NOT YET REVERSED IS OFFERED FOR
008730*                      REVERSAL THROUGH REVPOST.
008740******************************************************************
008750 7000-RESOLVER-CASO.
008760     PERFORM 2150-PEDIR-CASO-ACTIVO
008770         THRU 2150-PEDIR-CASO-ACTIVO-EXIT.
008780     IF NOT WS-CASE-FOUND
008790         GO TO 7000-RESOLVER-CASO-EXIT
008800     END-IF.
008810     MOVE 1 TO WS-LIST-CNT.
008820     PERFORM 2500-MOSTRAR-CASO
008830         THRU 2500-MOSTRAR-CASO-EXIT.
008840     DISPLAY "Cierre (R=resuelto, W=retirado): ".
008850     ACCEPT WS-ENT-STATUS.
008860     IF WS-ENT-STATUS = "r"
008870         MOVE "R" TO WS-ENT-STATUS
008880     END-IF.
008890     IF WS-ENT-STATUS = "w"
008900         MOVE "W" TO WS-ENT-STATUS
008910     END-IF.
008920     IF WS-ENT-STATUS NOT = "R" AND WS-ENT-STATUS NOT = "W"
008930         DISPLAY "Error: cierre no valido."
008940         GO TO 7000-RESOLVER-CASO-EXIT
008950     END-IF.
008960     DISPLAY "Resolucion (hasta 70 caracteres): ".
008970     MOVE SPACES TO WS-RES-TEXT.
008980     ACCEPT WS-RES-TEXT.
008990     IF WS-RES-TEXT = SPACES
009000         DISPLAY "Error: la resolucion es obligatoria."
009010         GO TO 7000-RESOLVER-CASO-EXIT
009020     END-IF.
009030     MOVE ZERO TO WS-REVERSED-CNT.
009040     IF WS-ENT-STATUS = "R" AND CSH-LAST-LINK > ZERO
009050         IF WS-SIGNON-LEVEL < 3
009060             DISPLAY "Aviso: solo un supervisor (nivel 3) puede "
009070                 "revertir filas al resolver; el caso se "
009080                 "resuelve sin reversiones."
009090         ELSE
009100             MOVE ZERO TO WS-LINK-SUB
009110             PERFORM 7100-OFRECER-REVERSION
009120                 THRU 7100-OFRECER-REVERSION-EXIT
009130                 UNTIL WS-LINK-SUB NOT < CSH-LAST-LINK
009140         END-IF
009150     END-IF.
009160     MOVE WS-RES-TEXT TO WS-NOTE-TEXT.
009170     PERFORM 2300-GRABAR-NOTA
009180         THRU 2300-GRABAR-NOTA-EXIT.
009190     MOVE WS-ENT-STATUS   TO CSH-STATUS.
009200     MOVE WS-BUS-DATE     TO CSH-STATUS-DATE.
009210     MOVE LNK-OPERATOR-ID TO CSH-CLOSED-BY.
009220     MOVE SPACES TO WS-NOTE-TEXT.
009230     STRING "CASO CERRADO, ESTADO " DELIMITED BY SIZE
009240         CSH-STATUS                  DELIMITED BY SIZE
009250         "; FILAS REVERTIDAS "       DELIMITED BY SIZE
009260         WS-REVERSED-CNT             DELIMITED BY SIZE
009270         INTO WS-NOTE-TEXT
009280     END-STRING.
009290     PERFORM 2300-GRABAR-NOTA
009300         THRU 2300-GRABAR-NOTA-EXIT.
009310     DISPLAY "Caso " CSH-NO " cerrado con estado " CSH-STATUS
009320         "; filas revertidas: " WS-REVERSED-CNT ".".
009330 7000-RESOLVER-CASO-EXIT.
009340     EXIT.
009350*
009360******************************************************************
009370* 7100-OFRECER-REVERSION - FOR THE NEXT LINKED ROW, IF IT IS NOT
009380*                          ALREADY PART OF A REVERSAL, ASK WHETHER
009390*                          TO REVERSE IT; IF SO CALL REVPOST WITH
009400*                          THE ROW'S KEY, THEN RE-READ THE ROW
009410*                          AND, WHEN IT NOW SHOWS REVERSED, KEEP
009420*                          THE CONTRA ROW'S KEY ON THE LINK.
009430******************************************************************
009440 7100-OFRECER-REVERSION.
009450     ADD 1 TO WS-LINK-SUB.
009460     MOVE CSH-NO      TO CASE-NO.
009470     SET CASE-TYPE-LINK TO TRUE.
009480     MOVE WS-LINK-SUB TO CASE-LINE-NO.
009490     READ CASE-MASTER-FILE
009500         INVALID KEY
009510             GO TO 7100-OFRECER-REVERSION-EXIT
009520     END-READ.
009530     IF CASE-LINK-REVERSED
009540         GO TO 7100-OFRECER-REVERSION-EXIT
009550     END-IF.
009560     MOVE CASE-HIST-RUN-DATE  TO WS-LINK-DATE.
009570     MOVE CASE-HIST-TRANS-SEQ TO WS-LINK-SEQ.
009580     PERFORM 9100-LEER-HISTORIAL
009590         THRU 9100-LEER-HISTORIAL-EXIT.
009600     IF NOT WS-HIST-FOUND
009610         DISPLAY "Aviso: la fila " WS-LINK-DATE "/" WS-LINK-SEQ
009620             " no esta en el historial; no se puede revertir."
009630         GO TO 7100-OFRECER-REVERSION-EXIT
009640     END-IF.
009650     IF HIST-STATUS-REVERSED OR HIST-STATUS-REVERSAL
009660         DISPLAY "La fila " WS-LINK-DATE "/" WS-LINK-SEQ
009670             " ya interviene en una reversion."
009680         GO TO 7100-OFRECER-REVERSION-EXIT
009690     END-IF.
009700     MOVE HIST-RESULTADO TO WS-HIST-RESULT-ED.
009710     DISPLAY "Revertir la fila " WS-LINK-DATE "/" WS-LINK-SEQ
009720         " (resultado " WS-HIST-RESULT-ED " "
009730         HIST-CURRENCY-CODE ")? (S/N): ".
009740     ACCEPT WS-ENT-CONFIRM.
009750     IF WS-ENT-CONFIRM NOT = "S" AND WS-ENT-CONFIRM NOT = "s"
009760         GO TO 7100-OFRECER-REVERSION-EXIT
009770     END-IF.
009780     MOVE LNK-OPERATOR-ID TO CSR-OPERATOR-ID.
009785     MOVE LNK-SESSION-ID  TO CSR-SESSION-ID.
009790     SET CSR-MODE-INTERACTIVE TO TRUE.
009800     SET CSR-SHOW-NATIVE TO TRUE.
009810     MOVE SPACES       TO CSR-TARGET-CURRENCY.
009820     MOVE WS-LINK-DATE TO CSR-REV-DATE.
009830     MOVE WS-LINK-SEQ  TO CSR-REV-SEQ.
009840     CALL "REVPOST" USING CSR-PARMS.
009850     CANCEL "REVPOST".
009860     PERFORM 9100-LEER-HISTORIAL
009870         THRU 9100-LEER-HISTORIAL-EXIT.
009880     IF NOT WS-HIST-FOUND OR NOT HIST-STATUS-REVERSED
009890         DISPLAY "Aviso: la fila " WS-LINK-DATE "/" WS-LINK-SEQ
009900             " no quedo revertida."
009910         GO TO 7100-OFRECER-REVERSION-EXIT
009920     END-IF.
009930     MOVE CSH-NO      TO CASE-NO.
009940     SET CASE-TYPE-LINK TO TRUE.
009950     MOVE WS-LINK-SUB TO CASE-LINE-NO.
009960     READ CASE-MASTER-FILE
009970         INVALID KEY
009980             GO TO 7100-OFRECER-REVERSION-EXIT
009990     END-READ.
010000     SET CASE-LINK-REVERSED TO TRUE.
010010     MOVE HIST-LINK-DATE TO CASE-CONTRA-DATE.
010020     MOVE HIST-LINK-SEQ  TO CASE-CONTRA-SEQ.
010030     REWRITE CASE-REC
010040         INVALID KEY
010050             DISPLAY "Error: no se pudo regrabar el vinculo; "
010060                 "estado " WS-CASE-STATUS
010070     END-REWRITE.
010080     ADD 1 TO WS-REVERSED-CNT.
010090     MOVE SPACES TO WS-NOTE-TEXT.
010100     STRING "FILA " DELIMITED BY SIZE
010110         WS-LINK-DATE    DELIMITED BY SIZE
010120         "/"             DELIMITED BY SIZE
010130         WS-LINK-SEQ     DELIMITED BY SIZE
010140         " REVERTIDA POR " DELIMITED BY SIZE
010150         HIST-LINK-DATE  DELIMITED BY SIZE
010160         "/"             DELIMITED BY SIZE
010170         HIST-LINK-SEQ   DELIMITED BY SIZE
010180         INTO WS-NOTE-TEXT
010190     END-STRING.
010200     PERFORM 2300-GRABAR-NOTA
010210         THRU 2300-GRABAR-NOTA-EXIT.
010220 7100-OFRECER-REVERSION-EXIT.
010230     EXIT.
010240*
010250******************************************************************
010260* 9100-LEER-HISTORIAL - READ THE HISTORY ROW KEYED BY
010270*                       WS-LINK-DATE/WS-LINK-SEQ. THE FILE IS
010280*                       OPENED AND CLOSED AROUND EACH READ SO IT
010290*                       IS NEVER HELD WHILE REVPOST UPDATES IT.
010300******************************************************************
010310 9100-LEER-HISTORIAL.
010320     MOVE "N" TO WS-HIST-FOUND-SW.
010330     OPEN INPUT HISTORY-FILE.
010340     IF WS-HIST-STATUS NOT = "00"
010350         DISPLAY "Aviso: archivo de historial no disponible "
010360             "(estado " WS-HIST-STATUS ")."
010370         GO TO 9100-LEER-HISTORIAL-EXIT
010380     END-IF.
010390     MOVE WS-LINK-DATE TO HIST-RUN-DATE.
010400     MOVE WS-LINK-SEQ  TO HIST-TRANS-SEQ.
010410     READ HISTORY-FILE
010420         INVALID KEY
010430             CONTINUE
010440         NOT INVALID KEY
010450             SET WS-HIST-FOUND TO TRUE
010460     END-READ.
010470     CLOSE HISTORY-FILE.
010480 9100-LEER-HISTORIAL-EXIT.
010490     EXIT.
010500*
010510******************************************************************
010520* 8000-TERMINATE - CLOSE THE FILES.
010530******************************************************************
010540 8000-TERMINATE.
010550     IF WS-CASE-FILE-OPEN
010560         CLOSE CASE-MASTER-FILE
010570     END-IF.
010580     IF WS-BRCH-FILE-OPEN
010590         CLOSE BRCH-MASTER-FILE
010600     END-IF.
010610     IF WS-OPER-FILE-OPEN
010620         CLOSE OPER-MASTER-FILE
010630     END-IF.
010640 8000-TERMINATE-EXIT.
010650     EXIT.
010660 END PROGRAM CASEMNT.
