000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      ACCOUNT BUDGET MASTER MAINTENANCE. ADDS, UPDATES
000160*               AND INQUIRES ON THE INDEXED BUDGET MASTER FILE
000170*               (BUDGREC COPYBOOK), KEYED BY ACCOUNT CODE AND
000180*               ACCOUNTING PERIOD (YYYYMM), WHICH BUDGRPT
000190*               REPORTS AGAINST AND EDITVAL CHECKS EVERY DETAIL
000200*               AGAINST. THE ACCOUNT MUST BE ON THE ACCOUNT
000210*               MASTER (ACCTREC); A MISSING ACCOUNT MASTER
000220*               SKIPS THAT CHECK WITH A WARNING. EACH ROW
000230*               WRITTEN IS STAMPED WITH THE SIGNED-ON OPERATOR
000240*               AND THE DATE. REACHED FROM THE COBOL5 SESSION
000250*               MENU (SUPERVISOR LEVEL). CREATES THE MASTER
000260*               EMPTY ON ITS VERY FIRST USE.
000270* TECTONICS:    cobc
000280*
000290* MODIFICATION HISTORY
000300*   2026-10-15  RA  INITIAL VERSION.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. BUDGMNT.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BUDG-MASTER-FILE ASSIGN TO BUDGMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS BUDG-KEY
000410         FILE STATUS IS WS-BUDG-STATUS.
000420     SELECT ACCT-MASTER-FILE ASSIGN TO ACCTMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ACCT-CODE
000460         FILE STATUS IS WS-ACCT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  BUDG-MASTER-FILE.
000500     COPY BUDGREC.
000510 FD  ACCT-MASTER-FILE.
000520     COPY ACCTREC.
000530 WORKING-STORAGE SECTION.
000540 77  WS-BUDG-STATUS         PIC X(02) VALUE SPACES.
000550     88 WS-BUDG-OK                    VALUE "00".
000560 77  WS-BUDG-FILE-SW        PIC X(01) VALUE "N".
000570     88 WS-BUDG-FILE-OPEN            VALUE "Y".
000580 77  WS-ACCT-STATUS         PIC X(02) VALUE SPACES.
000590 77  WS-ACCT-FILE-SW        PIC X(01) VALUE "N".
000600     88 WS-ACCT-FILE-OPEN            VALUE "Y".
000610 77  WS-TODAY               PIC 9(08) VALUE ZERO.
000620 01  WS-OPCION              PIC X(01).
000630 01  WS-ENT-ACCT-CODE       PIC X(08).
000640 01  WS-ENT-PERIOD          PIC 9(06).
000650 01  WS-ENT-PERIOD-PARTS REDEFINES WS-ENT-PERIOD.
000660     05 WS-ENT-PER-YEAR     PIC 9(04).
000670     05 WS-ENT-PER-MONTH    PIC 9(02).
000680 01  WS-ENT-AMOUNT          PIC 9(11)V99.
000690 01  WS-DSP-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000700 LINKAGE SECTION.
000710     COPY LNKPARMS.
000720 PROCEDURE DIVISION USING LNK-PARMS.
000730 0000-MAINLINE.
000740     PERFORM 1000-INITIALIZE
000750         THRU 1000-INITIALIZE-EXIT.
000760     PERFORM 2000-MENU-MANTENIMIENTO
000770         THRU 2000-MENU-MANTENIMIENTO-EXIT
000780         UNTIL WS-OPCION = "X" OR WS-OPCION = "x".
000790     PERFORM 8000-TERMINATE
000800         THRU 8000-TERMINATE-EXIT.
000810     GOBACK.
000820*
000830******************************************************************
000840* 1000-INITIALIZE - OPEN THE BUDGET MASTER FOR UPDATE, CREATING
000850*                   IT EMPTY ON ITS VERY FIRST USE, AND THE
000860*                   ACCOUNT MASTER FOR THE ACCOUNT CHECK.
000870******************************************************************
000880 1000-INITIALIZE.
000890     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000900     OPEN I-O BUDG-MASTER-FILE.
000910     IF WS-BUDG-STATUS = "35"
000920         OPEN OUTPUT BUDG-MASTER-FILE
000930         CLOSE BUDG-MASTER-FILE
000940         OPEN I-O BUDG-MASTER-FILE
000950     END-IF.
000960     IF NOT WS-BUDG-OK
000970         DISPLAY "Error: no se pudo abrir el maestro de "
000980             "presupuestos; estado " WS-BUDG-STATUS
000990         MOVE "X" TO WS-OPCION
001000         GO TO 1000-INITIALIZE-EXIT
001010     END-IF.
001020     SET WS-BUDG-FILE-OPEN TO TRUE.
001030     OPEN INPUT ACCT-MASTER-FILE.
001040     IF WS-ACCT-STATUS = "00"
001050         SET WS-ACCT-FILE-OPEN TO TRUE
001060     ELSE
001070         DISPLAY "Aviso: no se pudo abrir el maestro de "
001080             "cuentas (estado " WS-ACCT-STATUS "); no se "
001090             "validan las cuentas."
001100     END-IF.
001110 1000-INITIALIZE-EXIT.
001120     EXIT.
001130*
001140******************************************************************
001150* 2000-MENU-MANTENIMIENTO - ASK FOR AND DISPATCH ONE MAINTENANCE
001160*                           ACTION.
001170******************************************************************
001180 2000-MENU-MANTENIMIENTO.
001190     DISPLAY "Mantenimiento de presupuestos por cuenta:".
001200     DISPLAY "  A - Alta de un presupuesto".
001210     DISPLAY "  M - Modificar un presupuesto".
001220     DISPLAY "  C - Consultar un presupuesto".
001230     DISPLAY "  X - Salir".
001240     DISPLAY "Seleccione una opcion: ".
001250     ACCEPT WS-OPCION.
001260     EVALUATE WS-OPCION
001270         WHEN "A"
001280         WHEN "a"
001290             PERFORM 3000-ALTA-PRESUPUESTO
001300                 THRU 3000-ALTA-PRESUPUESTO-EXIT
001310         WHEN "M"
001320         WHEN "m"
001330             PERFORM 4000-MODIFICAR-PRESUPUESTO
001340                 THRU 4000-MODIFICAR-PRESUPUESTO-EXIT
001350         WHEN "C"
001360         WHEN "c"
001370             PERFORM 5000-CONSULTAR-PRESUPUESTO
001380                 THRU 5000-CONSULTAR-PRESUPUESTO-EXIT
001390         WHEN "X"
001400         WHEN "x"
001410             CONTINUE
001420         WHEN OTHER
001430             DISPLAY "Opcion invalida. Introduzca A, M, C o X."
001440     END-EVALUATE.
001450 2000-MENU-MANTENIMIENTO-EXIT.
001460     EXIT.
001470*
001480******************************************************************
001490* 2100-PEDIR-CLAVE - ASK FOR THE ACCOUNT CODE AND THE PERIOD
001500*                    (AAAAMM) OF A BUDGET ROW.
001510******************************************************************
001520 2100-PEDIR-CLAVE.
001530     DISPLAY "Codigo de cuenta (8 caracteres): ".
001540     ACCEPT WS-ENT-ACCT-CODE.
001550     IF WS-ENT-ACCT-CODE = SPACES
001560         DISPLAY "Error: el codigo no puede quedar en blanco; "
001570             "intente de nuevo."
001580         GO TO 2100-PEDIR-CLAVE
001590     END-IF.
001600 2110-PEDIR-PERIODO.
001610     DISPLAY "Periodo (AAAAMM): ".
001620     ACCEPT WS-ENT-PERIOD.
001630     IF WS-ENT-PERIOD NOT NUMERIC
001640             OR WS-ENT-PER-YEAR = ZERO
001650             OR WS-ENT-PER-MONTH < 1
001660             OR WS-ENT-PER-MONTH > 12
001670         DISPLAY "Error: periodo no valido; intente de nuevo."
001680         GO TO 2110-PEDIR-PERIODO
001690     END-IF.
001700 2100-PEDIR-CLAVE-EXIT.
001710     EXIT.
001720*
001730******************************************************************
001740* 2200-PEDIR-DATOS - ASK FOR THE NON-KEY FIELD OF A BUDGET ROW:
001750*                    THE APPROVED AMOUNT FOR THE PERIOD.
001760******************************************************************
001770 2200-PEDIR-DATOS.
001780     DISPLAY "Presupuesto aprobado del periodo: ".
001790     ACCEPT WS-ENT-AMOUNT.
001800     IF WS-ENT-AMOUNT NOT NUMERIC
001810         DISPLAY "Error: entrada no numerica; intente de nuevo."
001820         GO TO 2200-PEDIR-DATOS
001830     END-IF.
001840 2200-PEDIR-DATOS-EXIT.
001850     EXIT.
001860*
001870******************************************************************
001880* 2300-VALIDAR-CUENTA - REFUSE A BUDGET FOR AN ACCOUNT THAT IS
001890*                       NOT ON THE ACCOUNT MASTER. SETS
001900*                       WS-ENT-ACCT-CODE TO SPACES ON A REFUSAL.
001910*                       AN UNOPENABLE MASTER SKIPS THE CHECK.
001920******************************************************************
001930 2300-VALIDAR-CUENTA.
001940     IF NOT WS-ACCT-FILE-OPEN
001950         GO TO 2300-VALIDAR-CUENTA-EXIT
001960     END-IF.
001970     MOVE WS-ENT-ACCT-CODE TO ACCT-CODE.
001980     READ ACCT-MASTER-FILE
001990         INVALID KEY
002000             DISPLAY "No existe una cuenta con ese codigo; "
002010                 "dela de alta primero con ACCTMNT."
002020             MOVE SPACES TO WS-ENT-ACCT-CODE
002030             GO TO 2300-VALIDAR-CUENTA-EXIT
002040     END-READ.
002050     IF ACCT-INACTIVE
002060         DISPLAY "Aviso: la cuenta " WS-ENT-ACCT-CODE
002070             " esta inactiva."
002080     END-IF.
002090 2300-VALIDAR-CUENTA-EXIT.
002100     EXIT.
002110*
002120******************************************************************
002130* 3000-ALTA-PRESUPUESTO - ADD ONE NEW BUDGET ROW.
002140******************************************************************
002150 3000-ALTA-PRESUPUESTO.
002160     PERFORM 2100-PEDIR-CLAVE
002170         THRU 2100-PEDIR-CLAVE-EXIT.
002180     PERFORM 2300-VALIDAR-CUENTA
002190         THRU 2300-VALIDAR-CUENTA-EXIT.
002200     IF WS-ENT-ACCT-CODE = SPACES
002210         GO TO 3000-ALTA-PRESUPUESTO-EXIT
002220     END-IF.
002230     PERFORM 2200-PEDIR-DATOS
002240         THRU 2200-PEDIR-DATOS-EXIT.
002250     MOVE SPACES            TO BUDG-REC.
002260     MOVE WS-ENT-ACCT-CODE  TO BUDG-ACCOUNT-CODE.
002270     MOVE WS-ENT-PERIOD     TO BUDG-PERIOD.
002280     MOVE WS-ENT-AMOUNT     TO BUDG-AMOUNT.
002290     MOVE LNK-OPERATOR-ID   TO BUDG-UPD-OPERATOR.
002300     MOVE WS-TODAY          TO BUDG-UPD-DATE.
002310     WRITE BUDG-REC
002320         INVALID KEY
002330             DISPLAY "Ya existe un presupuesto para esa cuenta "
002340                 "y periodo; use la opcion M para modificarlo."
002350     END-WRITE.
002360     IF WS-BUDG-OK
002370         DISPLAY "Presupuesto registrado."
002380     END-IF.
002390 3000-ALTA-PRESUPUESTO-EXIT.
002400     EXIT.
002410*
002420******************************************************************
002430* 4000-MODIFICAR-PRESUPUESTO - UPDATE ONE EXISTING BUDGET ROW.
002440******************************************************************
002450 4000-MODIFICAR-PRESUPUESTO.
002460     PERFORM 2100-PEDIR-CLAVE
002470         THRU 2100-PEDIR-CLAVE-EXIT.
002480     MOVE WS-ENT-ACCT-CODE TO BUDG-ACCOUNT-CODE.
002490     MOVE WS-ENT-PERIOD    TO BUDG-PERIOD.
002500     READ BUDG-MASTER-FILE
002510         INVALID KEY
002520             DISPLAY "No existe un presupuesto para esa cuenta "
002530                 "y periodo; use la opcion A para darlo de alta."
002540     END-READ.
002550     IF WS-BUDG-OK
002560         MOVE BUDG-AMOUNT TO WS-DSP-AMOUNT
002570         DISPLAY "Presupuesto actual: " WS-DSP-AMOUNT
002580             " (modificado por " BUDG-UPD-OPERATOR
002590             " el " BUDG-UPD-DATE ")"
002600         PERFORM 2200-PEDIR-DATOS
002610             THRU 2200-PEDIR-DATOS-EXIT
002620         MOVE WS-ENT-AMOUNT   TO BUDG-AMOUNT
002630         MOVE LNK-OPERATOR-ID TO BUDG-UPD-OPERATOR
002640         MOVE WS-TODAY        TO BUDG-UPD-DATE
002650         REWRITE BUDG-REC
002660             INVALID KEY
002670                 DISPLAY "Error: no se pudo regrabar el "
002680                     "presupuesto; estado " WS-BUDG-STATUS
002690         END-REWRITE
002700         IF WS-BUDG-OK
002710             DISPLAY "Presupuesto actualizado."
002720         END-IF
002730     END-IF.
002740 4000-MODIFICAR-PRESUPUESTO-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780* 5000-CONSULTAR-PRESUPUESTO - DISPLAY ONE BUDGET ROW.
002790******************************************************************
002800 5000-CONSULTAR-PRESUPUESTO.
002810     PERFORM 2100-PEDIR-CLAVE
002820         THRU 2100-PEDIR-CLAVE-EXIT.
002830     MOVE WS-ENT-ACCT-CODE TO BUDG-ACCOUNT-CODE.
002840     MOVE WS-ENT-PERIOD    TO BUDG-PERIOD.
002850     READ BUDG-MASTER-FILE
002860         INVALID KEY
002870             DISPLAY "No existe un presupuesto para esa cuenta "
002880                 "y periodo."
002890     END-READ.
002900     IF WS-BUDG-OK
002910         MOVE BUDG-AMOUNT TO WS-DSP-AMOUNT
002920         DISPLAY "Cuenta............: " BUDG-ACCOUNT-CODE
002930         DISPLAY "Periodo...........: " BUDG-PERIOD
002940         DISPLAY "Presupuesto.......: " WS-DSP-AMOUNT
002950         DISPLAY "Modificado por....: " BUDG-UPD-OPERATOR
002960         DISPLAY "Fecha.............: " BUDG-UPD-DATE
002970     END-IF.
002980 5000-CONSULTAR-PRESUPUESTO-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020* 8000-TERMINATE - CLOSE THE BUDGET AND ACCOUNT MASTERS.
003030******************************************************************
003040 8000-TERMINATE.
003050     IF WS-BUDG-FILE-OPEN
003060         CLOSE BUDG-MASTER-FILE
003070     END-IF.
003080     IF WS-ACCT-FILE-OPEN
003090         CLOSE ACCT-MASTER-FILE
003100     END-IF.
003110 8000-TERMINATE-EXIT.
003120     EXIT.
003130 END PROGRAM BUDGMNT.
