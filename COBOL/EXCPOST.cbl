000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      CONTROL-EXCEPTION POSTING. CALLED BY EACH CONTROL
000160*               STEP (BALRPT, LRGRVW, SUSPAGE, VOLVAR, GLRECON,
000166*               GENCATLS, RATECHK, SHFTRPT, HISTBKUP AND
000172*               HISTRCOV) FOR EVERY PROBLEM IT FLAGS,
000180*               WITH THE EXCPARMS BLOCK. THE EXCEPTION IS QUEUED
000190*               ON THE SHARED EXCEPTION FILE (EXCREC, DD
000200*               EXCQUEUE, CREATED EMPTY ON ITS VERY FIRST USE)
000210*               UNDER THE NEXT EXCEPTION NUMBER AS NEW AND
000220*               UNOWNED, WITH A DUE DATE ONE (SEVERITY H), THREE
000230*               (M) OR SEVEN (L) DAYS AFTER THE BUSINESS DATE AND
000240*               AN OPENING NOTE NAMING THE STEP. A CONDITION
000250*               ALREADY ON THE QUEUE FOR THE SAME STEP AND ITEM -
000260*               STILL ACTIVE, OR RAISED FOR THE SAME BUSINESS
000270*               DATE AND SINCE CLOSED - IS NOT QUEUED AGAIN, SO A
000280*               RERUN OR A CONDITION THAT PERSISTS FROM DAY TO
000290*               DAY STAYS ONE EXCEPTION. THE FILE IS OPENED AND
000300*               CLOSED AROUND EACH CALL. A QUEUE THAT CANNOT BE
000310*               UPDATED IS REPORTED AS A WARNING ONLY; THE
000320*               CALLER'S OWN RETURN CODE AND PRINTOUT STAND.
000330* TECTONICS:    cobc
000340*
000350* MODIFICATION HISTORY
000360*   2026-10-15  RA  INITIAL VERSION.
000363*   2026-10-15  RA  SHFTRPT (SHIFTS LEFT UNACKNOWLEDGED) ADDED TO
000366*                   THE STEPS THAT POST HERE.
000367*   2026-10-15  RA  HISTBKUP (FAILED BACKUP) AND HISTRCOV
000368*                   (RECOVERY PROOF OUT OF BALANCE) ADDED TO THE
000369*                   STEPS THAT POST HERE.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. EXCPOST.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EXC-QUEUE-FILE ASSIGN TO EXCQUEUE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EXC-KEY
000470         ALTERNATE RECORD KEY IS EXC-ORIGIN
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-EXC-STATUS.
000500     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUNCTL-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  EXC-QUEUE-FILE.
000560     COPY EXCREC.
000570 FD  RUN-CTL-FILE
000580     RECORDING MODE IS F.
000590     COPY RUNCTLRC.
000600 WORKING-STORAGE SECTION.
000610 77  WS-EXC-STATUS          PIC X(02) VALUE SPACES.
000620     88 WS-EXC-OK                     VALUE "00".
000630 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000640 77  WS-EXC-FILE-SW         PIC X(01) VALUE "N".
000650     88 WS-EXC-FILE-OPEN              VALUE "Y".
000660 77  WS-ORIG-EOF-SW         PIC X(01) VALUE "N".
000670     88 WS-ORIG-EOF                   VALUE "Y".
000680 77  WS-BUS-DATE            PIC 9(08) VALUE ZERO.
000690 77  WS-DUE-DAYS            PIC 9(01) VALUE ZERO.
000700 77  WS-DUE-DATE            PIC 9(08) VALUE ZERO.
000710 01  WS-NOTE-TEXT           PIC X(70).
000720 LINKAGE SECTION.
000730     COPY EXCPARMS.
000740 PROCEDURE DIVISION USING EXP-PARMS.
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE
000770         THRU 1000-INITIALIZE-EXIT.
000780     IF NOT EXP-FAILED
000790         PERFORM 2000-BUSCAR-DUPLICADO
000800             THRU 2000-BUSCAR-DUPLICADO-EXIT
000810     END-IF.
000820     IF NOT EXP-FAILED AND NOT EXP-DUPLICATE
000830         PERFORM 3000-GRABAR-EXCEPCION
000840             THRU 3000-GRABAR-EXCEPCION-EXIT
000850     END-IF.
000860     PERFORM 8000-TERMINATE
000870         THRU 8000-TERMINATE-EXIT.
000880     GOBACK.
000890*
000900******************************************************************
000910* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE (THE CALLER'S, ELSE
000920*                   RUNCTL, ELSE THE SYSTEM DATE), DEFAULT AN
000930*                   UNKNOWN SEVERITY TO M, AND OPEN THE QUEUE FOR
000940*                   UPDATE, CREATING IT ON ITS VERY FIRST USE.
000950******************************************************************
000960 1000-INITIALIZE.
000970     MOVE SPACE TO EXP-RESULT-SW.
000980     MOVE ZERO  TO EXP-EXC-NO.
000990     MOVE "N"   TO WS-EXC-FILE-SW.
001000     MOVE EXP-BUS-DATE TO WS-BUS-DATE.
001010     IF WS-BUS-DATE NOT NUMERIC
001020         MOVE ZERO TO WS-BUS-DATE
001030     END-IF.
001040     IF WS-BUS-DATE = ZERO
001050         OPEN INPUT RUN-CTL-FILE
001060         IF WS-RUNCTL-STATUS = "00"
001070             READ RUN-CTL-FILE
001080                 AT END
001090                     CONTINUE
001100                 NOT AT END
001110                     IF RCT-TYPE-CONTROL
001120                         MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001130                     END-IF
001140             END-READ
001150             CLOSE RUN-CTL-FILE
001160         END-IF
001170     END-IF.
001180     IF WS-BUS-DATE = ZERO
001190         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001200     END-IF.
001210     IF NOT EXP-SEV-HIGH AND NOT EXP-SEV-MEDIUM
001220             AND NOT EXP-SEV-LOW
001230         SET EXP-SEV-MEDIUM TO TRUE
001240     END-IF.
001250     OPEN I-O EXC-QUEUE-FILE.
001260     IF WS-EXC-STATUS = "35"
001270         OPEN OUTPUT EXC-QUEUE-FILE
001280         CLOSE EXC-QUEUE-FILE
001290         OPEN I-O EXC-QUEUE-FILE
001300     END-IF.
001310     IF NOT WS-EXC-OK
001320         DISPLAY "Aviso: no se pudo abrir la cola de excepciones "
001330             "(estado " WS-EXC-STATUS "); la excepcion de "
001340             EXP-SOURCE-STEP " no queda encolada."
001350         SET EXP-FAILED TO TRUE
001360         GO TO 1000-INITIALIZE-EXIT
001370     END-IF.
001380     SET WS-EXC-FILE-OPEN TO TRUE.
001390 1000-INITIALIZE-EXIT.
001400     EXIT.
001410*
001420******************************************************************
001430* 2000-BUSCAR-DUPLICADO - WALK THE EXCEPTIONS ALREADY QUEUED FOR
001440*                         THE SAME STEP AND ITEM (ALTERNATE KEY).
001450*                         ONE STILL ACTIVE, OR ONE RAISED FOR THE
001460*                         SAME BUSINESS DATE, MAKES THIS CALL A
001470*                         DUPLICATE AND RETURNS ITS NUMBER.
001480******************************************************************
001490 2000-BUSCAR-DUPLICADO.
001500     MOVE EXP-SOURCE-STEP TO EXC-SOURCE-STEP.
001510     MOVE EXP-ITEM-KEY    TO EXC-ITEM-KEY.
001520     MOVE "N" TO WS-ORIG-EOF-SW.
001530     START EXC-QUEUE-FILE KEY IS EQUAL TO EXC-ORIGIN
001540         INVALID KEY
001550             GO TO 2000-BUSCAR-DUPLICADO-EXIT
001560     END-START.
001570     PERFORM 2100-LEER-ORIGEN
001580         THRU 2100-LEER-ORIGEN-EXIT
001590         UNTIL WS-ORIG-EOF OR EXP-DUPLICATE.
001600 2000-BUSCAR-DUPLICADO-EXIT.
001610     EXIT.
001620*
001630 2100-LEER-ORIGEN.
001640     READ EXC-QUEUE-FILE NEXT RECORD
001650         AT END
001660             SET WS-ORIG-EOF TO TRUE
001670             GO TO 2100-LEER-ORIGEN-EXIT
001680     END-READ.
001690     IF EXC-SOURCE-STEP NOT = EXP-SOURCE-STEP
001700             OR EXC-ITEM-KEY NOT = EXP-ITEM-KEY
001710         SET WS-ORIG-EOF TO TRUE
001720         GO TO 2100-LEER-ORIGEN-EXIT
001730     END-IF.
001740     IF NOT EXC-TYPE-HEADER
001750         GO TO 2100-LEER-ORIGEN-EXIT
001760     END-IF.
001770     IF EXC-ACTIVE OR EXC-BUS-DATE = WS-BUS-DATE
001780         SET EXP-DUPLICATE TO TRUE
001790         MOVE EXC-NO TO EXP-EXC-NO
001800     END-IF.
001810 2100-LEER-ORIGEN-EXIT.
001820     EXIT.
001830*
001840******************************************************************
001850* 3000-GRABAR-EXCEPCION - ISSUE THE NEXT NUMBER AND WRITE THE
001860*                         HEADER, NEW AND UNOWNED, WITH ITS DUE
001870*                         DATE, FOLLOWED BY THE OPENING NOTE.
001880******************************************************************
001890 3000-GRABAR-EXCEPCION.
001900     PERFORM 3100-ASIGNAR-NUMERO
001910         THRU 3100-ASIGNAR-NUMERO-EXIT.
001920     IF NOT WS-EXC-OK
001930         SET EXP-FAILED TO TRUE
001940         GO TO 3000-GRABAR-EXCEPCION-EXIT
001950     END-IF.
001960     MOVE EXC-LAST-EXC-NO TO EXP-EXC-NO.
001970     EVALUATE TRUE
001980         WHEN EXP-SEV-HIGH
001990             MOVE 1 TO WS-DUE-DAYS
002000         WHEN EXP-SEV-MEDIUM
002010             MOVE 3 TO WS-DUE-DAYS
002020         WHEN OTHER
002030             MOVE 7 TO WS-DUE-DAYS
002040     END-EVALUATE.
002050     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
002060         (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + WS-DUE-DAYS).
002070     MOVE SPACES          TO EXC-REC.
002080     MOVE EXP-EXC-NO      TO EXC-NO.
002090     SET EXC-TYPE-HEADER  TO TRUE.
002100     MOVE ZERO            TO EXC-LINE-NO.
002110     MOVE EXP-SOURCE-STEP TO EXC-SOURCE-STEP.
002120     MOVE EXP-ITEM-KEY    TO EXC-ITEM-KEY.
002130     MOVE WS-BUS-DATE     TO EXC-BUS-DATE.
002140     MOVE EXP-SEVERITY    TO EXC-SEVERITY.
002150     SET EXC-NEW          TO TRUE.
002160     MOVE WS-DUE-DATE     TO EXC-DUE-DATE.
002170     MOVE SPACES          TO EXC-OWNER.
002180     MOVE ZERO            TO EXC-OWNED-DATE.
002190     MOVE SPACES          TO EXC-CLOSED-BY.
002200     MOVE ZERO            TO EXC-CLOSED-DATE.
002210     MOVE 1               TO EXC-LAST-NOTE.
002220     MOVE EXP-DESCRIPTION TO EXC-DESCRIPTION.
002230     WRITE EXC-REC
002240         INVALID KEY
002250             DISPLAY "Aviso: no se pudo grabar la excepcion de "
002260                 EXP-SOURCE-STEP "; estado " WS-EXC-STATUS
002270             SET EXP-FAILED TO TRUE
002280             GO TO 3000-GRABAR-EXCEPCION-EXIT
002290     END-WRITE.
002300     MOVE SPACES TO WS-NOTE-TEXT.
002310     STRING "EXCEPCION REGISTRADA POR " DELIMITED BY SIZE
002320         EXP-SOURCE-STEP               DELIMITED BY SPACE
002330         "; VENCE "                    DELIMITED BY SIZE
002340         WS-DUE-DATE                   DELIMITED BY SIZE
002350         INTO WS-NOTE-TEXT
002360     END-STRING.
002370     MOVE SPACES          TO EXC-DATA.
002380     SET EXC-TYPE-NOTE    TO TRUE.
002390     MOVE 1               TO EXC-LINE-NO.
002400     MOVE WS-BUS-DATE     TO EXC-NOTE-DATE.
002410     MOVE EXP-SOURCE-STEP TO EXC-NOTE-BY.
002420     MOVE WS-NOTE-TEXT    TO EXC-NOTE-TEXT.
002430     WRITE EXC-REC
002440         INVALID KEY
002450             DISPLAY "Aviso: no se pudo grabar la nota de la "
002460                 "excepcion " EXP-EXC-NO "; estado "
002470                 WS-EXC-STATUS
002480     END-WRITE.
002490     SET EXP-RAISED TO TRUE.
002500 3000-GRABAR-EXCEPCION-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540* 3100-ASIGNAR-NUMERO - ISSUE THE NEXT EXCEPTION NUMBER FROM THE
002550*                       CONTROL ROW (EXCEPTION ZERO), CREATING IT
002560*                       ON FIRST USE. THE NUMBER ISSUED IS LEFT IN
002570*                       EXC-LAST-EXC-NO.
002580******************************************************************
002590 3100-ASIGNAR-NUMERO.
002600     MOVE SPACES TO EXC-REC.
002610     MOVE ZERO   TO EXC-NO.
002620     SET EXC-TYPE-CONTROL TO TRUE.
002630     MOVE ZERO   TO EXC-LINE-NO.
002640     READ EXC-QUEUE-FILE
002650         KEY IS EXC-KEY
002660         INVALID KEY
002670             MOVE SPACES TO EXC-REC
002680             MOVE ZERO   TO EXC-NO
002690             SET EXC-TYPE-CONTROL TO TRUE
002700             MOVE ZERO   TO EXC-LINE-NO
002710             MOVE ZERO   TO EXC-LAST-EXC-NO
002720             WRITE EXC-REC
002730                 INVALID KEY
002740                     CONTINUE
002750             END-WRITE
002760     END-READ.
002770     ADD 1 TO EXC-LAST-EXC-NO.
002780     REWRITE EXC-REC
002790         INVALID KEY
002800             DISPLAY "Aviso: no se pudo asignar el numero de "
002810                 "excepcion; estado " WS-EXC-STATUS
002820     END-REWRITE.
002830 3100-ASIGNAR-NUMERO-EXIT.
002840     EXIT.
002850*
002860******************************************************************
002870* 8000-TERMINATE - CLOSE THE QUEUE.
002880******************************************************************
002890 8000-TERMINATE.
002900     IF WS-EXC-FILE-OPEN
002910         CLOSE EXC-QUEUE-FILE
002920     END-IF.
002930 8000-TERMINATE-EXIT.
002940     EXIT.
002950 END PROGRAM EXCPOST.
