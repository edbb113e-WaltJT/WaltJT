000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      MORNING CONTROL-EXCEPTION DASHBOARD. READS THE
000160*               SHARED EXCEPTION QUEUE (EXCREC, DD EXCQUEUE) AND
000170*               LISTS EVERY ACTIVE EXCEPTION WITH ITS SOURCE
000180*               STEP, SEVERITY, OWNER AND THE DAYS IT IS PAST ITS
000190*               DUE DATE, THEN EVERY EXCEPTION CLOSED ON THE
000200*               RUN-CONTROL BUSINESS DATE WITH ITS OWNER AND WHO
000210*               CLOSED IT, AND FINALLY A SUMMARY BY OWNER OF THE
000220*               EXCEPTIONS RAISED ON THE BUSINESS DATE (NEW),
000230*               STILL ACTIVE (OPEN), ACTIVE PAST THEIR DUE DATE
000240*               (OVERDUE) AND CLOSED ON THE BUSINESS DATE, WITH A
000250*               GRAND TOTAL. EXCEPTIONS NOBODY HAS TAKEN YET ARE
000260*               SHOWN UNDER *NONE*. REPORT DD EXCDASHR. RETURN
000270*               CODE 0, 4 WHEN ANY EXCEPTION IS OVERDUE, 8 WHEN
000280*               THE QUEUE CANNOT BE READ.
000290* TECTONICS:    cobc
000300*
000310* MODIFICATION HISTORY
000320*   2026-10-15  RA  INITIAL VERSION.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. EXCDASH.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EXC-QUEUE-FILE ASSIGN TO EXCQUEUE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS EXC-KEY
000430         ALTERNATE RECORD KEY IS EXC-ORIGIN
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-EXC-STATUS.
000460     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNCTL-STATUS.
000490     SELECT REPORT-OUT-FILE ASSIGN TO EXCDASHR
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EXC-QUEUE-FILE.
000540     COPY EXCREC.
000550 FD  RUN-CTL-FILE
000560     RECORDING MODE IS F.
000570     COPY RUNCTLRC.
000580 FD  REPORT-OUT-FILE
000590     RECORDING MODE IS F.
000600 01  REPORT-OUT-REC             PIC X(132).
000610 WORKING-STORAGE SECTION.
000620*
000630 01  RPT-PAGE-HEADER-REC.
000640     05 FILLER                  PIC X(34)
000650            VALUE "EXCDASH CONTROL EXCEPTION SUMMARY".
000660     05 FILLER                  PIC X(16) VALUE
000670            "  BUSINESS DATE ".
000680     05 RPH-BUS-DATE            PIC 9(08).
000690     05 FILLER                  PIC X(06) VALUE SPACES.
000700     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
000710     05 RPH-PAGE-NO             PIC ZZ9.
000720     05 FILLER                  PIC X(57) VALUE SPACES.
000730 01  RPT-SECTION-REC.
000740     05 RSC-TITLE               PIC X(40).
000750     05 FILLER                  PIC X(92) VALUE SPACES.
000760 01  RPT-DETAIL-HEADER-REC.
000770     05 FILLER                  PIC X(08) VALUE "EXC NO".
000780     05 FILLER                  PIC X(10) VALUE "STEP".
000790     05 FILLER                  PIC X(04) VALUE "SEV".
000800     05 FILLER                  PIC X(04) VALUE "ST".
000810     05 FILLER                  PIC X(10) VALUE "RAISED".
000820     05 FILLER                  PIC X(10) VALUE "DUE".
000830     05 FILLER                  PIC X(07) VALUE " LATE".
000840     05 FILLER                  PIC X(10) VALUE "OWNER".
000850     05 FILLER                  PIC X(50) VALUE "DESCRIPTION".
000860     05 FILLER                  PIC X(19) VALUE SPACES.
000870 01  RPT-DETAIL-REC.
000880     05 RDL-EXC-NO              PIC 9(06).
000890     05 FILLER                  PIC X(02) VALUE SPACES.
000900     05 RDL-STEP                PIC X(08).
000910     05 FILLER                  PIC X(02) VALUE SPACES.
000920     05 RDL-SEVERITY            PIC X(01).
000930     05 FILLER                  PIC X(03) VALUE SPACES.
000940     05 RDL-STATUS              PIC X(01).
000950     05 FILLER                  PIC X(03) VALUE SPACES.
000960     05 RDL-RAISED              PIC 9(08).
000970     05 FILLER                  PIC X(02) VALUE SPACES.
000980     05 RDL-DUE                 PIC 9(08).
000990     05 FILLER                  PIC X(02) VALUE SPACES.
001000     05 RDL-LATE                PIC ZZZZ9.
001010     05 FILLER                  PIC X(02) VALUE SPACES.
001020     05 RDL-OWNER               PIC X(08).
001030     05 FILLER                  PIC X(02) VALUE SPACES.
001040     05 RDL-DESCRIPTION         PIC X(50).
001050     05 FILLER                  PIC X(19) VALUE SPACES.
001060 01  RPT-CLOSED-HEADER-REC.
001070     05 FILLER                  PIC X(08) VALUE "EXC NO".
001080     05 FILLER                  PIC X(10) VALUE "STEP".
001090     05 FILLER                  PIC X(04) VALUE "SEV".
001100     05 FILLER                  PIC X(10) VALUE "RAISED".
001110     05 FILLER                  PIC X(10) VALUE "OWNER".
001120     05 FILLER                  PIC X(10) VALUE "CLOSED BY".
001130     05 FILLER                  PIC X(07) VALUE "NOTES".
001140     05 FILLER                  PIC X(50) VALUE "DESCRIPTION".
001150     05 FILLER                  PIC X(23) VALUE SPACES.
001160 01  RPT-CLOSED-REC.
001170     05 RCL-EXC-NO              PIC 9(06).
001180     05 FILLER                  PIC X(02) VALUE SPACES.
001190     05 RCL-STEP                PIC X(08).
001200     05 FILLER                  PIC X(02) VALUE SPACES.
001210     05 RCL-SEVERITY            PIC X(01).
001220     05 FILLER                  PIC X(03) VALUE SPACES.
001230     05 RCL-RAISED              PIC 9(08).
001240     05 FILLER                  PIC X(02) VALUE SPACES.
001250     05 RCL-OWNER               PIC X(08).
001260     05 FILLER                  PIC X(02) VALUE SPACES.
001270     05 RCL-CLOSED-BY           PIC X(08).
001280     05 FILLER                  PIC X(02) VALUE SPACES.
001290     05 RCL-NOTES               PIC ZZ9.
001300     05 FILLER                  PIC X(04) VALUE SPACES.
001310     05 RCL-DESCRIPTION         PIC X(50).
001320     05 FILLER                  PIC X(23) VALUE SPACES.
001330 01  RPT-SUMMARY-HEADER-REC.
001340     05 FILLER                  PIC X(10) VALUE "OWNER".
001350     05 FILLER                  PIC X(08) VALUE "     NEW".
001360     05 FILLER                  PIC X(08) VALUE "    OPEN".
001370     05 FILLER                  PIC X(08) VALUE " OVERDUE".
001380     05 FILLER                  PIC X(08) VALUE "  CLOSED".
001390     05 FILLER                  PIC X(90) VALUE SPACES.
001400 01  RPT-SUMMARY-REC.
001410     05 RSL-OWNER               PIC X(08).
001420     05 FILLER                  PIC X(02) VALUE SPACES.
001430     05 RSL-NEW                 PIC ZZZZZZZ9.
001440     05 RSL-OPEN                PIC ZZZZZZZ9.
001450     05 RSL-OVERDUE             PIC ZZZZZZZ9.
001460     05 RSL-CLOSED              PIC ZZZZZZZ9.
001470     05 FILLER                  PIC X(90) VALUE SPACES.
001480 01  RPT-NONE-REC.
001490     05 RNO-TEXT                PIC X(40).
001500     05 FILLER                  PIC X(92) VALUE SPACES.
001510 01  RPT-OVERFLOW-REC.
001520     05 FILLER                  PIC X(50) VALUE
001530            "MORE THAN 200 OWNERS - THE REST ARE SUMMARIZED AS ".
001540     05 FILLER                  PIC X(09) VALUE
001550            "*OTHERS*.".
001560     05 FILLER                  PIC X(73) VALUE SPACES.
001570 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001580*
001590 77  WS-EXC-STATUS              PIC X(02) VALUE SPACES.
001600 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001610 77  WS-EXC-EOF-SW              PIC X(01) VALUE "N".
001620     88 WS-EXC-EOF                        VALUE "Y".
001630 77  WS-EXC-MISSING-SW          PIC X(01) VALUE "N".
001640     88 WS-EXC-MISSING                    VALUE "Y".
001650 77  WS-OWN-FOUND-SW            PIC X(01) VALUE "N".
001660     88 WS-OWN-FOUND                      VALUE "Y".
001670 77  WS-OWN-OVFL-SW             PIC X(01) VALUE "N".
001680     88 WS-OWN-OVFL                       VALUE "Y".
001690 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001700 77  WS-BUS-INT                 PIC 9(07) VALUE ZERO.
001710 77  WS-LATE-DAYS               PIC S9(05) VALUE ZERO.
001720 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
001730 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
001740 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
001750 77  WS-ACTIVE-CNT              PIC 9(06) COMP VALUE ZERO.
001760 77  WS-OVERDUE-CNT             PIC 9(06) COMP VALUE ZERO.
001770 77  WS-CLOSED-CNT              PIC 9(06) COMP VALUE ZERO.
001780 77  WS-OWN-SUB                 PIC 9(03) COMP VALUE ZERO.
001790 77  WS-OWN-MOVE-SUB            PIC 9(03) COMP VALUE ZERO.
001800 77  WS-OWN-USED-CNT            PIC 9(03) COMP VALUE ZERO.
001810 01  WS-OWN-NEW-KEY             PIC X(08).
001820 01  WS-OWN-TABLE.
001830     05 WS-OWN-ENTRY            OCCURS 201 TIMES.
001840         10 WS-OWN-KEY          PIC X(08).
001850         10 WS-OWN-NEW          PIC 9(06) COMP.
001860         10 WS-OWN-OPEN         PIC 9(06) COMP.
001870         10 WS-OWN-OVERDUE      PIC 9(06) COMP.
001880         10 WS-OWN-CLOSED       PIC 9(06) COMP.
001890 01  WS-OWN-TOTALS.
001900     05 WS-TOT-KEY              PIC X(08).
001910     05 WS-TOT-NEW              PIC 9(06) COMP.
001920     05 WS-TOT-OPEN             PIC 9(06) COMP.
001930     05 WS-TOT-OVERDUE          PIC 9(06) COMP.
001940     05 WS-TOT-CLOSED           PIC 9(06) COMP.
001950 01  WS-PRT-LINE.
001960     05 WS-PRT-KEY              PIC X(08).
001970     05 WS-PRT-NEW              PIC 9(06) COMP.
001980     05 WS-PRT-OPEN             PIC 9(06) COMP.
001990     05 WS-PRT-OVERDUE          PIC 9(06) COMP.
002000     05 WS-PRT-CLOSED           PIC 9(06) COMP.
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE
002040         THRU 1000-INITIALIZE-EXIT.
002050     PERFORM 2000-PROCESAR-ACTIVA
002060         THRU 2000-PROCESAR-ACTIVA-EXIT
002070         UNTIL WS-EXC-EOF.
002080     PERFORM 2500-INICIAR-CERRADAS
002090         THRU 2500-INICIAR-CERRADAS-EXIT.
002100     PERFORM 2600-PROCESAR-CERRADA
002110         THRU 2600-PROCESAR-CERRADA-EXIT
002120         UNTIL WS-EXC-EOF.
002130     PERFORM 3000-IMPRIMIR-RESUMEN
002140         THRU 3000-IMPRIMIR-RESUMEN-EXIT.
002150     PERFORM 8000-TERMINATE
002160         THRU 8000-TERMINATE-EXIT.
002170     GOBACK.
002180*
002190******************************************************************
002200* 1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE FILES AND
002210*                   PRINT THE FIRST PAGE HEADING. A QUEUE THAT
002220*                   DOES NOT EXIST YET HAS NO EXCEPTIONS.
002230******************************************************************
002240 1000-INITIALIZE.
002250     OPEN INPUT RUN-CTL-FILE.
002260     IF WS-RUNCTL-STATUS = "00"
002270         READ RUN-CTL-FILE
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 IF RCT-TYPE-CONTROL
002320                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002330                 END-IF
002340         END-READ
002350         CLOSE RUN-CTL-FILE
002360     END-IF.
002370     IF WS-BUS-DATE = ZERO
002380         DISPLAY "Aviso: fecha de negocio no disponible; se "
002390             "usa la fecha del sistema."
002400         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002410     END-IF.
002420     COMPUTE WS-BUS-INT
002430         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
002440     OPEN INPUT EXC-QUEUE-FILE.
002450     IF WS-EXC-STATUS = "35"
002460         SET WS-EXC-MISSING TO TRUE
002470         SET WS-EXC-EOF TO TRUE
002480     ELSE
002490         IF WS-EXC-STATUS NOT = "00"
002500             DISPLAY "Error: no se pudo abrir la cola de "
002510                 "excepciones; estado " WS-EXC-STATUS
002520             MOVE 8 TO RETURN-CODE
002530             GOBACK
002540         END-IF
002550     END-IF.
002560     OPEN OUTPUT REPORT-OUT-FILE.
002570     MOVE WS-BUS-DATE TO RPH-BUS-DATE.
002580     PERFORM 2900-WRITE-PAGE-HEADING
002590         THRU 2900-WRITE-PAGE-HEADING-EXIT.
002600     MOVE "ACTIVE EXCEPTIONS" TO RSC-TITLE.
002610     WRITE REPORT-OUT-REC FROM RPT-SECTION-REC.
002620     WRITE REPORT-OUT-REC FROM RPT-DETAIL-HEADER-REC.
002630     ADD 2 TO WS-LINE-CNT.
002640 1000-INITIALIZE-EXIT.
002650     EXIT.
002660*
002670******************************************************************
002680* 2000-PROCESAR-ACTIVA - READ THE NEXT QUEUE ROW. EVERY HEADER
002690*                        IS COUNTED FOR ITS OWNER (NEW WHEN IT
002700*                        WAS RAISED ON THE BUSINESS DATE, CLOSED
002710*                        WHEN IT WAS CLOSED ON IT); AN ACTIVE ONE
002720*                        IS ALSO COUNTED OPEN, OVERDUE WHEN ITS
002730*                        DUE DATE HAS PASSED, AND PRINTED. THE
002740*                        CONTROL AND NOTE ROWS ARE SKIPPED.
002750******************************************************************
002760 2000-PROCESAR-ACTIVA.
002770     READ EXC-QUEUE-FILE NEXT RECORD
002780         AT END
002790             SET WS-EXC-EOF TO TRUE
002800             GO TO 2000-PROCESAR-ACTIVA-EXIT
002810     END-READ.
002820     IF NOT EXC-TYPE-HEADER
002830         GO TO 2000-PROCESAR-ACTIVA-EXIT
002840     END-IF.
002850     PERFORM 2200-BUSCAR-DUENO
002860         THRU 2200-BUSCAR-DUENO-EXIT.
002870     IF EXC-BUS-DATE = WS-BUS-DATE
002880         ADD 1 TO WS-OWN-NEW(WS-OWN-SUB)
002890     END-IF.
002900     IF NOT EXC-ACTIVE
002910         IF EXC-CLOSED-DATE = WS-BUS-DATE
002920             ADD 1 TO WS-OWN-CLOSED(WS-OWN-SUB)
002930             ADD 1 TO WS-CLOSED-CNT
002940         END-IF
002950         GO TO 2000-PROCESAR-ACTIVA-EXIT
002960     END-IF.
002970     ADD 1 TO WS-ACTIVE-CNT.
002980     ADD 1 TO WS-OWN-OPEN(WS-OWN-SUB).
002990     MOVE ZERO TO WS-LATE-DAYS.
003000     IF EXC-DUE-DATE NUMERIC AND EXC-DUE-DATE NOT = ZERO
003010         COMPUTE WS-LATE-DAYS = WS-BUS-INT
003020             - FUNCTION INTEGER-OF-DATE(EXC-DUE-DATE)
003030     END-IF.
003040     IF WS-LATE-DAYS > ZERO
003050         ADD 1 TO WS-OWN-OVERDUE(WS-OWN-SUB)
003060         ADD 1 TO WS-OVERDUE-CNT
003070     ELSE
003080         MOVE ZERO TO WS-LATE-DAYS
003090     END-IF.
003100     MOVE EXC-NO           TO RDL-EXC-NO.
003110     MOVE EXC-SOURCE-STEP  TO RDL-STEP.
003120     MOVE EXC-SEVERITY     TO RDL-SEVERITY.
003130     MOVE EXC-STATUS       TO RDL-STATUS.
003140     MOVE EXC-BUS-DATE     TO RDL-RAISED.
003150     MOVE EXC-DUE-DATE     TO RDL-DUE.
003160     MOVE WS-LATE-DAYS     TO RDL-LATE.
003170     MOVE WS-OWN-NEW-KEY   TO RDL-OWNER.
003180     MOVE EXC-DESCRIPTION  TO RDL-DESCRIPTION.
003190     IF WS-LINE-CNT NOT < WS-MAX-LINES
003200         PERFORM 2900-WRITE-PAGE-HEADING
003210             THRU 2900-WRITE-PAGE-HEADING-EXIT
003220         WRITE REPORT-OUT-REC FROM RPT-DETAIL-HEADER-REC
003230         ADD 1 TO WS-LINE-CNT
003240     END-IF.
003250     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
003260     ADD 1 TO WS-LINE-CNT.
003270 2000-PROCESAR-ACTIVA-EXIT.
003280     EXIT.
003290*
003300******************************************************************
003310* 2200-BUSCAR-DUENO - FIND THIS EXCEPTION'S OWNER (*NONE* WHILE
003320*                     NOBODY HAS TAKEN IT) IN THE SUMMARY TABLE,
003330*                     INSERTING IT IN KEY ORDER WHEN IT IS NEW,
003340*                     AND LEAVE WS-OWN-SUB POINTING AT IT. OWNERS
003350*                     BEYOND THE TABLE ARE ROLLED INTO THE LAST
003360*                     ENTRY AS *OTHERS*.
003370******************************************************************
003380 2200-BUSCAR-DUENO.
003390     IF EXC-OWNER = SPACES
003400         MOVE "*NONE*" TO WS-OWN-NEW-KEY
003410     ELSE
003420         MOVE EXC-OWNER TO WS-OWN-NEW-KEY
003430     END-IF.
003440     MOVE "N" TO WS-OWN-FOUND-SW.
003450     MOVE 1 TO WS-OWN-SUB.
003460     PERFORM 2210-COMPARAR-DUENO
003470         THRU 2210-COMPARAR-DUENO-EXIT
003480         UNTIL WS-OWN-FOUND OR WS-OWN-SUB > WS-OWN-USED-CNT.
003490     IF WS-OWN-SUB NOT > WS-OWN-USED-CNT
003500         IF WS-OWN-KEY(WS-OWN-SUB) = WS-OWN-NEW-KEY
003510             GO TO 2200-BUSCAR-DUENO-EXIT
003520         END-IF
003530     END-IF.
003540     IF WS-OWN-USED-CNT NOT < 200
003550         IF NOT WS-OWN-OVFL
003560             SET WS-OWN-OVFL TO TRUE
003570             INITIALIZE WS-OWN-ENTRY(201)
003580             MOVE "*OTHERS*" TO WS-OWN-KEY(201)
003590         END-IF
003600         MOVE 201 TO WS-OWN-SUB
003610         GO TO 2200-BUSCAR-DUENO-EXIT
003620     END-IF.
003630     MOVE WS-OWN-USED-CNT TO WS-OWN-MOVE-SUB.
003640     PERFORM 2220-DESPLAZAR-DUENO
003650         THRU 2220-DESPLAZAR-DUENO-EXIT
003660         UNTIL WS-OWN-MOVE-SUB < WS-OWN-SUB.
003670     ADD 1 TO WS-OWN-USED-CNT.
003680     INITIALIZE WS-OWN-ENTRY(WS-OWN-SUB).
003690     MOVE WS-OWN-NEW-KEY TO WS-OWN-KEY(WS-OWN-SUB).
003700 2200-BUSCAR-DUENO-EXIT.
003710     EXIT.
003720*
003730 2210-COMPARAR-DUENO.
003740     IF WS-OWN-KEY(WS-OWN-SUB) NOT < WS-OWN-NEW-KEY
003750         SET WS-OWN-FOUND TO TRUE
003760     ELSE
003770         ADD 1 TO WS-OWN-SUB
003780     END-IF.
003790 2210-COMPARAR-DUENO-EXIT.
003800     EXIT.
003810*
003820 2220-DESPLAZAR-DUENO.
003830     MOVE WS-OWN-ENTRY(WS-OWN-MOVE-SUB)
003840         TO WS-OWN-ENTRY(WS-OWN-MOVE-SUB + 1).
003850     SUBTRACT 1 FROM WS-OWN-MOVE-SUB.
003860 2220-DESPLAZAR-DUENO-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900* 2500-INICIAR-CERRADAS - CLOSE THE ACTIVE LIST AND REREAD THE
003910*                         QUEUE FROM THE START FOR THE LIST OF
003920*                         EXCEPTIONS CLOSED ON THE BUSINESS DATE.
003930******************************************************************
003940 2500-INICIAR-CERRADAS.
003950     IF WS-ACTIVE-CNT = ZERO
003960         MOVE "NO ACTIVE EXCEPTIONS." TO RNO-TEXT
003970         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
003980         ADD 1 TO WS-LINE-CNT
003990     END-IF.
004000     PERFORM 2900-WRITE-PAGE-HEADING
004010         THRU 2900-WRITE-PAGE-HEADING-EXIT.
004020     MOVE "EXCEPTIONS CLOSED ON THE BUSINESS DATE" TO RSC-TITLE.
004030     WRITE REPORT-OUT-REC FROM RPT-SECTION-REC.
004040     WRITE REPORT-OUT-REC FROM RPT-CLOSED-HEADER-REC.
004050     ADD 2 TO WS-LINE-CNT.
004060     IF WS-CLOSED-CNT = ZERO
004070         MOVE "NO EXCEPTIONS CLOSED." TO RNO-TEXT
004080         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
004090         ADD 1 TO WS-LINE-CNT
004100         SET WS-EXC-EOF TO TRUE
004110         GO TO 2500-INICIAR-CERRADAS-EXIT
004120     END-IF.
004130     CLOSE EXC-QUEUE-FILE.
004140     MOVE "N" TO WS-EXC-EOF-SW.
004150     OPEN INPUT EXC-QUEUE-FILE.
004160     IF WS-EXC-STATUS NOT = "00"
004170         DISPLAY "Error: no se pudo reabrir la cola de "
004180             "excepciones; estado " WS-EXC-STATUS
004190         SET WS-EXC-MISSING TO TRUE
004200         SET WS-EXC-EOF TO TRUE
004210     END-IF.
004220 2500-INICIAR-CERRADAS-EXIT.
004230     EXIT.
004240*
004250******************************************************************
004260* 2600-PROCESAR-CERRADA - PRINT THE NEXT EXCEPTION CLOSED ON THE
004270*                         BUSINESS DATE WITH ITS OWNER AND CLOSER.
004280******************************************************************
004290 2600-PROCESAR-CERRADA.
004300     READ EXC-QUEUE-FILE NEXT RECORD
004310         AT END
004320             SET WS-EXC-EOF TO TRUE
004330             GO TO 2600-PROCESAR-CERRADA-EXIT
004340     END-READ.
004350     IF NOT EXC-TYPE-HEADER OR NOT EXC-CLOSED
004360         GO TO 2600-PROCESAR-CERRADA-EXIT
004370     END-IF.
004380     IF EXC-CLOSED-DATE NOT = WS-BUS-DATE
004390         GO TO 2600-PROCESAR-CERRADA-EXIT
004400     END-IF.
004410     MOVE EXC-NO           TO RCL-EXC-NO.
004420     MOVE EXC-SOURCE-STEP  TO RCL-STEP.
004430     MOVE EXC-SEVERITY     TO RCL-SEVERITY.
004440     MOVE EXC-BUS-DATE     TO RCL-RAISED.
004450     MOVE EXC-OWNER        TO RCL-OWNER.
004460     MOVE EXC-CLOSED-BY    TO RCL-CLOSED-BY.
004470     MOVE EXC-LAST-NOTE    TO RCL-NOTES.
004480     MOVE EXC-DESCRIPTION  TO RCL-DESCRIPTION.
004490     IF WS-LINE-CNT NOT < WS-MAX-LINES
004500         PERFORM 2900-WRITE-PAGE-HEADING
004510             THRU 2900-WRITE-PAGE-HEADING-EXIT
004520         WRITE REPORT-OUT-REC FROM RPT-CLOSED-HEADER-REC
004530         ADD 1 TO WS-LINE-CNT
004540     END-IF.
004550     WRITE REPORT-OUT-REC FROM RPT-CLOSED-REC.
004560     ADD 1 TO WS-LINE-CNT.
004570 2600-PROCESAR-CERRADA-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
004620*                           COUNT, PRINT THE TITLE AND RESET THE
004630*                           LINE COUNT.
004640******************************************************************
004650 2900-WRITE-PAGE-HEADING.
004660     ADD 1 TO WS-PAGE-CNT.
004670     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
004680     IF WS-PAGE-CNT > 1
004690         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
004700     END-IF.
004710     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
004720     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004730     MOVE ZERO TO WS-LINE-CNT.
004740 2900-WRITE-PAGE-HEADING-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780* 3000-IMPRIMIR-RESUMEN - PRINT THE SUMMARY BY OWNER IN KEY ORDER
004790*                         WITH A GRAND TOTAL.
004800******************************************************************
004810 3000-IMPRIMIR-RESUMEN.
004820     PERFORM 2900-WRITE-PAGE-HEADING
004830         THRU 2900-WRITE-PAGE-HEADING-EXIT.
004840     MOVE "SUMMARY BY OWNER" TO RSC-TITLE.
004850     WRITE REPORT-OUT-REC FROM RPT-SECTION-REC.
004860     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-HEADER-REC.
004870     ADD 2 TO WS-LINE-CNT.
004880     INITIALIZE WS-OWN-TOTALS.
004890     MOVE ZERO TO WS-OWN-SUB.
004900     PERFORM 3100-IMPRIMIR-DUENO
004910         THRU 3100-IMPRIMIR-DUENO-EXIT
004920         UNTIL WS-OWN-SUB NOT < WS-OWN-USED-CNT.
004930     IF WS-OWN-OVFL
004940         MOVE 201 TO WS-OWN-SUB
004950         PERFORM 3150-LINEA-DUENO
004960             THRU 3150-LINEA-DUENO-EXIT
004970         WRITE REPORT-OUT-REC FROM RPT-OVERFLOW-REC
004980     END-IF.
004990     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
005000     MOVE "TOTAL" TO WS-TOT-KEY.
005010     MOVE WS-OWN-TOTALS TO WS-PRT-LINE.
005020     PERFORM 3300-LINEA-RESUMEN
005030         THRU 3300-LINEA-RESUMEN-EXIT.
005040 3000-IMPRIMIR-RESUMEN-EXIT.
005050     EXIT.
005060*
005070 3100-IMPRIMIR-DUENO.
005080     ADD 1 TO WS-OWN-SUB.
005090     PERFORM 3150-LINEA-DUENO
005100         THRU 3150-LINEA-DUENO-EXIT.
005110 3100-IMPRIMIR-DUENO-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150* 3150-LINEA-DUENO - PRINT THE ENTRY AT WS-OWN-SUB AND ADD IT TO
005160*                    THE GRAND TOTAL.
005170******************************************************************
005180 3150-LINEA-DUENO.
005190     ADD WS-OWN-NEW(WS-OWN-SUB)     TO WS-TOT-NEW.
005200     ADD WS-OWN-OPEN(WS-OWN-SUB)    TO WS-TOT-OPEN.
005210     ADD WS-OWN-OVERDUE(WS-OWN-SUB) TO WS-TOT-OVERDUE.
005220     ADD WS-OWN-CLOSED(WS-OWN-SUB)  TO WS-TOT-CLOSED.
005230     MOVE WS-OWN-ENTRY(WS-OWN-SUB) TO WS-PRT-LINE.
005240     PERFORM 3300-LINEA-RESUMEN
005250         THRU 3300-LINEA-RESUMEN-EXIT.
005260 3150-LINEA-DUENO-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300* 3300-LINEA-RESUMEN - FORMAT AND PRINT THE PRINT AREA AS ONE
005310*                      SUMMARY LINE, STARTING A NEW PAGE WHEN
005320*                      THIS ONE IS FULL.
005330******************************************************************
005340 3300-LINEA-RESUMEN.
005350     MOVE WS-PRT-KEY      TO RSL-OWNER.
005360     MOVE WS-PRT-NEW      TO RSL-NEW.
005370     MOVE WS-PRT-OPEN     TO RSL-OPEN.
005380     MOVE WS-PRT-OVERDUE  TO RSL-OVERDUE.
005390     MOVE WS-PRT-CLOSED   TO RSL-CLOSED.
005400     IF WS-LINE-CNT NOT < WS-MAX-LINES
005410         PERFORM 2900-WRITE-PAGE-HEADING
005420             THRU 2900-WRITE-PAGE-HEADING-EXIT
005430         WRITE REPORT-OUT-REC FROM RPT-SUMMARY-HEADER-REC
005440         ADD 1 TO WS-LINE-CNT
005450     END-IF.
005460     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
005470     ADD 1 TO WS-LINE-CNT.
005480 3300-LINEA-RESUMEN-EXIT.
005490     EXIT.
005500*
005510******************************************************************
005520* 8000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.
005530******************************************************************
005540 8000-TERMINATE.
005550     IF NOT WS-EXC-MISSING
005560         CLOSE EXC-QUEUE-FILE
005570     END-IF.
005580     CLOSE REPORT-OUT-FILE.
005590     DISPLAY "EXCDASH: excepciones activas " WS-ACTIVE-CNT
005600         ", vencidas " WS-OVERDUE-CNT
005610         ", cerradas hoy " WS-CLOSED-CNT ".".
005620     IF WS-OVERDUE-CNT > ZERO
005630         MOVE 4 TO RETURN-CODE
005640     ELSE
005650         MOVE 0 TO RETURN-CODE
005660     END-IF.
005670 8000-TERMINATE-EXIT.
005680     EXIT.
005690 END PROGRAM EXCDASH.
