000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      VALUE-DATE RELEASE. SCHEDULED AS AN EARLY COBOL6
000160*               RUN-CARD STEP NEXT TO STORGEN, AHEAD OF EDITVAL:
000170*               READS THE BUSINESS DATE FROM THE RUN-CONTROL
000180*               FILE AND PULLS EVERY PENDING ITEM ON THE
000190*               VALUE-DATE WAREHOUSE (VDWHREC, DD VALWHSE) WHOSE
000198*               VALUE DATE HAS COME DUE INTO THREE PROPERLY
000206*               SEALED BATCTL BATCHES: OPCTRANS ITEMS TO DD
000214*               VDOPCBAT (BATCH ID "VO"+YYMMDD), LOOPTRANS ITEMS
000222*               TO DD VDLOOPBT ("VL"+YYMMDD) AND LATE TRANSIN
000230*               ITEMS TO DD VDTRNBAT ("VT"+YYMMDD), ALL UNDER
000238*               THE HOUSE BRANCH "VDW", EACH WITH A TRAILER
000246*               CARRYING THE COUNT AND OPERAND HASH TOTAL, SO
000254*               THEY FEED EDITVAL LIKE ANY BRANCH TRANSMISSION.
000262*               EACH DETAIL IS WRITTEN EXACTLY AS EDITVAL STORED
000270*               IT, STILL CARRYING ITS ORIGINAL BRANCH, BATCH
000278*               ID AND RECORD NUMBER, SO REJECTS, AUDIT AND
000286*               HISTORY ALL POINT BACK AT THE BRANCH'S OWN
000294*               SUBMISSION. EACH
000310*               ITEM RELEASED IS MARKED R WITH THE RELEASE DATE
000320*               AND BATCH ID; A RERUN ON THE SAME BUSINESS DATE
000330*               RELEASES THE SAME ITEMS AGAIN UNDER THE SAME
000340*               BATCH IDS (EDITVAL'S BATCH REGISTER REFUSES THE
000350*               SECOND COPY IF THE FIRST WAS ALREADY CONSUMED).
000360*               ITEMS DUE ON A DAY THE CYCLE DID NOT RUN ARE
000370*               RELEASED ON THE NEXT BUSINESS DATE. REGISTER
000380*               "VDW" AS AN ACTIVE BRANCH IN BRNCHMNT SO THE
000390*               EDIT'S BRANCH CHECK PASSES. A MISSING WAREHOUSE
000400*               PRODUCES EMPTY, SEALED BATCHES.
000410* TECTONICS:    cobc
000420*
000430* MODIFICATION HISTORY
000440*   2026-10-15  RA  INITIAL VERSION.
000441*   2026-10-15  RA  TRANSIN ITEMS (FILE TYPE T, STORED BY EDITVAL
000442*                   FROM A BATCH TRANSMITTED AFTER ITS BRANCH'S
000443*                   CUTOFF) ARE NOW RELEASED AS A THIRD SEALED
000444*                   BATCH TO DD VDTRNBAT ("VT"+YYMMDD, HOUSE
000445*                   BRANCH "VDW").
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. VDREL.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT VAL-WHSE-FILE ASSIGN TO VALWHSE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS WH-KEY
000550         ALTERNATE RECORD KEY IS WH-VALUE-DATE
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-WH-STATUS.
000580     SELECT OPC-BATCH-FILE ASSIGN TO VDOPCBAT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT LOOP-BATCH-FILE ASSIGN TO VDLOOPBT
000610         ORGANIZATION IS LINE SEQUENTIAL.
000613     SELECT TRN-BATCH-FILE ASSIGN TO VDTRNBAT
000616         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RUNCTL-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  VAL-WHSE-FILE.
000680     COPY VDWHREC.
000690 FD  OPC-BATCH-FILE
000700     RECORDING MODE IS F.
000710 01  OPC-BATCH-REC              PIC X(80).
000720 FD  LOOP-BATCH-FILE
000730     RECORDING MODE IS F.
000740 01  LOOP-BATCH-REC             PIC X(80).
000742 FD  TRN-BATCH-FILE
000744     RECORDING MODE IS F.
000746 01  TRN-BATCH-REC              PIC X(80).
000750 FD  RUN-CTL-FILE
000760     RECORDING MODE IS F.
000770     COPY RUNCTLRC.
000780 WORKING-STORAGE SECTION.
000790     COPY OPCTRREC.
000800     COPY BATCTL.
000810 01  LOOP-TRANS-REC.
000820     05 LT-NUM1             PIC S9(9)V99
000830                            SIGN IS TRAILING SEPARATE.
000840     05 LT-NUM2             PIC S9(9)V99
000850                            SIGN IS TRAILING SEPARATE.
000860     05 FILLER              PIC X(56).
000861 01  TRANS-IN-REC.
000862     05 TI-NUM1             PIC S9(9)V99
000863                            SIGN IS TRAILING SEPARATE.
000864     05 TI-NUM2             PIC S9(9)V99
000865                            SIGN IS TRAILING SEPARATE.
000866     05 FILLER              PIC X(56).
000870*
000880 77  WS-WH-STATUS           PIC X(02) VALUE SPACES.
000890 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000900 77  WS-WH-FILE-SW          PIC X(01) VALUE "N".
000910     88 WS-WH-FILE-OPEN              VALUE "Y".
000920 77  WS-WH-EOF-SW           PIC X(01) VALUE "N".
000930     88 WS-WH-EOF                    VALUE "Y".
000940 77  WS-BUS-DATE            PIC 9(08) VALUE ZERO.
000950 77  WS-OPC-BATCH-ID        PIC X(08) VALUE SPACES.
000960 77  WS-LOOP-BATCH-ID       PIC X(08) VALUE SPACES.
000962 77  WS-TRN-BATCH-ID        PIC X(08) VALUE SPACES.
000964 77  WS-TRN-CNT             PIC 9(06) COMP VALUE ZERO.
000966 77  WS-TRN-HASH            PIC S9(13)V99 VALUE ZERO.
000968 77  WS-TRN-CNT-ED          PIC Z(5)9.
000970 77  WS-REL-BATCH-ID        PIC X(08) VALUE SPACES.
000980 77  WS-READ-CNT            PIC 9(06) COMP VALUE ZERO.
000990 77  WS-OPC-CNT             PIC 9(06) COMP VALUE ZERO.
001000 77  WS-LOOP-CNT            PIC 9(06) COMP VALUE ZERO.
001010 77  WS-OPC-HASH            PIC S9(13)V99 VALUE ZERO.
001020 77  WS-LOOP-HASH           PIC S9(13)V99 VALUE ZERO.
001030 77  WS-READ-CNT-ED         PIC Z(5)9.
001040 77  WS-OPC-CNT-ED          PIC Z(5)9.
001050 77  WS-LOOP-CNT-ED         PIC Z(5)9.
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE
001090         THRU 1000-INITIALIZE-EXIT.
001100     PERFORM 2000-LIBERAR-PARTIDA
001110         THRU 2000-LIBERAR-PARTIDA-EXIT
001120         UNTIL WS-WH-EOF.
001130     PERFORM 8000-TERMINATE
001140         THRU 8000-TERMINATE-EXIT.
001150     GOBACK.
001160*
001170******************************************************************
001180* 1000-INITIALIZE - READ THE BUSINESS DATE, BUILD THE BATCH
001190*                   IDS, OPEN THE OUTPUT BATCHES AND WRITE THEIR
001200*                   HEADERS, THEN POSITION THE WAREHOUSE AT THE
001210*                   EARLIEST VALUE DATE. A MISSING WAREHOUSE
001220*                   PRODUCES EMPTY, SEALED BATCHES SO THE
001230*                   DOWNSTREAM STEPS STILL BALANCE.
001240******************************************************************
001250 1000-INITIALIZE.
001260     OPEN INPUT RUN-CTL-FILE.
001270     IF WS-RUNCTL-STATUS = "00"
001280         READ RUN-CTL-FILE
001290             AT END
001300                 CONTINUE
001310             NOT AT END
001320                 IF RCT-TYPE-CONTROL
001330                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001340                 END-IF
001350         END-READ
001360         CLOSE RUN-CTL-FILE
001370     END-IF.
001380     IF WS-BUS-DATE = ZERO
001390         DISPLAY "Aviso: fecha de negocio no disponible; se "
001400             "usa la fecha del sistema."
001410         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001420     END-IF.
001426     MOVE SPACES TO WS-OPC-BATCH-ID WS-LOOP-BATCH-ID
001432                    WS-TRN-BATCH-ID.
001440     STRING "VO" DELIMITED BY SIZE
001450         WS-BUS-DATE(3:6) DELIMITED BY SIZE
001460         INTO WS-OPC-BATCH-ID
001470     END-STRING.
001480     STRING "VL" DELIMITED BY SIZE
001490         WS-BUS-DATE(3:6) DELIMITED BY SIZE
001500         INTO WS-LOOP-BATCH-ID
001510     END-STRING.
001512     STRING "VT" DELIMITED BY SIZE
001514         WS-BUS-DATE(3:6) DELIMITED BY SIZE
001516         INTO WS-TRN-BATCH-ID
001518     END-STRING.
001520     OPEN OUTPUT OPC-BATCH-FILE
001526                 LOOP-BATCH-FILE
001532                 TRN-BATCH-FILE.
001540     MOVE SPACES          TO BAT-CTL-REC.
001550     MOVE "H"             TO BAT-REC-TYPE.
001560     MOVE WS-OPC-BATCH-ID TO BAT-BATCH-ID.
001570     MOVE WS-BUS-DATE     TO BAT-PREP-DATE.
001580     MOVE "VDW "          TO BAT-BRANCH-ID.
001590     WRITE OPC-BATCH-REC FROM BAT-CTL-REC.
001600     MOVE WS-LOOP-BATCH-ID TO BAT-BATCH-ID.
001610     WRITE LOOP-BATCH-REC FROM BAT-CTL-REC.
001613     MOVE WS-TRN-BATCH-ID TO BAT-BATCH-ID.
001616     WRITE TRN-BATCH-REC FROM BAT-CTL-REC.
001620     OPEN I-O VAL-WHSE-FILE.
001630     IF WS-WH-STATUS NOT = "00"
001640         DISPLAY "Aviso: no se pudo abrir el almacen de fecha "
001650             "valor (estado " WS-WH-STATUS "); se generan "
001660             "lotes vacios."
001670         SET WS-WH-EOF TO TRUE
001680         GO TO 1000-INITIALIZE-EXIT
001690     END-IF.
001700     SET WS-WH-FILE-OPEN TO TRUE.
001710     MOVE ZERO TO WH-VALUE-DATE.
001720     START VAL-WHSE-FILE KEY IS NOT LESS THAN WH-VALUE-DATE
001730         INVALID KEY
001740             SET WS-WH-EOF TO TRUE
001750     END-START.
001760 1000-INITIALIZE-EXIT.
001770     EXIT.
001780*
001790******************************************************************
001800* 2000-LIBERAR-PARTIDA - READ THE NEXT WAREHOUSE ITEM IN VALUE-
001810*                        DATE ORDER. AN ITEM DUE ON OR BEFORE
001820*                        THE BUSINESS DATE THAT IS STILL PENDING
001830*                        (OR WAS ALREADY RELEASED TODAY, ON A
001840*                        RERUN) IS WRITTEN TO ITS RELEASE BATCH
001850*                        AND MARKED RELEASED. THE SCAN STOPS AT
001860*                        THE FIRST ITEM NOT YET DUE.
001870******************************************************************
001880 2000-LIBERAR-PARTIDA.
001890     READ VAL-WHSE-FILE NEXT RECORD
001900         AT END
001910             SET WS-WH-EOF TO TRUE
001920             GO TO 2000-LIBERAR-PARTIDA-EXIT
001930     END-READ.
001940     IF WH-VALUE-DATE > WS-BUS-DATE
001950         SET WS-WH-EOF TO TRUE
001960         GO TO 2000-LIBERAR-PARTIDA-EXIT
001970     END-IF.
001980     ADD 1 TO WS-READ-CNT.
001986     EVALUATE TRUE
001992         WHEN WH-TYPE-OPCTRANS
001998             MOVE WS-OPC-BATCH-ID  TO WS-REL-BATCH-ID
002004         WHEN WH-TYPE-TRANSIN
002010             MOVE WS-TRN-BATCH-ID  TO WS-REL-BATCH-ID
002016         WHEN OTHER
002022             MOVE WS-LOOP-BATCH-ID TO WS-REL-BATCH-ID
002028     END-EVALUATE.
002040     IF NOT WH-PENDING
002050         IF NOT WH-RELEASED
002060                 OR WH-RELEASE-BATCH-ID NOT = WS-REL-BATCH-ID
002070             GO TO 2000-LIBERAR-PARTIDA-EXIT
002080         END-IF
002090     END-IF.
002100     EVALUATE TRUE
002110         WHEN WH-TYPE-OPCTRANS
002120             MOVE WH-IMAGE TO OPC-TRANS-REC
002130             ADD 1 TO WS-OPC-CNT
002140             ADD OPC-OPERAND-1 TO WS-OPC-HASH
002150             ADD OPC-OPERAND-2 TO WS-OPC-HASH
002160             WRITE OPC-BATCH-REC FROM OPC-TRANS-REC
002170         WHEN WH-TYPE-LOOPTRANS
002180             MOVE WH-IMAGE TO LOOP-TRANS-REC
002190             ADD 1 TO WS-LOOP-CNT
002200             ADD LT-NUM1 TO WS-LOOP-HASH
002210             ADD LT-NUM2 TO WS-LOOP-HASH
002220             WRITE LOOP-BATCH-REC FROM LOOP-TRANS-REC
002221         WHEN WH-TYPE-TRANSIN
002222             MOVE WH-IMAGE TO TRANS-IN-REC
002223             ADD 1 TO WS-TRN-CNT
002224             ADD TI-NUM1 TO WS-TRN-HASH
002225             ADD TI-NUM2 TO WS-TRN-HASH
002226             WRITE TRN-BATCH-REC FROM TRANS-IN-REC
002230         WHEN OTHER
002240             DISPLAY "Aviso: partida " WH-ORIG-BATCH-ID " "
002250                 WH-ORIG-REC-NO " con tipo de archivo no "
002260                 "valido; se omite."
002270             GO TO 2000-LIBERAR-PARTIDA-EXIT
002280     END-EVALUATE.
002290     IF WH-PENDING
002300         SET WH-RELEASED TO TRUE
002310         MOVE WS-BUS-DATE     TO WH-ACTION-DATE
002320         MOVE "VDREL"         TO WH-ACTION-BY
002330         MOVE WS-REL-BATCH-ID TO WH-RELEASE-BATCH-ID
002340         REWRITE WH-REC
002350             INVALID KEY
002360                 DISPLAY "Aviso: no se pudo marcar liberada la "
002370                     "partida " WH-ORIG-BATCH-ID " "
002380                     WH-ORIG-REC-NO "."
002390         END-REWRITE
002400     END-IF.
002410 2000-LIBERAR-PARTIDA-EXIT.
002420     EXIT.
002430*
002440******************************************************************
002450* 8000-TERMINATE - SEAL THE BATCHES WITH THEIR TRAILERS, CLOSE
002460*                  THE FILES AND REPORT THE COUNTS.
002470******************************************************************
002480 8000-TERMINATE.
002490     MOVE SPACES          TO BAT-CTL-REC.
002500     MOVE "T"             TO BAT-REC-TYPE.
002510     MOVE WS-OPC-BATCH-ID TO BAT-BATCH-ID.
002520     MOVE WS-OPC-CNT      TO BAT-EXPECT-CNT.
002530     MOVE WS-OPC-HASH     TO BAT-HASH-TOTAL.
002540     WRITE OPC-BATCH-REC FROM BAT-CTL-REC.
002550     MOVE SPACES           TO BAT-CTL-REC.
002560     MOVE "T"              TO BAT-REC-TYPE.
002570     MOVE WS-LOOP-BATCH-ID TO BAT-BATCH-ID.
002580     MOVE WS-LOOP-CNT      TO BAT-EXPECT-CNT.
002590     MOVE WS-LOOP-HASH     TO BAT-HASH-TOTAL.
002600     WRITE LOOP-BATCH-REC FROM BAT-CTL-REC.
002601     MOVE SPACES           TO BAT-CTL-REC.
002602     MOVE "T"              TO BAT-REC-TYPE.
002603     MOVE WS-TRN-BATCH-ID  TO BAT-BATCH-ID.
002604     MOVE WS-TRN-CNT       TO BAT-EXPECT-CNT.
002605     MOVE WS-TRN-HASH      TO BAT-HASH-TOTAL.
002606     WRITE TRN-BATCH-REC FROM BAT-CTL-REC.
002610     CLOSE OPC-BATCH-FILE
002616           LOOP-BATCH-FILE
002622           TRN-BATCH-FILE.
002630     IF WS-WH-FILE-OPEN
002640         CLOSE VAL-WHSE-FILE
002650     END-IF.
002660     MOVE WS-READ-CNT TO WS-READ-CNT-ED.
002670     MOVE WS-OPC-CNT  TO WS-OPC-CNT-ED.
002680     MOVE WS-LOOP-CNT TO WS-LOOP-CNT-ED.
002685     MOVE WS-TRN-CNT  TO WS-TRN-CNT-ED.
002690     DISPLAY "VDREL: dia " WS-BUS-DATE ": lote "
002700         WS-OPC-BATCH-ID " " WS-OPC-CNT-ED " partidas OPCTRANS, "
002710         "lote " WS-LOOP-BATCH-ID " " WS-LOOP-CNT-ED
002715         " partidas LOOPTRANS, lote " WS-TRN-BATCH-ID " "
002720         WS-TRN-CNT-ED " partidas TRANSIN, de " WS-READ-CNT-ED
002725         " leidas.".
002730     MOVE 0 TO RETURN-CODE.
002740 8000-TERMINATE-EXIT.
002750     EXIT.
002760 END PROGRAM VDREL.
