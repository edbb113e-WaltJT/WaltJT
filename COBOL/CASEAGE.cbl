000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      WEEKLY INVESTIGATION CASE AGING REPORT. READS THE
000160*               CASE FILE (CASEREC, DD CASEMAST) AND LISTS EVERY
000170*               CASE STILL OPEN OR WAITING ON THE BRANCH WITH ITS
000180*               AGE IN DAYS FROM THE DAY IT WAS OPENED TO THE
000190*               RUN-CONTROL BUSINESS DATE, THEN SUMMARIZES THE
000200*               ACTIVE CASES BY BRANCH AND ASSIGNEE IN AGE BANDS
000210*               (0-7, 8-14, 15-30, 31-60 AND OVER 60 DAYS) WITH
000220*               THE OLDEST CASE AND THE CASES CLOSED IN THE LAST
000230*               SEVEN DAYS, WITH A SUBTOTAL PER BRANCH AND A
000240*               GRAND TOTAL. REPORT DD CASERPT. RETURN CODE 0, 4
000250*               WHEN ANY ACTIVE CASE IS OVER 30 DAYS OLD, 8 WHEN
000260*               THE CASE FILE CANNOT BE READ.
000270* TECTONICS:    cobc
000280*
000290* MODIFICATION HISTORY
000300*   2026-10-15  RA  INITIAL VERSION.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CASEAGE.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS CASE-KEY
000410         FILE STATUS IS WS-CASE-STATUS.
000420     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RUNCTL-STATUS.
000450     SELECT REPORT-OUT-FILE ASSIGN TO CASERPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CASE-MASTER-FILE.
000500     COPY CASEREC.
000510 FD  RUN-CTL-FILE
000520     RECORDING MODE IS F.
000530     COPY RUNCTLRC.
000540 FD  REPORT-OUT-FILE
000550     RECORDING MODE IS F.
000560 01  REPORT-OUT-REC             PIC X(132).
000570 WORKING-STORAGE SECTION.
000580*
000590 01  RPT-PAGE-HEADER-REC.
000600     05 FILLER                  PIC X(34)
000610            VALUE "CASEAGE INVESTIGATION CASE AGING".
000620     05 FILLER                  PIC X(16) VALUE
000630            "  BUSINESS DATE ".
000640     05 RPH-BUS-DATE            PIC 9(08).
000650     05 FILLER                  PIC X(06) VALUE SPACES.
000660     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
000670     05 RPH-PAGE-NO             PIC ZZ9.
000680     05 FILLER                  PIC X(57) VALUE SPACES.
000690 01  RPT-DETAIL-HEADER-REC.
000700     05 FILLER                  PIC X(07) VALUE "CASE".
000710     05 FILLER                  PIC X(08) VALUE "BRANCH".
000720     05 FILLER                  PIC X(10) VALUE "ASSIGNED".
000730     05 FILLER                  PIC X(04) VALUE "ST".
000740     05 FILLER                  PIC X(10) VALUE "OPENED".
000750     05 FILLER                  PIC X(06) VALUE "  DAYS".
000760     05 FILLER                  PIC X(07) VALUE "  LINKS".
000770     05 FILLER                  PIC X(13) VALUE "  OPENED BY".
000780     05 FILLER                  PIC X(40) VALUE "SUBJECT".
000790     05 FILLER                  PIC X(27) VALUE SPACES.
000800 01  RPT-DETAIL-REC.
000810     05 RDL-CASE-NO             PIC 9(06).
000820     05 FILLER                  PIC X(01) VALUE SPACE.
000830     05 RDL-BRANCH              PIC X(04).
000840     05 FILLER                  PIC X(04) VALUE SPACES.
000850     05 RDL-ASSIGNED            PIC X(08).
000860     05 FILLER                  PIC X(02) VALUE SPACES.
000870     05 RDL-STATUS              PIC X(01).
000880     05 FILLER                  PIC X(03) VALUE SPACES.
000890     05 RDL-OPENED              PIC 9(08).
000900     05 FILLER                  PIC X(02) VALUE SPACES.
000910     05 RDL-AGE                 PIC ZZZZ9.
000920     05 FILLER                  PIC X(04) VALUE SPACES.
000930     05 RDL-LINKS               PIC ZZ9.
000940     05 FILLER                  PIC X(02) VALUE SPACES.
000950     05 RDL-OPENED-BY           PIC X(08).
000960     05 FILLER                  PIC X(05) VALUE SPACES.
000970     05 RDL-SUBJECT             PIC X(40).
000980     05 FILLER                  PIC X(27) VALUE SPACES.
000990 01  RPT-SUMMARY-HEADER-REC.
001000     05 FILLER                  PIC X(08) VALUE "BRANCH".
001010     05 FILLER                  PIC X(10) VALUE "ASSIGNED".
001020     05 FILLER                  PIC X(08) VALUE "  ACTIVE".
001030     05 FILLER                  PIC X(08) VALUE "     0-7".
001040     05 FILLER                  PIC X(08) VALUE "    8-14".
001050     05 FILLER                  PIC X(08) VALUE "   15-30".
001060     05 FILLER                  PIC X(08) VALUE "   31-60".
001070     05 FILLER                  PIC X(08) VALUE " OVER 60".
001080     05 FILLER                  PIC X(08) VALUE "  OLDEST".
001090     05 FILLER                  PIC X(14) VALUE "  CLOSED 7 DAY".
001100     05 FILLER                  PIC X(01) VALUE "S".
001110     05 FILLER                  PIC X(43) VALUE SPACES.
001120 01  RPT-SUMMARY-REC.
001130     05 RSL-BRANCH              PIC X(04).
001140     05 FILLER                  PIC X(04) VALUE SPACES.
001150     05 RSL-ASSIGNED            PIC X(08).
001160     05 FILLER                  PIC X(02) VALUE SPACES.
001170     05 RSL-ACTIVE              PIC ZZZZZZZ9.
001180     05 RSL-BAND                PIC ZZZZZZZ9 OCCURS 5 TIMES.
001190     05 RSL-OLDEST              PIC ZZZZZZZ9.
001200     05 RSL-CLOSED              PIC ZZZZZZZZZZZZZ9.
001210     05 FILLER                  PIC X(44) VALUE SPACES.
001220 01  RPT-NONE-REC.
001230     05 FILLER                  PIC X(24)
001240            VALUE "NO ACTIVE CASES.".
001250     05 FILLER                  PIC X(108) VALUE SPACES.
001260 01  RPT-OVERFLOW-REC.
001270     05 FILLER                  PIC X(50) VALUE
001280            "MORE THAN 200 BRANCH/ASSIGNEE PAIRS - THE REST ARE".
001290     05 FILLER                  PIC X(24) VALUE
001300            " SUMMARIZED AS *OTHERS*.".
001310     05 FILLER                  PIC X(58) VALUE SPACES.
001320 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
001330*
001340 77  WS-CASE-STATUS             PIC X(02) VALUE SPACES.
001350 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001360 77  WS-CASE-EOF-SW             PIC X(01) VALUE "N".
001370     88 WS-CASE-EOF                       VALUE "Y".
001380 77  WS-OVER-30-SW              PIC X(01) VALUE "N".
001390     88 WS-ANY-OVER-30                    VALUE "Y".
001400 77  WS-AGE-FOUND-SW            PIC X(01) VALUE "N".
001410     88 WS-AGE-FOUND                      VALUE "Y".
001420 77  WS-AGE-OVFL-SW             PIC X(01) VALUE "N".
001430     88 WS-AGE-OVFL                       VALUE "Y".
001440 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
001450 77  WS-BUS-INT                 PIC 9(07) VALUE ZERO.
001460 77  WS-AGE-DAYS                PIC S9(05) VALUE ZERO.
001470 77  WS-BAND-SUB                PIC 9(01) COMP VALUE ZERO.
001480 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
001490 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
001500 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
001510 77  WS-ACTIVE-CNT              PIC 9(06) COMP VALUE ZERO.
001520 77  WS-AGE-SUB                 PIC 9(03) COMP VALUE ZERO.
001530 77  WS-AGE-MOVE-SUB            PIC 9(03) COMP VALUE ZERO.
001540 77  WS-AGE-USED-CNT            PIC 9(03) COMP VALUE ZERO.
001550 01  WS-AGE-NEW-KEY.
001560     05 WS-AGE-NEW-BRANCH       PIC X(04).
001570     05 WS-AGE-NEW-ASSIGNED     PIC X(08).
001580 01  WS-AGE-TABLE.
001590     05 WS-AGE-ENTRY            OCCURS 201 TIMES.
001600         10 WS-AGE-KEY.
001610             15 WS-AGE-BRANCH   PIC X(04).
001620             15 WS-AGE-ASSIGNED PIC X(08).
001630         10 WS-AGE-ACTIVE       PIC 9(06) COMP.
001640         10 WS-AGE-BAND         PIC 9(06) COMP OCCURS 5 TIMES.
001650         10 WS-AGE-OLDEST       PIC 9(05) COMP.
001660         10 WS-AGE-CLOSED       PIC 9(06) COMP.
001670 01  WS-AGE-TOTALS.
001680     05 WS-TOT-KEY.
001690         10 WS-TOT-BRANCH       PIC X(04).
001700         10 WS-TOT-ASSIGNED     PIC X(08).
001710     05 WS-TOT-ACTIVE           PIC 9(06) COMP.
001720     05 WS-TOT-BAND             PIC 9(06) COMP OCCURS 5 TIMES.
001730     05 WS-TOT-OLDEST           PIC 9(05) COMP.
001740     05 WS-TOT-CLOSED           PIC 9(06) COMP.
001750 01  WS-BRANCH-TOTALS.
001760     05 WS-BRT-KEY.
001770         10 WS-BRT-BRANCH       PIC X(04).
001780         10 WS-BRT-ASSIGNED     PIC X(08).
001790     05 WS-BRT-ACTIVE           PIC 9(06) COMP.
001800     05 WS-BRT-BAND             PIC 9(06) COMP OCCURS 5 TIMES.
001810     05 WS-BRT-OLDEST           PIC 9(05) COMP.
001820     05 WS-BRT-CLOSED           PIC 9(06) COMP.
001830 01  WS-PRT-LINE.
001840     05 WS-PRT-KEY.
001850         10 WS-PRT-BRANCH       PIC X(04).
001860         10 WS-PRT-ASSIGNED     PIC X(08).
001870     05 WS-PRT-ACTIVE           PIC 9(06) COMP.
001880     05 WS-PRT-BAND             PIC 9(06) COMP OCCURS 5 TIMES.
001890     05 WS-PRT-OLDEST           PIC 9(05) COMP.
001900     05 WS-PRT-CLOSED           PIC 9(06) COMP.
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940         THRU 1000-INITIALIZE-EXIT.
001950     PERFORM 2000-PROCESAR-CASO
001960         THRU 2000-PROCESAR-CASO-EXIT
001970         UNTIL WS-CASE-EOF.
001980     PERFORM 3000-IMPRIMIR-RESUMEN
001990         THRU 3000-IMPRIMIR-RESUMEN-EXIT.
002000     PERFORM 8000-TERMINATE
002010         THRU 8000-TERMINATE-EXIT.
002020     GOBACK.
002030*
002040******************************************************************
002050* 1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE FILES AND
002060*                   PRINT THE FIRST PAGE HEADING. A CASE FILE
002070*                   THAT DOES NOT EXIST YET HAS NO CASES.
002080******************************************************************
002090 1000-INITIALIZE.
002100     OPEN INPUT RUN-CTL-FILE.
002110     IF WS-RUNCTL-STATUS = "00"
002120         READ RUN-CTL-FILE
002130             AT END
002140                 CONTINUE
002150             NOT AT END
002160                 IF RCT-TYPE-CONTROL
002170                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
002180                 END-IF
002190         END-READ
002200         CLOSE RUN-CTL-FILE
002210     END-IF.
002220     IF WS-BUS-DATE = ZERO
002230         DISPLAY "Aviso: fecha de negocio no disponible; se "
002240             "usa la fecha del sistema."
002250         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002260     END-IF.
002270     COMPUTE WS-BUS-INT
002280         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
002290     OPEN INPUT CASE-MASTER-FILE.
002300     IF WS-CASE-STATUS = "35"
002310         SET WS-CASE-EOF TO TRUE
002320     ELSE
002330         IF WS-CASE-STATUS NOT = "00"
002340             DISPLAY "Error: no se pudo abrir el archivo de "
002350                 "casos; estado " WS-CASE-STATUS
002360             MOVE 8 TO RETURN-CODE
002370             GOBACK
002380         END-IF
002390     END-IF.
002400     OPEN OUTPUT REPORT-OUT-FILE.
002410     MOVE WS-BUS-DATE TO RPH-BUS-DATE.
002420     PERFORM 2900-WRITE-PAGE-HEADING
002430         THRU 2900-WRITE-PAGE-HEADING-EXIT.
002440     WRITE REPORT-OUT-REC FROM RPT-DETAIL-HEADER-REC.
002450     ADD 1 TO WS-LINE-CNT.
002460 1000-INITIALIZE-EXIT.
002470     EXIT.
002480*
002490******************************************************************
002500* 2000-PROCESAR-CASO - READ THE NEXT CASE ROW. AN ACTIVE CASE
002510*                      HEADER IS PRINTED WITH ITS AGE AND ROLLED
002520*                      INTO ITS BRANCH/ASSIGNEE AGE BAND; A CASE
002530*                      CLOSED IN THE LAST SEVEN DAYS IS COUNTED
002540*                      FOR ITS BRANCH/ASSIGNEE. LINK AND NOTE
002550*                      ROWS ARE SKIPPED.
002560******************************************************************
002570 2000-PROCESAR-CASO.
002580     READ CASE-MASTER-FILE NEXT RECORD
002590         AT END
002600             SET WS-CASE-EOF TO TRUE
002610             GO TO 2000-PROCESAR-CASO-EXIT
002620     END-READ.
002630     IF NOT CASE-TYPE-HEADER
002640         GO TO 2000-PROCESAR-CASO-EXIT
002650     END-IF.
002660     IF NOT CASE-ACTIVE
002670         IF CASE-STATUS-DATE NOT NUMERIC
002680            OR CASE-STATUS-DATE = ZERO
002690             GO TO 2000-PROCESAR-CASO-EXIT
002700         END-IF
002710         COMPUTE WS-AGE-DAYS = WS-BUS-INT
002720             - FUNCTION INTEGER-OF-DATE(CASE-STATUS-DATE)
002730         IF WS-AGE-DAYS < 7
002740             PERFORM 2200-BUSCAR-PAR
002750                 THRU 2200-BUSCAR-PAR-EXIT
002760             ADD 1 TO WS-AGE-CLOSED(WS-AGE-SUB)
002770         END-IF
002780         GO TO 2000-PROCESAR-CASO-EXIT
002790     END-IF.
002800     ADD 1 TO WS-ACTIVE-CNT.
002810     COMPUTE WS-AGE-DAYS = WS-BUS-INT
002820         - FUNCTION INTEGER-OF-DATE(CASE-OPENED-DATE).
002830     IF WS-AGE-DAYS < ZERO
002840         MOVE ZERO TO WS-AGE-DAYS
002850     END-IF.
002860     EVALUATE TRUE
002870         WHEN WS-AGE-DAYS NOT > 7
002880             MOVE 1 TO WS-BAND-SUB
002890         WHEN WS-AGE-DAYS NOT > 14
002900             MOVE 2 TO WS-BAND-SUB
002910         WHEN WS-AGE-DAYS NOT > 30
002920             MOVE 3 TO WS-BAND-SUB
002930         WHEN WS-AGE-DAYS NOT > 60
002940             MOVE 4 TO WS-BAND-SUB
002950         WHEN OTHER
002960             MOVE 5 TO WS-BAND-SUB
002970     END-EVALUATE.
002980     IF WS-AGE-DAYS > 30
002990         SET WS-ANY-OVER-30 TO TRUE
003000     END-IF.
003010     PERFORM 2200-BUSCAR-PAR
003020         THRU 2200-BUSCAR-PAR-EXIT.
003030     ADD 1 TO WS-AGE-ACTIVE(WS-AGE-SUB).
003040     ADD 1 TO WS-AGE-BAND(WS-AGE-SUB, WS-BAND-SUB).
003050     IF WS-AGE-DAYS > WS-AGE-OLDEST(WS-AGE-SUB)
003060         MOVE WS-AGE-DAYS TO WS-AGE-OLDEST(WS-AGE-SUB)
003070     END-IF.
003080     MOVE CASE-NO          TO RDL-CASE-NO.
003090     MOVE CASE-BRANCH-ID   TO RDL-BRANCH.
003100     MOVE CASE-ASSIGNED-TO TO RDL-ASSIGNED.
003110     MOVE CASE-STATUS      TO RDL-STATUS.
003120     MOVE CASE-OPENED-DATE TO RDL-OPENED.
003130     MOVE WS-AGE-DAYS      TO RDL-AGE.
003140     MOVE CASE-LAST-LINK   TO RDL-LINKS.
003150     MOVE CASE-OPENED-BY   TO RDL-OPENED-BY.
003160     MOVE CASE-SUBJECT     TO RDL-SUBJECT.
003170     IF WS-LINE-CNT NOT < WS-MAX-LINES
003180         PERFORM 2900-WRITE-PAGE-HEADING
003190             THRU 2900-WRITE-PAGE-HEADING-EXIT
003200         WRITE REPORT-OUT-REC FROM RPT-DETAIL-HEADER-REC
003210         ADD 1 TO WS-LINE-CNT
003220     END-IF.
003230     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
003240     ADD 1 TO WS-LINE-CNT.
003250 2000-PROCESAR-CASO-EXIT.
003260     EXIT.
003270*
003280******************************************************************
003290* 2200-BUSCAR-PAR - FIND THIS CASE'S BRANCH/ASSIGNEE PAIR IN THE
003300*                   SUMMARY TABLE, INSERTING IT IN KEY ORDER WHEN
003310*                   IT IS NEW, AND LEAVE WS-AGE-SUB POINTING AT
003320*                   IT. PAIRS BEYOND THE TABLE ARE ROLLED INTO
003330*                   THE LAST ENTRY AS *OTHERS*.
003340******************************************************************
003350 2200-BUSCAR-PAR.
003360     MOVE CASE-BRANCH-ID   TO WS-AGE-NEW-BRANCH.
003370     MOVE CASE-ASSIGNED-TO TO WS-AGE-NEW-ASSIGNED.
003380     MOVE "N" TO WS-AGE-FOUND-SW.
003390     MOVE 1 TO WS-AGE-SUB.
003400     PERFORM 2210-COMPARAR-PAR
003410         THRU 2210-COMPARAR-PAR-EXIT
003420         UNTIL WS-AGE-FOUND OR WS-AGE-SUB > WS-AGE-USED-CNT.
003430     IF WS-AGE-SUB NOT > WS-AGE-USED-CNT
003440         IF WS-AGE-KEY(WS-AGE-SUB) = WS-AGE-NEW-KEY
003450             GO TO 2200-BUSCAR-PAR-EXIT
003460         END-IF
003470     END-IF.
003480     IF WS-AGE-USED-CNT NOT < 200
003490         IF NOT WS-AGE-OVFL
003500             SET WS-AGE-OVFL TO TRUE
003510             INITIALIZE WS-AGE-ENTRY(201)
003520             MOVE "*OTH"     TO WS-AGE-BRANCH(201)
003530             MOVE "ERS*"     TO WS-AGE-ASSIGNED(201)
003540         END-IF
003550         MOVE 201 TO WS-AGE-SUB
003560         GO TO 2200-BUSCAR-PAR-EXIT
003570     END-IF.
003580     MOVE WS-AGE-USED-CNT TO WS-AGE-MOVE-SUB.
003590     PERFORM 2220-DESPLAZAR-PAR
003600         THRU 2220-DESPLAZAR-PAR-EXIT
003610         UNTIL WS-AGE-MOVE-SUB < WS-AGE-SUB.
003620     ADD 1 TO WS-AGE-USED-CNT.
003630     INITIALIZE WS-AGE-ENTRY(WS-AGE-SUB).
003640     MOVE WS-AGE-NEW-KEY TO WS-AGE-KEY(WS-AGE-SUB).
003650 2200-BUSCAR-PAR-EXIT.
003660     EXIT.
003670*
003680 2210-COMPARAR-PAR.
003690     IF WS-AGE-KEY(WS-AGE-SUB) NOT < WS-AGE-NEW-KEY
003700         SET WS-AGE-FOUND TO TRUE
003710     ELSE
003720         ADD 1 TO WS-AGE-SUB
003730     END-IF.
003740 2210-COMPARAR-PAR-EXIT.
003750     EXIT.
003760*
003770 2220-DESPLAZAR-PAR.
003780     MOVE WS-AGE-ENTRY(WS-AGE-MOVE-SUB)
003790         TO WS-AGE-ENTRY(WS-AGE-MOVE-SUB + 1).
003800     SUBTRACT 1 FROM WS-AGE-MOVE-SUB.
003810 2220-DESPLAZAR-PAR-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
003860*                           COUNT, PRINT THE TITLE AND RESET THE
003870*                           LINE COUNT.
003880******************************************************************
003890 2900-WRITE-PAGE-HEADING.
003900     ADD 1 TO WS-PAGE-CNT.
003910     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
003920     IF WS-PAGE-CNT > 1
003930         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
003940     END-IF.
003950     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
003960     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
003970     MOVE ZERO TO WS-LINE-CNT.
003980 2900-WRITE-PAGE-HEADING-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020* 3000-IMPRIMIR-RESUMEN - PRINT THE BRANCH/ASSIGNEE SUMMARY IN
004030*                         KEY ORDER WITH A SUBTOTAL AFTER EACH
004040*                         BRANCH AND A GRAND TOTAL.
004050******************************************************************
004060 3000-IMPRIMIR-RESUMEN.
004070     IF WS-ACTIVE-CNT = ZERO
004080         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
004090     END-IF.
004100     PERFORM 2900-WRITE-PAGE-HEADING
004110         THRU 2900-WRITE-PAGE-HEADING-EXIT.
004120     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-HEADER-REC.
004130     ADD 1 TO WS-LINE-CNT.
004140     INITIALIZE WS-AGE-TOTALS.
004150     INITIALIZE WS-BRANCH-TOTALS.
004160     MOVE ZERO TO WS-AGE-SUB.
004170     PERFORM 3100-IMPRIMIR-PAR
004180         THRU 3100-IMPRIMIR-PAR-EXIT
004190         UNTIL WS-AGE-SUB NOT < WS-AGE-USED-CNT.
004200     IF WS-AGE-USED-CNT > ZERO
004210         PERFORM 3200-IMPRIMIR-SUCURSAL
004220             THRU 3200-IMPRIMIR-SUCURSAL-EXIT
004230     END-IF.
004240     IF WS-AGE-OVFL
004250         MOVE 201 TO WS-AGE-SUB
004260         PERFORM 3150-LINEA-PAR
004270             THRU 3150-LINEA-PAR-EXIT
004280         WRITE REPORT-OUT-REC FROM RPT-OVERFLOW-REC
004290     END-IF.
004300     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004310     MOVE "ALL "      TO WS-TOT-BRANCH.
004320     MOVE "TOTAL"     TO WS-TOT-ASSIGNED.
004330     MOVE WS-AGE-TOTALS TO WS-PRT-LINE.
004340     PERFORM 3300-LINEA-RESUMEN
004350         THRU 3300-LINEA-RESUMEN-EXIT.
004360 3000-IMPRIMIR-RESUMEN-EXIT.
004370     EXIT.
004380*
004390 3100-IMPRIMIR-PAR.
004400     ADD 1 TO WS-AGE-SUB.
004410     IF WS-AGE-SUB > 1
004420         IF WS-AGE-BRANCH(WS-AGE-SUB) NOT = WS-BRT-BRANCH
004430             PERFORM 3200-IMPRIMIR-SUCURSAL
004440                 THRU 3200-IMPRIMIR-SUCURSAL-EXIT
004450         END-IF
004460     END-IF.
004470     MOVE WS-AGE-BRANCH(WS-AGE-SUB) TO WS-BRT-BRANCH.
004480     PERFORM 3150-LINEA-PAR
004490         THRU 3150-LINEA-PAR-EXIT.
004500 3100-IMPRIMIR-PAR-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540* 3150-LINEA-PAR - PRINT THE ENTRY AT WS-AGE-SUB AND ADD IT TO
004550*                  THE BRANCH SUBTOTAL AND THE GRAND TOTAL.
004560******************************************************************
004570 3150-LINEA-PAR.
004580     ADD WS-AGE-ACTIVE(WS-AGE-SUB) TO WS-BRT-ACTIVE WS-TOT-ACTIVE.
004590     ADD WS-AGE-CLOSED(WS-AGE-SUB) TO WS-BRT-CLOSED WS-TOT-CLOSED.
004600     MOVE ZERO TO WS-BAND-SUB.
004610     PERFORM 3160-SUMAR-BANDA
004620         THRU 3160-SUMAR-BANDA-EXIT
004630         UNTIL WS-BAND-SUB NOT < 5.
004640     IF WS-AGE-OLDEST(WS-AGE-SUB) > WS-BRT-OLDEST
004650         MOVE WS-AGE-OLDEST(WS-AGE-SUB) TO WS-BRT-OLDEST
004660     END-IF.
004670     IF WS-AGE-OLDEST(WS-AGE-SUB) > WS-TOT-OLDEST
004680         MOVE WS-AGE-OLDEST(WS-AGE-SUB) TO WS-TOT-OLDEST
004690     END-IF.
004700     MOVE WS-AGE-ENTRY(WS-AGE-SUB) TO WS-PRT-LINE.
004710     PERFORM 3300-LINEA-RESUMEN
004720         THRU 3300-LINEA-RESUMEN-EXIT.
004730 3150-LINEA-PAR-EXIT.
004740     EXIT.
004750*
004760 3160-SUMAR-BANDA.
004770     ADD 1 TO WS-BAND-SUB.
004780     ADD WS-AGE-BAND(WS-AGE-SUB, WS-BAND-SUB)
004790         TO WS-BRT-BAND(WS-BAND-SUB) WS-TOT-BAND(WS-BAND-SUB).
004800 3160-SUMAR-BANDA-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840* 3200-IMPRIMIR-SUCURSAL - PRINT AND CLEAR THE SUBTOTAL OF THE
004850*                          BRANCH JUST FINISHED.
004860******************************************************************
004870 3200-IMPRIMIR-SUCURSAL.
004880     MOVE "SUBTOTAL" TO WS-BRT-ASSIGNED.
004890     MOVE WS-BRANCH-TOTALS TO WS-PRT-LINE.
004900     PERFORM 3300-LINEA-RESUMEN
004910         THRU 3300-LINEA-RESUMEN-EXIT.
004920     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004930     ADD 1 TO WS-LINE-CNT.
004940     INITIALIZE WS-BRANCH-TOTALS.
004950 3200-IMPRIMIR-SUCURSAL-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990* 3300-LINEA-RESUMEN - FORMAT AND PRINT THE PRINT AREA AS ONE
005000*                      SUMMARY LINE, STARTING A NEW PAGE WHEN
005010*                      THIS ONE IS FULL.
005020******************************************************************
005030 3300-LINEA-RESUMEN.
005040     MOVE WS-PRT-BRANCH   TO RSL-BRANCH.
005050     MOVE WS-PRT-ASSIGNED TO RSL-ASSIGNED.
005060     MOVE WS-PRT-ACTIVE   TO RSL-ACTIVE.
005070     MOVE WS-PRT-BAND(1)  TO RSL-BAND(1).
005080     MOVE WS-PRT-BAND(2)  TO RSL-BAND(2).
005090     MOVE WS-PRT-BAND(3)  TO RSL-BAND(3).
005100     MOVE WS-PRT-BAND(4)  TO RSL-BAND(4).
005110     MOVE WS-PRT-BAND(5)  TO RSL-BAND(5).
005120     MOVE WS-PRT-OLDEST   TO RSL-OLDEST.
005130     MOVE WS-PRT-CLOSED   TO RSL-CLOSED.
005140     IF WS-LINE-CNT NOT < WS-MAX-LINES
005150         PERFORM 2900-WRITE-PAGE-HEADING
005160             THRU 2900-WRITE-PAGE-HEADING-EXIT
005170         WRITE REPORT-OUT-REC FROM RPT-SUMMARY-HEADER-REC
005180         ADD 1 TO WS-LINE-CNT
005190     END-IF.
005200     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
005210     ADD 1 TO WS-LINE-CNT.
005220 3300-LINEA-RESUMEN-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260* 8000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.
005270******************************************************************
005280 8000-TERMINATE.
005290     IF WS-CASE-STATUS NOT = "35"
005300         CLOSE CASE-MASTER-FILE
005310     END-IF.
005320     CLOSE REPORT-OUT-FILE.
005330     DISPLAY "CASEAGE: casos activos " WS-ACTIVE-CNT ".".
005340     IF WS-ANY-OVER-30
005350         MOVE 4 TO RETURN-CODE
005360     ELSE
005370         MOVE 0 TO RETURN-CODE
005380     END-IF.
005390 8000-TERMINATE-EXIT.
005400     EXIT.
005410 END PROGRAM CASEAGE.
