000305*                   ROW'S NEW RESTORED-FROM-ARCHIVE FLAG. THE
000306*                   ARCHIVES ARE NOW READABLE AND SELECTIVELY
000307*                   RELOADABLE THROUGH THE NEW ARCHINQ PROGRAM.
000308*   2026-10-15  RA  ONLY ROWS OF ACCOUNTING PERIODS CLOSED ON THE
000309*                   PERIOD CALENDAR (PERCALRC, DD PERCAL) ARE
000310*                   ARCHIVED; A ROW OLDER THAN THE CUTOFF IN A
000311*                   PERIOD STILL OPEN IS KEPT AND COUNTED ON ITS
000312*                   OWN CONTROL LINE. WITHOUT A CALENDAR NOTHING
000313*                   IS ARCHIVED.
000314*   2026-10-15  RA  A ROW LINKED TO AN INVESTIGATION CASE STILL
000315*                   OPEN OR WAITING ON THE BRANCH (CASEREC, DD
000316*                   CASEMAST) IS KEPT AND COUNTED ON ITS OWN
000317*                   CONTROL LINE. IF THE CASE FILE CANNOT BE READ,
000318*                   OR HOLDS MORE LINKED ROWS THAN THE TABLE,
000319*                   NOTHING IS ARCHIVED.
000320*   2026-10-15  RA  ARCHIVE RECORD WIDENED FOR HIST-SESSION-ID.
000321*   2026-10-15  RA  EACH RUN THAT ARCHIVES ROWS IS RECORDED ON THE
000322*                   HISTORY BACKUP CATALOG (HBKCATRC, DD HBKCAT)
000323*                   WITH ITS CUTOFF AND ROW COUNT, SO HISTRCOV CAN
000324*                   WARN WHEN A RESTORED BACKUP STILL HOLDS ROWS
000325*                   ARCHIVED SINCE.
000326******************************************************************
000327 IDENTIFICATION DIVISION.
000328 PROGRAM-ID. HISTARCH.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000410     SELECT ARCHIVE-OUT-FILE ASSIGN TO HISTARCH
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT REPORT-OUT-FILE ASSIGN TO ARCHRPT
000431         ORGANIZATION IS LINE SEQUENTIAL.
000432     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS PCAL-PERIOD
000436         FILE STATUS IS WS-PCAL-STATUS.
000437     SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
000438         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CASE-KEY
000441         FILE STATUS IS WS-CASE-STATUS.
000442     SELECT HIST-BKUP-CAT-FILE ASSIGN TO HBKCAT
000443         ORGANIZATION IS INDEXED
000444         ACCESS MODE IS DYNAMIC
000445         RECORD KEY IS HBC-KEY
000446         FILE STATUS IS WS-HBC-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  HISTORY-FILE.
000480     COPY HISTREC.
000490 FD  ARCHIVE-OUT-FILE
000500     RECORDING MODE IS F.
000510 01  ARCHIVE-OUT-REC            PIC X(143).
000520 FD  REPORT-OUT-FILE
000530     RECORDING MODE IS F.
000540 01  REPORT-OUT-REC             PIC X(132).
000541 FD  PERIOD-CAL-FILE.
000542     COPY PERCALRC.
000543 FD  CASE-MASTER-FILE.
000544     COPY CASEREC.
000545 FD  HIST-BKUP-CAT-FILE.
000546     COPY HBKCATRC.
000550 WORKING-STORAGE SECTION.
000560*
000570 01  RPT-TITLE-REC.
000740     05 RPT-TOT-KEPT            PIC Z(7)9.
000750     05 FILLER                  PIC X(12) VALUE " TOTAL READ=".
000760     05 RPT-TOT-READ            PIC Z(7)9.
000761     05 FILLER                  PIC X(69) VALUE SPACES.
000762 01  RPT-OPEN-PER-REC.
000763     05 FILLER                  PIC X(31)
000764            VALUE "KEPT OLDER THAN CUTOFF, PERIOD ".
000765     05 FILLER                  PIC X(11) VALUE "NOT CLOSED=".
000766     05 RPT-TOT-OPEN-PER        PIC Z(7)9.
000767     05 FILLER                  PIC X(82) VALUE SPACES.
000768 01  RPT-CASE-HELD-REC.
000769     05 FILLER                  PIC X(31)
000770            VALUE "KEPT OLDER THAN CUTOFF, LINKED ".
000771     05 FILLER                  PIC X(15) VALUE "TO ACTIVE CASE=".
000772     05 RPT-TOT-CASE-HELD       PIC Z(7)9.
000773     05 FILLER                  PIC X(78) VALUE SPACES.
000780 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
000790*
000800 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000820     88 WS-EOF                            VALUE "Y".
000822 77  WS-ANY-ERROR-SW            PIC X(01) VALUE "N".
000824     88 WS-ANY-ERROR                      VALUE "Y".
000825 77  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
000826 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
000827 77  WS-PCAL-FILE-SW            PIC X(01) VALUE "N".
000828     88 WS-PCAL-FILE-OPEN                 VALUE "Y".
000829 77  WS-LAST-PERIOD             PIC 9(06) VALUE ZERO.
000830 77  WS-PER-CLOSED-SW           PIC X(01) VALUE "N".
000831     88 WS-PER-CLOSED                     VALUE "Y".
000832 77  WS-TOT-OPEN-PER            PIC 9(08) COMP VALUE ZERO.
000833 77  WS-CASE-STATUS             PIC X(02) VALUE SPACES.
000834 77  WS-CASE-EOF-SW             PIC X(01) VALUE "N".
000835     88 WS-CASE-EOF                       VALUE "Y".
000836 77  WS-CASE-ACTIVE-SW          PIC X(01) VALUE "N".
000837     88 WS-CASE-IS-ACTIVE                 VALUE "Y".
000838 77  WS-CASE-HELD-SW            PIC X(01) VALUE "N".
000839     88 WS-CASE-HELD                      VALUE "Y".
000840 77  WS-CASE-BLOCK-SW           PIC X(01) VALUE "N".
000841     88 WS-CASE-BLOCK-ALL                 VALUE "Y".
000842 77  WS-TOT-CASE-HELD           PIC 9(08) COMP VALUE ZERO.
000843 77  WS-CASE-KEY-CNT            PIC 9(04) COMP VALUE ZERO.
000844 77  WS-CASE-SUB                PIC 9(04) COMP VALUE ZERO.
000845 01  WS-CASE-KEY-TABLE.
000846     05 WS-CASE-KEY-ENTRY       PIC X(16) OCCURS 500 TIMES.
000847 77  WS-TOT-ARCHIVED            PIC 9(08) COMP VALUE ZERO.
000850 77  WS-TOT-KEPT                PIC 9(08) COMP VALUE ZERO.
000860 77  WS-TOT-READ                PIC 9(08) COMP VALUE ZERO.
000870 77  WS-PGM-SUB                 PIC 9(02) COMP VALUE ZERO.
000950     88 WS-PGM-FOUND                      VALUE "Y".
000951 77  WS-PGM-OVFL-SW             PIC X(01) VALUE "N".
000952     88 WS-PGM-OVFL                        VALUE "Y".
000954 77  WS-HBC-STATUS              PIC X(02) VALUE SPACES.
000956 77  WS-ARCH-DATE               PIC 9(08) VALUE ZERO.
000958 77  WS-ARCH-TIME               PIC 9(08) VALUE ZERO.
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE
001250             "historial; estado " WS-HIST-STATUS
001260         MOVE 8 TO RETURN-CODE
001270         STOP RUN
001271     END-IF.
001272     OPEN INPUT PERIOD-CAL-FILE.
001273     IF WS-PCAL-STATUS = "00"
001274         SET WS-PCAL-FILE-OPEN TO TRUE
001275     ELSE
001276         DISPLAY "Aviso: no se pudo abrir el calendario de "
001277             "periodos (estado " WS-PCAL-STATUS "); no se "
001278             "archiva ninguna fila."
001279     END-IF.
001280     PERFORM 1500-CARGAR-CASOS
001281         THRU 1500-CARGAR-CASOS-EXIT.
001290     OPEN OUTPUT ARCHIVE-OUT-FILE
001300          OUTPUT REPORT-OUT-FILE.
001310     MOVE WS-CUTOFF-DATE TO RPT-CUTOFF-DATE.
001510******************************************************************
001520 2000-PROCESS-HISTORY.
001530     ADD 1 TO WS-TOT-READ.
001531     MOVE "N" TO WS-PER-CLOSED-SW.
001532     MOVE "N" TO WS-CASE-HELD-SW.
001533     IF HIST-RUN-DATE < WS-CUTOFF-DATE
001534         PERFORM 2300-VERIFICAR-PERIODO
001535             THRU 2300-VERIFICAR-PERIODO-EXIT
001536         IF NOT WS-PER-CLOSED
001537             ADD 1 TO WS-TOT-OPEN-PER
001538         END-IF
001539         IF WS-PER-CLOSED
001540             PERFORM 2400-VERIFICAR-CASO
001541                 THRU 2400-VERIFICAR-CASO-EXIT
001542         END-IF
001543     END-IF.
001544     IF HIST-RUN-DATE < WS-CUTOFF-DATE AND WS-PER-CLOSED
001545             AND NOT WS-CASE-HELD
001550         WRITE ARCHIVE-OUT-REC FROM HIST-REC
001560         DELETE HISTORY-FILE RECORD
001570             INVALID KEY
002310     MOVE WS-TOT-ARCHIVED TO RPT-TOT-ARCHIVED.
002320     MOVE WS-TOT-KEPT     TO RPT-TOT-KEPT.
002330     MOVE WS-TOT-READ     TO RPT-TOT-READ.
002331     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
002332     MOVE WS-TOT-OPEN-PER TO RPT-TOT-OPEN-PER.
002333     WRITE REPORT-OUT-REC FROM RPT-OPEN-PER-REC.
002334     MOVE WS-TOT-CASE-HELD TO RPT-TOT-CASE-HELD.
002335     WRITE REPORT-OUT-REC FROM RPT-CASE-HELD-REC.
002336     IF WS-TOT-ARCHIVED > ZERO
002337         PERFORM 8200-REGISTRAR-ARCHIVO
002338             THRU 8200-REGISTRAR-ARCHIVO-EXIT
002339     END-IF.
002340     IF WS-PCAL-FILE-OPEN
002341         CLOSE PERIOD-CAL-FILE
002342     END-IF.
002350     CLOSE HISTORY-FILE
002360           ARCHIVE-OUT-FILE
002370           REPORT-OUT-FILE.
002480     WRITE REPORT-OUT-REC FROM RPT-PGM-LINE-REC.
002490 8100-PRINT-PROGRAM-LINE-EXIT.
002500     EXIT.
002510*
002520******************************************************************
002530* 1500-CARGAR-CASOS - LOAD THE HISTORY KEYS LINKED TO EVERY CASE
002540*                     STILL OPEN OR WAITING ON THE BRANCH. NO
002550*                     CASE FILE MEANS NO CASES; A CASE FILE THAT
002560*                     CANNOT BE READ, OR MORE LINKED ROWS THAN
002570*                     THE TABLE HOLDS, HOLDS BACK EVERY ROW.
002580******************************************************************
002590 1500-CARGAR-CASOS.
002600     OPEN INPUT CASE-MASTER-FILE.
002610     IF WS-CASE-STATUS = "35"
002620         GO TO 1500-CARGAR-CASOS-EXIT
002630     END-IF.
002640     IF WS-CASE-STATUS NOT = "00"
002650         DISPLAY "Aviso: no se pudo abrir el archivo de casos "
002660             "(estado " WS-CASE-STATUS "); no se archiva "
002670             "ninguna fila."
002680         SET WS-CASE-BLOCK-ALL TO TRUE
002690         GO TO 1500-CARGAR-CASOS-EXIT
002700     END-IF.
002710     PERFORM 1510-LEER-CASO
002720         THRU 1510-LEER-CASO-EXIT
002730         UNTIL WS-CASE-EOF.
002740     CLOSE CASE-MASTER-FILE.
002750     IF WS-CASE-BLOCK-ALL
002760         DISPLAY "Aviso: mas de 500 filas vinculadas a casos "
002770             "activos; no se archiva ninguna fila."
002780     END-IF.
002790 1500-CARGAR-CASOS-EXIT.
002800     EXIT.
002810*
002820 1510-LEER-CASO.
002830     READ CASE-MASTER-FILE NEXT RECORD
002840         AT END
002850             SET WS-CASE-EOF TO TRUE
002860             GO TO 1510-LEER-CASO-EXIT
002870     END-READ.
002880     IF CASE-TYPE-HEADER
002890         MOVE "N" TO WS-CASE-ACTIVE-SW
002900         IF CASE-ACTIVE
002910             SET WS-CASE-IS-ACTIVE TO TRUE
002920         END-IF
002930         GO TO 1510-LEER-CASO-EXIT
002940     END-IF.
002950     IF NOT CASE-TYPE-LINK OR NOT WS-CASE-IS-ACTIVE
002960         GO TO 1510-LEER-CASO-EXIT
002970     END-IF.
002980     IF WS-CASE-KEY-CNT NOT < 500
002990         SET WS-CASE-BLOCK-ALL TO TRUE
003000         GO TO 1510-LEER-CASO-EXIT
003010     END-IF.
003020     ADD 1 TO WS-CASE-KEY-CNT.
003030     MOVE CASE-HIST-KEY TO WS-CASE-KEY-ENTRY(WS-CASE-KEY-CNT).
003040 1510-LEER-CASO-EXIT.
003050     EXIT.
003060*
003070******************************************************************
003080* 2300-VERIFICAR-PERIODO - SET WS-PER-CLOSED WHEN THIS ROW'S
003090*                          PERIOD IS CLOSED ON THE PERIOD
003100*                          CALENDAR. THE ANSWER FOR THE LAST
003110*                          PERIOD LOOKED UP IS KEPT, SINCE THE
003120*                          FILE IS READ IN DATE ORDER.
003130******************************************************************
003140 2300-VERIFICAR-PERIODO.
003150     IF NOT WS-PCAL-FILE-OPEN
003160         GO TO 2300-VERIFICAR-PERIODO-EXIT
003170     END-IF.
003180     IF HIST-RUN-DATE(1:6) = WS-LAST-PERIOD
003190         IF PCAL-CLOSED
003200             SET WS-PER-CLOSED TO TRUE
003210         END-IF
003220         GO TO 2300-VERIFICAR-PERIODO-EXIT
003230     END-IF.
003240     MOVE HIST-RUN-DATE(1:6) TO WS-LAST-PERIOD.
003250     MOVE WS-LAST-PERIOD TO PCAL-PERIOD.
003260     READ PERIOD-CAL-FILE
003270         INVALID KEY
003280             MOVE SPACE TO PCAL-STATUS
003290     END-READ.
003300     IF PCAL-CLOSED
003310         SET WS-PER-CLOSED TO TRUE
003320     END-IF.
003330 2300-VERIFICAR-PERIODO-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370* 2400-VERIFICAR-CASO - SET WS-CASE-HELD WHEN THIS ROW IS LINKED
003380*                       TO AN ACTIVE INVESTIGATION CASE (OR WHEN
003390*                       THE CASES COULD NOT BE LOADED) AND COUNT
003400*                       IT.
003410******************************************************************
003420 2400-VERIFICAR-CASO.
003430     IF WS-CASE-BLOCK-ALL
003440         SET WS-CASE-HELD TO TRUE
003450     END-IF.
003460     MOVE ZERO TO WS-CASE-SUB.
003470     PERFORM 2410-BUSCAR-CASO
003480         THRU 2410-BUSCAR-CASO-EXIT
003490         UNTIL WS-CASE-HELD OR WS-CASE-SUB NOT < WS-CASE-KEY-CNT.
003500     IF WS-CASE-HELD
003510         ADD 1 TO WS-TOT-CASE-HELD
003520     END-IF.
003530 2400-VERIFICAR-CASO-EXIT.
003540     EXIT.
003550*
003560 2410-BUSCAR-CASO.
003570     ADD 1 TO WS-CASE-SUB.
003580     IF WS-CASE-KEY-ENTRY(WS-CASE-SUB) = HIST-KEY
003590         SET WS-CASE-HELD TO TRUE
003600     END-IF.
003610 2410-BUSCAR-CASO-EXIT.
003620     EXIT.
003630*
003640******************************************************************
003650* 8200-REGISTRAR-ARCHIVO - RECORD THIS RETENTION RUN ON THE
003660*                          HISTORY BACKUP CATALOG (HBKCATRC) AS
003670*                          AN "A" ROW WITH THE CUTOFF AND THE
003680*                          ROWS ARCHIVED, SO A FORWARD RECOVERY
003690*                          FROM AN EARLIER BACKUP KNOWS THOSE
003700*                          ROWS MUST BE ARCHIVED AGAIN. A
003710*                          CATALOG THAT CANNOT BE UPDATED IS A
003720*                          WARNING ONLY.
003730******************************************************************
003740 8200-REGISTRAR-ARCHIVO.
003750     OPEN I-O HIST-BKUP-CAT-FILE.
003760     IF WS-HBC-STATUS = "35"
003770         OPEN OUTPUT HIST-BKUP-CAT-FILE
003780         CLOSE HIST-BKUP-CAT-FILE
003790         OPEN I-O HIST-BKUP-CAT-FILE
003800     END-IF.
003810     IF WS-HBC-STATUS NOT = "00"
003820         DISPLAY "Aviso: no se pudo abrir el catalogo de "
003830             "copias de historial (estado " WS-HBC-STATUS
003840             "); archivado sin catalogar."
003850         GO TO 8200-REGISTRAR-ARCHIVO-EXIT
003860     END-IF.
003870     ACCEPT WS-ARCH-DATE FROM DATE YYYYMMDD.
003880     ACCEPT WS-ARCH-TIME FROM TIME.
003890     MOVE SPACES TO HBC-REC.
003900     STRING WS-ARCH-DATE    DELIMITED BY SIZE
003910         "-"                DELIMITED BY SIZE
003920         WS-ARCH-TIME(1:6)  DELIMITED BY SIZE
003930         INTO HBC-STAMP
003940     END-STRING.
003950     SET HBC-TYPE-ARCHIVE  TO TRUE.
003960     MOVE WS-ARCH-DATE     TO HBC-BUS-DATE.
003970     MOVE ZERO             TO HBC-LAST-GEN-DATE.
003980     MOVE WS-TOT-ARCHIVED  TO HBC-RECORD-COUNT.
003990     MOVE ZERO             TO HBC-HASH-TOTAL.
004000     SET HBC-GOOD          TO TRUE.
004010     MOVE WS-CUTOFF-DATE   TO HBC-CUTOFF-DATE.
004020     WRITE HBC-REC
004030         INVALID KEY
004040             DISPLAY "Aviso: no se pudo catalogar el archivado; "
004050                 "estado " WS-HBC-STATUS
004060     END-WRITE.
004070     CLOSE HIST-BKUP-CAT-FILE.
004080 8200-REGISTRAR-ARCHIVO-EXIT.
004090     EXIT.
004100 END PROGRAM HISTARCH.
