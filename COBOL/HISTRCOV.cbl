000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      HISTORY FORWARD RECOVERY. REBUILDS A DAMAGED
000160*               INDEXED HISTORY FILE (HISTREC) FROM THE LATEST
000170*               GOOD BACKUP ON THE HISTORY BACKUP CATALOG
000180*               (HBKCATRC, DD HBKCAT, WRITTEN BY HISTBKUP) AND
000190*               THE AUDIT TRAIL SINCE THEN:
000200*               - THE NEWEST BACKUP NOT CATALOGED AS FAILED
000210*                 WHOSE DATA SET STILL COUNTS AND HASHES TO ITS
000220*                 CATALOG ROW AND ITS HBKTRL TRAILER IS RESTORED;
000230*                 NEWER CANDIDATES THAT FAIL ARE LISTED AND
000240*                 PASSED OVER.
000250*               - EVERY AUDIT GENERATION ON THE GENERATION
000260*                 CATALOG (GENCATRC, DD GENCAT) SEALED AFTER THE
000270*                 ONE THE BACKUP RECORDS IS PROVED AGAINST ITS
000280*                 AUDGTRL TRAILER AND REPLAYED, FOLLOWED BY THE
000290*                 LIVE AUDITLOG. EACH AUDIT RECORD IS WRITTEN
000300*                 BACK UNDER THE HISTORY KEY IT CARRIES
000310*                 (AUD-HIST-RUN-DATE, AUD-HIST-TRANS-SEQ); A ROW
000320*                 ALREADY ON FILE WITH THE SAME AMOUNTS IS LEFT
000330*                 AS IT IS, SO A GENERATION THE BACKUP ALREADY
000340*                 HOLDS REPLAYS HARMLESSLY. A REVERSAL RECORD
000350*                 (REVPOST CONTRA, RATECORR CONTRA) ALSO MARKS
000360*                 THE ORIGINAL ROW IT LINKS TO AS REVERSED AND
000370*                 LINKS IT BACK TO THE CONTRA, AS THOSE PROGRAMS
000380*                 DID. A RECORD WITH A ZERO KEY NEVER REACHED
000390*                 HISTORY AND IS SKIPPED; ONE WITH NO KEY AT ALL
000400*                 (WRITTEN BEFORE AUDIT RECORDS CARRIED IT) OR
000410*                 WHOSE KEY HOLDS A DIFFERENT ROW IS AN ERROR.
000420*               - THE REBUILT FILE IS THEN PROVED THE BALRPT WAY:
000430*                 FOR EVERY RUN DATE REPLAYED, COUNT AND HASH
000440*                 (OPERAND-1 + OPERAND-2 + RESULTADO) PER PROGRAM
000450*                 FROM THE AUDIT RECORDS AGAINST THE HISTORY ROWS
000460*                 OF THAT DATE, EACH DIFFERENCE QUEUED AS A
000470*                 SEVERITY H EXCEPTION THROUGH EXCPOST.
000480*               THE RCOVPRM CARD MUST CARRY "RECOVER" IN COLUMNS
000490*               1-7 FOR HISTORY TO BE TOUCHED; WITHOUT IT THE RUN
000500*               ONLY CHOOSES AND PROVES THE BACKUP AND THE
000510*               GENERATIONS AND PRINTS THE PLAN. AN "N" IN COLUMN
000520*               9 LEAVES THE LIVE AUDITLOG OUT OF THE REPLAY. A
000530*               BACKUP TAKEN BEFORE THE LATEST HISTARCH RUN IS
000540*               FLAGGED: THAT RETENTION RUN MUST BE REPEATED ONCE
000550*               THE FILE IS BACK. RETURN-CODE 0 WHEN THE FILE IS
000560*               REBUILT AND IN BALANCE, 4 ON WARNINGS, 8 WHEN NO
000570*               BACKUP IS USABLE, A GENERATION IS MISSING OR OUT
000580*               OF BALANCE, A RECORD CANNOT BE REPLAYED OR THE
000590*               PROOF IS OUT OF BALANCE. REPORT ON DD HRCVRPT.
000600* TECTONICS:    cobc
000610*
000620* MODIFICATION HISTORY
000630*   2026-10-15  RA  INITIAL VERSION.
000640******************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. HISTRCOV.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT HISTORY-FILE ASSIGN TO HISTORY
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS HIST-KEY
000740         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-HIST-STATUS.
000770     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BKP-DSNAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-BKP-STATUS.
000800     SELECT HIST-BKUP-CAT-FILE ASSIGN TO HBKCAT
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HBC-KEY
000840         FILE STATUS IS WS-HBC-STATUS.
000850     SELECT GEN-CAT-FILE ASSIGN TO GENCAT
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS GCT-BUS-DATE
000890         FILE STATUS IS WS-GCAT-STATUS.
000900     SELECT GEN-DATA-FILE ASSIGN TO DYNAMIC WS-GEN-DSNAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-GEN-STATUS.
000930     SELECT RCOV-PARM-FILE ASSIGN TO RCOVPRM
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PARM-STATUS.
000960     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RUNCTL-STATUS.
000990     SELECT REPORT-OUT-FILE ASSIGN TO HRCVRPT
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  HISTORY-FILE.
001040     COPY HISTREC.
001050 FD  BACKUP-FILE
001060     RECORDING MODE IS F.
001070 01  BACKUP-REC                 PIC X(143).
001080 FD  HIST-BKUP-CAT-FILE.
001090     COPY HBKCATRC.
001100 FD  GEN-CAT-FILE.
001110     COPY GENCATRC.
001120 FD  GEN-DATA-FILE
001130     RECORDING MODE IS F.
001140     COPY AUDITREC.
001150     COPY AUDGTRL.
001160 FD  RCOV-PARM-FILE
001170     RECORDING MODE IS F.
001180 01  RCOV-PARM-REC.
001190     05 RP-MODE                 PIC X(07).
001200     05 FILLER                  PIC X(01).
001210     05 RP-LIVE-LOG             PIC X(01).
001220     05 FILLER                  PIC X(71).
001230 FD  RUN-CTL-FILE
001240     RECORDING MODE IS F.
001250     COPY RUNCTLRC.
001260 FD  REPORT-OUT-FILE
001270     RECORDING MODE IS F.
001280 01  REPORT-OUT-REC             PIC X(132).
001290 WORKING-STORAGE SECTION.
001300     COPY HBKTRL.
001310*
001320 01  RPT-TITLE-REC.
001330     05 FILLER                  PIC X(34)
001340            VALUE "HISTRCOV HISTORY FORWARD RECOVERY ".
001350     05 FILLER                  PIC X(05) VALUE "MODE=".
001360     05 RPT-MODE                PIC X(07).
001370     05 FILLER                  PIC X(10) VALUE " BUS DATE ".
001380     05 RPT-BUS-DATE            PIC 9(08).
001390     05 FILLER                  PIC X(68) VALUE SPACES.
001400 01  RPT-HEAD-REC.
001410     05 RPT-HEAD-TEXT           PIC X(40).
001420     05 FILLER                  PIC X(92) VALUE SPACES.
001430 01  RPT-BKP-LINE-REC.
001440     05 RBL-STAMP               PIC X(15).
001450     05 FILLER                  PIC X(01) VALUE SPACE.
001460     05 RBL-DSNAME              PIC X(30).
001470     05 FILLER                  PIC X(05) VALUE " CAT=".
001480     05 RBL-CAT-CNT             PIC Z(7)9.
001490     05 FILLER                  PIC X(05) VALUE " ACT=".
001500     05 RBL-ACT-CNT             PIC Z(7)9.
001510     05 FILLER                  PIC X(05) VALUE " GEN=".
001520     05 RBL-LAST-GEN            PIC 9(08).
001530     05 FILLER                  PIC X(01) VALUE SPACE.
001540     05 RBL-VERDICT             PIC X(10).
001550     05 FILLER                  PIC X(36) VALUE SPACES.
001560 01  RPT-ARCH-LINE-REC.
001570     05 FILLER                  PIC X(12) VALUE "ARCHIVE RUN ".
001580     05 RAL-STAMP               PIC X(15).
001590     05 FILLER                  PIC X(08) VALUE " CUTOFF=".
001600     05 RAL-CUTOFF              PIC 9(08).
001610     05 FILLER                  PIC X(42)
001620            VALUE " IS LATER THAN THE BACKUP - RERUN HISTARCH".
001630     05 FILLER                  PIC X(47) VALUE SPACES.
001640 01  RPT-GEN-LINE-REC.
001650     05 RGL-BUS-DATE            PIC 9(08).
001660     05 FILLER                  PIC X(01) VALUE SPACE.
001670     05 RGL-DSNAME              PIC X(24).
001680     05 FILLER                  PIC X(05) VALUE " CNT=".
001690     05 RGL-CNT                 PIC Z(5)9.
001700     05 FILLER                  PIC X(05) VALUE " INS=".
001710     05 RGL-INS                 PIC Z(5)9.
001720     05 FILLER                  PIC X(05) VALUE " PRS=".
001730     05 RGL-PRS                 PIC Z(5)9.
001740     05 FILLER                  PIC X(05) VALUE " MRK=".
001750     05 RGL-MRK                 PIC Z(5)9.
001760     05 FILLER                  PIC X(05) VALUE " SKP=".
001770     05 RGL-SKP                 PIC Z(5)9.
001780     05 FILLER                  PIC X(05) VALUE " ERR=".
001790     05 RGL-ERR                 PIC Z(5)9.
001800     05 FILLER                  PIC X(01) VALUE SPACE.
001810     05 RGL-VERDICT             PIC X(10).
001820     05 FILLER                  PIC X(22) VALUE SPACES.
001830 01  RPT-PGM-LINE-REC.
001840     05 RPL-BAL-DATE            PIC 9(08).
001850     05 FILLER                  PIC X(01) VALUE SPACE.
001860     05 RPL-PGM-NAME            PIC X(10).
001870     05 FILLER                  PIC X(10) VALUE " AUD-CNT=".
001880     05 RPL-AUD-CNT             PIC Z(7)9.
001890     05 FILLER                  PIC X(10) VALUE " HST-CNT=".
001900     05 RPL-HIST-CNT            PIC Z(7)9.
001910     05 FILLER                  PIC X(10) VALUE " AUD-HSH=".
001920     05 RPL-AUD-HASH            PIC -9(15).99.
001930     05 FILLER                  PIC X(10) VALUE " HST-HSH=".
001940     05 RPL-HIST-HASH           PIC -9(15).99.
001950     05 FILLER                  PIC X(01) VALUE SPACE.
001960     05 RPL-VERDICT             PIC X(14).
001970     05 FILLER                  PIC X(02) VALUE SPACES.
001980 01  RPT-TOTAL-REC.
001990     05 FILLER                  PIC X(14) VALUE "ROWS RESTORED=".
002000     05 RPT-TOT-RESTORED        PIC Z(7)9.
002010     05 FILLER                  PIC X(10) VALUE " INSERTED=".
002020     05 RPT-TOT-INS             PIC Z(7)9.
002030     05 FILLER                  PIC X(08) VALUE " MARKED=".
002040     05 RPT-TOT-MRK             PIC Z(7)9.
002050     05 FILLER                  PIC X(08) VALUE " ERRORS=".
002060     05 RPT-TOT-ERR             PIC Z(7)9.
002070     05 FILLER                  PIC X(10) VALUE " WARNINGS=".
002080     05 RPT-TOT-WARN            PIC Z(7)9.
002090     05 FILLER                  PIC X(42) VALUE SPACES.
002100 01  RPT-SUMMARY-REC.
002110     05 FILLER                  PIC X(16)
002120            VALUE "OVERALL VERDICT=".
002130     05 RPT-SUM-VERDICT         PIC X(14).
002140     05 FILLER                  PIC X(102) VALUE SPACES.
002150 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
002160*
002170 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
002180 77  WS-BKP-STATUS              PIC X(02) VALUE SPACES.
002190 77  WS-HBC-STATUS              PIC X(02) VALUE SPACES.
002200 77  WS-GCAT-STATUS             PIC X(02) VALUE SPACES.
002210 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
002220 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
002230 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
002240 77  WS-BKP-DSNAME              PIC X(44) VALUE SPACES.
002250 77  WS-GEN-DSNAME              PIC X(44) VALUE SPACES.
002260 77  WS-APPLY-SW                PIC X(01) VALUE "N".
002270     88 WS-APPLY-MODE                     VALUE "Y".
002280 77  WS-LIVE-LOG-SW             PIC X(01) VALUE "Y".
002290     88 WS-REPLAY-LIVE-LOG                VALUE "Y".
002300 77  WS-HIST-OPEN-SW            PIC X(01) VALUE "N".
002310     88 WS-HIST-OPEN                      VALUE "Y".
002320 77  WS-CAT-EOF-SW              PIC X(01) VALUE "N".
002330     88 WS-CAT-EOF                        VALUE "Y".
002340 77  WS-FILE-EOF-SW             PIC X(01) VALUE "N".
002350     88 WS-FILE-EOF                       VALUE "Y".
002360 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
002370     88 WS-HIST-EOF                       VALUE "Y".
002380 77  WS-TRAILER-FOUND-SW        PIC X(01) VALUE "N".
002390     88 WS-TRAILER-FOUND                  VALUE "Y".
002400 77  WS-ROW-OK-SW               PIC X(01) VALUE "N".
002410     88 WS-ROW-OK                         VALUE "Y".
002420 77  WS-ERROR-SW                PIC X(01) VALUE "N".
002430     88 WS-ANY-ERROR                      VALUE "Y".
002440 77  WS-WARNING-SW              PIC X(01) VALUE "N".
002450     88 WS-ANY-WARNING                    VALUE "Y".
002460 77  WS-OUT-OF-BAL-SW           PIC X(01) VALUE "N".
002470     88 WS-OUT-OF-BAL                     VALUE "Y".
002480 77  WS-PRF-FULL-SW             PIC X(01) VALUE "N".
002490     88 WS-PRF-FULL                       VALUE "Y".
002500 77  WS-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
002510 77  WS-VERDICT                 PIC X(10) VALUE SPACES.
002520*
002530*    BACKUP CANDIDATES FROM THE CATALOG, OLDEST FIRST. ONLY THE
002540*    NEWEST 100 ARE KEPT; RECOVERY NEVER REACHES FURTHER BACK.
002550 01  WS-BKP-TABLE.
002560     05 WS-BKP-ENTRY            OCCURS 100 TIMES.
002570         10 WS-BKP-STAMP        PIC X(15).
002580         10 WS-BKP-DSN          PIC X(44).
002590         10 WS-BKP-LAST-GEN     PIC 9(08).
002600         10 WS-BKP-CAT-CNT      PIC 9(08).
002610         10 WS-BKP-CAT-HASH     PIC S9(15)V99.
002620         10 WS-BKP-STAT         PIC X(01).
002630 77  WS-BKP-CNT                 PIC 9(04) COMP VALUE ZERO.
002640 77  WS-BKP-SUB                 PIC 9(04) COMP VALUE ZERO.
002650 77  WS-SHIFT-SUB               PIC 9(04) COMP VALUE ZERO.
002660 77  WS-CHOSEN-SUB              PIC 9(04) COMP VALUE ZERO.
002670 77  WS-LAST-ARCH-STAMP         PIC X(15) VALUE SPACES.
002680 77  WS-LAST-ARCH-CUTOFF        PIC 9(08) VALUE ZERO.
002690*
002700 77  WS-CHK-CNT                 PIC 9(08) COMP VALUE ZERO.
002710 77  WS-CHK-HASH                PIC S9(15)V99 VALUE ZERO.
002720 77  WS-TRL-CNT                 PIC 9(08) VALUE ZERO.
002730 77  WS-TRL-HASH                PIC S9(15)V99 VALUE ZERO.
002740 77  WS-GEN-ACT-CNT             PIC 9(08) COMP VALUE ZERO.
002750 77  WS-GEN-TRL-CNT             PIC 9(08) VALUE ZERO.
002760*
002770 77  WS-GEN-READ                PIC 9(06) COMP VALUE ZERO.
002780 77  WS-GEN-INS                 PIC 9(06) COMP VALUE ZERO.
002790 77  WS-GEN-PRS                 PIC 9(06) COMP VALUE ZERO.
002800 77  WS-GEN-MRK                 PIC 9(06) COMP VALUE ZERO.
002810 77  WS-GEN-SKP                 PIC 9(06) COMP VALUE ZERO.
002820 77  WS-GEN-ERR                 PIC 9(06) COMP VALUE ZERO.
002830 77  WS-TOT-RESTORED            PIC 9(08) COMP VALUE ZERO.
002840 77  WS-TOT-INS                 PIC 9(08) COMP VALUE ZERO.
002850 77  WS-TOT-MRK                 PIC 9(08) COMP VALUE ZERO.
002860 77  WS-TOT-ERR                 PIC 9(08) COMP VALUE ZERO.
002870 77  WS-TOT-WARN                PIC 9(08) COMP VALUE ZERO.
002880*
002890*    PROOF TOTALS BY RUN DATE AND PROGRAM, BALRPT BUCKETS.
002900 01  WS-PRF-TABLE.
002910     05 WS-PRF-DATE-ENTRY       OCCURS 200 TIMES.
002920         10 WS-PRF-DATE         PIC 9(08).
002930         10 WS-PRF-PGM          OCCURS 4 TIMES.
002940             15 WS-PRF-AUD-CNT  PIC 9(08) COMP.
002950             15 WS-PRF-HIST-CNT PIC 9(08) COMP.
002960             15 WS-PRF-AUD-HASH PIC S9(15)V99.
002970             15 WS-PRF-HIST-HASH
002980                                PIC S9(15)V99.
002990 77  WS-PRF-CNT                 PIC 9(04) COMP VALUE ZERO.
003000 77  WS-PRF-SUB                 PIC 9(04) COMP VALUE ZERO.
003010 77  WS-SRCH-SUB                PIC 9(04) COMP VALUE ZERO.
003020 77  WS-PRF-KEY-DATE            PIC 9(08) VALUE ZERO.
003030 77  WS-PGM-SUB                 PIC 9(02) COMP VALUE ZERO.
003040 01  WS-PGM-NAME-VALUES.
003050     05 FILLER                  PIC X(10) VALUE "COBOL1".
003060     05 FILLER                  PIC X(10) VALUE "COBOL2".
003070     05 FILLER                  PIC X(10) VALUE "COBOL3".
003080     05 FILLER                  PIC X(10) VALUE "OTHER".
003090 01  WS-PGM-NAME-TABLE REDEFINES WS-PGM-NAME-VALUES.
003100     05 WS-PGM-ENTRY-NAME       PIC X(10) OCCURS 4 TIMES.
003110 77  WS-EXC-AUD-CNT             PIC 9(08) VALUE ZERO.
003120 77  WS-EXC-HIST-CNT            PIC 9(08) VALUE ZERO.
003130     COPY EXCPARMS.
003140 PROCEDURE DIVISION.
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT.
003180     PERFORM 2000-ELEGIR-COPIA
003190         THRU 2000-ELEGIR-COPIA-EXIT.
003200     IF WS-CHOSEN-SUB > ZERO
003210         PERFORM 3000-RESTAURAR-HISTORIAL
003220             THRU 3000-RESTAURAR-HISTORIAL-EXIT
003230         IF WS-HIST-OPEN OR NOT WS-APPLY-MODE
003240             PERFORM 4000-REAPLICAR-GENERACIONES
003250                 THRU 4000-REAPLICAR-GENERACIONES-EXIT
003260             PERFORM 4500-REAPLICAR-BITACORA
003270                 THRU 4500-REAPLICAR-BITACORA-EXIT
003280             PERFORM 5000-PRUEBA-CUADRE
003290                 THRU 5000-PRUEBA-CUADRE-EXIT
003300         END-IF
003310     END-IF.
003320     PERFORM 8000-TERMINATE
003330         THRU 8000-TERMINATE-EXIT.
003340     GOBACK.
003350*
003360******************************************************************
003370* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE RECOVERY CARD
003380*                   AND START THE REPORT.
003390******************************************************************
003400 1000-INITIALIZE.
003410     PERFORM 1100-LEER-FECHA-NEGOCIO
003420         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
003430     PERFORM 1200-LEER-PARAMETROS
003440         THRU 1200-LEER-PARAMETROS-EXIT.
003450     OPEN OUTPUT REPORT-OUT-FILE.
003460     IF WS-APPLY-MODE
003470         MOVE "RECOVER"  TO RPT-MODE
003480     ELSE
003490         MOVE "PLAN"     TO RPT-MODE
003500     END-IF.
003510     MOVE WS-BUSINESS-DATE TO RPT-BUS-DATE.
003520     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
003530     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580* 1100-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
003590*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
003600*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
003610*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
003620******************************************************************
003630 1100-LEER-FECHA-NEGOCIO.
003640     OPEN INPUT RUN-CTL-FILE.
003650     IF WS-RUNCTL-STATUS = "00"
003660         READ RUN-CTL-FILE
003670             AT END
003680                 CONTINUE
003690             NOT AT END
003700                 IF RCT-TYPE-CONTROL
003710                     MOVE RCT-BUSINESS-DATE TO WS-BUSINESS-DATE
003720                 END-IF
003730         END-READ
003740         CLOSE RUN-CTL-FILE
003750     END-IF.
003760     IF WS-BUSINESS-DATE = ZERO
003770         DISPLAY "Aviso: fecha de negocio no disponible; se "
003780             "usa la fecha del sistema."
003790         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003800     END-IF.
003810 1100-LEER-FECHA-NEGOCIO-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 1200-LEER-PARAMETROS - READ THE RECOVERY CARD. ONLY "RECOVER"
003860*                        IN COLUMNS 1-7 LETS THE RUN REPLACE
003870*                        HISTORY; ANYTHING ELSE, OR NO CARD, IS
003880*                        A PLAN-ONLY RUN.
003890******************************************************************
003900 1200-LEER-PARAMETROS.
003910     OPEN INPUT RCOV-PARM-FILE.
003920     IF WS-PARM-STATUS = "00"
003930         READ RCOV-PARM-FILE
003940             AT END
003950                 CONTINUE
003960             NOT AT END
003970                 IF RP-MODE = "RECOVER"
003980                     SET WS-APPLY-MODE TO TRUE
003990                 END-IF
004000                 IF RP-LIVE-LOG = "N"
004010                     MOVE "N" TO WS-LIVE-LOG-SW
004020                 END-IF
004030         END-READ
004040         CLOSE RCOV-PARM-FILE
004050     ELSE
004060         DISPLAY "Aviso: RCOVPRM no disponible."
004070     END-IF.
004080     IF NOT WS-APPLY-MODE
004090         DISPLAY "Aviso: ejecucion de plan; el historial no "
004100             "se modifica."
004110     END-IF.
004120 1200-LEER-PARAMETROS-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160* 2000-ELEGIR-COPIA - LOAD THE BACKUP CATALOG AND WALK BACK FROM
004170*                     THE NEWEST BACKUP TO THE FIRST ONE THAT IS
004180*                     NOT CATALOGED AS FAILED AND STILL PROVES
004190*                     AGAINST ITS CATALOG ROW AND ITS TRAILER.
004200*                     AN ARCHIVE RUN LATER THAN THAT BACKUP IS
004210*                     FLAGGED FOR RERUN.
004220******************************************************************
004230 2000-ELEGIR-COPIA.
004240     OPEN INPUT HIST-BKUP-CAT-FILE.
004250     IF WS-HBC-STATUS NOT = "00"
004260         DISPLAY "Error: no se pudo abrir el catalogo de "
004270             "copias de historial (estado " WS-HBC-STATUS ")."
004280         SET WS-ANY-ERROR TO TRUE
004290         GO TO 2000-ELEGIR-COPIA-EXIT
004300     END-IF.
004310     MOVE LOW-VALUES TO HBC-KEY.
004320     START HIST-BKUP-CAT-FILE KEY IS NOT LESS THAN HBC-KEY
004330         INVALID KEY
004340             SET WS-CAT-EOF TO TRUE
004350     END-START.
004360     PERFORM 2100-CARGAR-CATALOGO
004370         THRU 2100-CARGAR-CATALOGO-EXIT
004380         UNTIL WS-CAT-EOF.
004390     CLOSE HIST-BKUP-CAT-FILE.
004400     MOVE "BACKUP CANDIDATES" TO RPT-HEAD-TEXT.
004410     WRITE REPORT-OUT-REC FROM RPT-HEAD-REC.
004420     MOVE WS-BKP-CNT TO WS-BKP-SUB.
004430     PERFORM 2300-PROBAR-CANDIDATA
004440         THRU 2300-PROBAR-CANDIDATA-EXIT
004450         UNTIL WS-BKP-SUB = ZERO
004460            OR WS-CHOSEN-SUB > ZERO.
004470     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004480     IF WS-CHOSEN-SUB = ZERO
004490         DISPLAY "Error: no hay copia de historial utilizable "
004500             "en el catalogo."
004510         SET WS-ANY-ERROR TO TRUE
004520         GO TO 2000-ELEGIR-COPIA-EXIT
004530     END-IF.
004540     IF WS-LAST-ARCH-STAMP > WS-BKP-STAMP(WS-CHOSEN-SUB)
004550         MOVE WS-LAST-ARCH-STAMP  TO RAL-STAMP
004560         MOVE WS-LAST-ARCH-CUTOFF TO RAL-CUTOFF
004570         WRITE REPORT-OUT-REC FROM RPT-ARCH-LINE-REC
004580         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
004590         DISPLAY "Aviso: HISTARCH corrio despues de la copia; "
004600             "repetir con corte " WS-LAST-ARCH-CUTOFF "."
004610         ADD 1 TO WS-TOT-WARN
004620         SET WS-ANY-WARNING TO TRUE
004630     END-IF.
004640 2000-ELEGIR-COPIA-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680* 2100-CARGAR-CATALOGO - READ ONE CATALOG ROW. A BACKUP ROW GOES
004690*                        ON THE CANDIDATE TABLE, DROPPING THE
004700*                        OLDEST WHEN IT IS FULL; AN ARCHIVE ROW
004710*                        ONLY REMEMBERS THE LATEST RUN.
004720******************************************************************
004730 2100-CARGAR-CATALOGO.
004740     READ HIST-BKUP-CAT-FILE NEXT RECORD
004750         AT END
004760             SET WS-CAT-EOF TO TRUE
004770             GO TO 2100-CARGAR-CATALOGO-EXIT
004780     END-READ.
004790     IF HBC-TYPE-ARCHIVE
004800         MOVE HBC-STAMP       TO WS-LAST-ARCH-STAMP
004810         MOVE HBC-CUTOFF-DATE TO WS-LAST-ARCH-CUTOFF
004820         GO TO 2100-CARGAR-CATALOGO-EXIT
004830     END-IF.
004840     IF NOT HBC-TYPE-BACKUP
004850         GO TO 2100-CARGAR-CATALOGO-EXIT
004860     END-IF.
004870     IF WS-BKP-CNT = 100
004880         MOVE 1 TO WS-SHIFT-SUB
004890         PERFORM 2200-DESPLAZAR-ENTRADA
004900             THRU 2200-DESPLAZAR-ENTRADA-EXIT
004910             UNTIL WS-SHIFT-SUB NOT < 100
004920         SUBTRACT 1 FROM WS-BKP-CNT
004930     END-IF.
004940     ADD 1 TO WS-BKP-CNT.
004950     MOVE HBC-STAMP         TO WS-BKP-STAMP(WS-BKP-CNT).
004960     MOVE HBC-DSNAME        TO WS-BKP-DSN(WS-BKP-CNT).
004970     MOVE HBC-LAST-GEN-DATE TO WS-BKP-LAST-GEN(WS-BKP-CNT).
004980     MOVE HBC-RECORD-COUNT  TO WS-BKP-CAT-CNT(WS-BKP-CNT).
004990     MOVE HBC-HASH-TOTAL    TO WS-BKP-CAT-HASH(WS-BKP-CNT).
005000     MOVE HBC-STATUS        TO WS-BKP-STAT(WS-BKP-CNT).
005010 2100-CARGAR-CATALOGO-EXIT.
005020     EXIT.
005030*
005040 2200-DESPLAZAR-ENTRADA.
005050     MOVE WS-BKP-ENTRY(WS-SHIFT-SUB + 1)
005060         TO WS-BKP-ENTRY(WS-SHIFT-SUB).
005070     ADD 1 TO WS-SHIFT-SUB.
005080 2200-DESPLAZAR-ENTRADA-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120* 2300-PROBAR-CANDIDATA - JUDGE ONE CANDIDATE, NEWEST FIRST, AND
005130*                         LIST IT WITH ITS VERDICT. THE FIRST TO
005140*                         PROVE IS SELECTED.
005150******************************************************************
005160 2300-PROBAR-CANDIDATA.
005170     MOVE WS-BKP-STAMP(WS-BKP-SUB)    TO RBL-STAMP.
005180     MOVE WS-BKP-DSN(WS-BKP-SUB)      TO RBL-DSNAME.
005190     MOVE WS-BKP-CAT-CNT(WS-BKP-SUB)  TO RBL-CAT-CNT.
005200     MOVE WS-BKP-LAST-GEN(WS-BKP-SUB) TO RBL-LAST-GEN.
005210     IF WS-BKP-STAT(WS-BKP-SUB) = "F"
005220         MOVE ZERO     TO RBL-ACT-CNT
005230         MOVE "FAILED" TO RBL-VERDICT
005240         WRITE REPORT-OUT-REC FROM RPT-BKP-LINE-REC
005250         SUBTRACT 1 FROM WS-BKP-SUB
005260         GO TO 2300-PROBAR-CANDIDATA-EXIT
005270     END-IF.
005280     MOVE WS-BKP-DSN(WS-BKP-SUB) TO WS-BKP-DSNAME.
005290     PERFORM 2400-VERIFICAR-COPIA
005300         THRU 2400-VERIFICAR-COPIA-EXIT.
005310     MOVE WS-CHK-CNT TO RBL-ACT-CNT.
005320     IF WS-VERDICT = "VERIFIED"
005330         MOVE WS-BKP-SUB TO WS-CHOSEN-SUB
005340         MOVE "SELECTED" TO RBL-VERDICT
005350     ELSE
005360         MOVE WS-VERDICT TO RBL-VERDICT
005370         DISPLAY "Aviso: copia " WS-BKP-STAMP(WS-BKP-SUB)
005380             " descartada: " WS-VERDICT
005390         ADD 1 TO WS-TOT-WARN
005400         SET WS-ANY-WARNING TO TRUE
005410         SUBTRACT 1 FROM WS-BKP-SUB
005420     END-IF.
005430     WRITE REPORT-OUT-REC FROM RPT-BKP-LINE-REC.
005440 2300-PROBAR-CANDIDATA-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480* 2400-VERIFICAR-COPIA - READ A BACKUP DATA SET THROUGH, COUNTING
005490*                        AND HASHING ITS ROWS, AND JUDGE IT
005500*                        AGAINST ITS TRAILER AND CATALOG ROW.
005510******************************************************************
005520 2400-VERIFICAR-COPIA.
005530     MOVE ZERO TO WS-CHK-CNT.
005540     MOVE ZERO TO WS-CHK-HASH.
005550     MOVE ZERO TO WS-TRL-CNT.
005560     MOVE ZERO TO WS-TRL-HASH.
005570     MOVE "N" TO WS-TRAILER-FOUND-SW.
005580     MOVE "N" TO WS-FILE-EOF-SW.
005590     OPEN INPUT BACKUP-FILE.
005600     IF WS-BKP-STATUS NOT = "00"
005610         MOVE "MISSING" TO WS-VERDICT
005620         GO TO 2400-VERIFICAR-COPIA-EXIT
005630     END-IF.
005640     PERFORM 2410-LEER-COPIA
005650         THRU 2410-LEER-COPIA-EXIT
005660         UNTIL WS-FILE-EOF.
005670     CLOSE BACKUP-FILE.
005680     EVALUATE TRUE
005690         WHEN NOT WS-TRAILER-FOUND
005700             MOVE "NO-TRAILER" TO WS-VERDICT
005710         WHEN WS-CHK-CNT  NOT = WS-BKP-CAT-CNT(WS-BKP-SUB)
005720           OR WS-CHK-HASH NOT = WS-BKP-CAT-HASH(WS-BKP-SUB)
005730           OR WS-CHK-CNT  NOT = WS-TRL-CNT
005740           OR WS-CHK-HASH NOT = WS-TRL-HASH
005750             MOVE "OUT-OF-BAL" TO WS-VERDICT
005760         WHEN OTHER
005770             MOVE "VERIFIED"   TO WS-VERDICT
005780     END-EVALUATE.
005790 2400-VERIFICAR-COPIA-EXIT.
005800     EXIT.
005810*
005820 2410-LEER-COPIA.
005830     READ BACKUP-FILE INTO HIST-BKUP-TRAILER-REC
005840         AT END
005850             SET WS-FILE-EOF TO TRUE
005860             GO TO 2410-LEER-COPIA-EXIT
005870     END-READ.
005880     IF HBT-TRAILER
005890         SET WS-TRAILER-FOUND TO TRUE
005900         MOVE HBT-RECORD-COUNT TO WS-TRL-CNT
005910         MOVE HBT-HASH-TOTAL   TO WS-TRL-HASH
005920     ELSE
005930         ADD 1 TO WS-CHK-CNT
005940         ADD HBR-OPERAND-1 TO WS-CHK-HASH
005950         ADD HBR-OPERAND-2 TO WS-CHK-HASH
005960         ADD HBR-RESULTADO TO WS-CHK-HASH
005970     END-IF.
005980 2410-LEER-COPIA-EXIT.
005990     EXIT.
006000*
006010******************************************************************
006020* 3000-RESTAURAR-HISTORIAL - RECOVERY RUNS ONLY: EMPTY HISTORY
006030*                            AND LOAD IT FROM THE SELECTED
006040*                            BACKUP, THEN LEAVE IT OPEN I-O FOR
006050*                            THE REPLAY.
006060******************************************************************
006070 3000-RESTAURAR-HISTORIAL.
006080     IF NOT WS-APPLY-MODE
006090         GO TO 3000-RESTAURAR-HISTORIAL-EXIT
006100     END-IF.
006110     MOVE WS-BKP-DSN(WS-CHOSEN-SUB) TO WS-BKP-DSNAME.
006120     OPEN INPUT BACKUP-FILE.
006130     IF WS-BKP-STATUS NOT = "00"
006140         DISPLAY "Error: no se pudo abrir la copia "
006150             WS-BKP-DSNAME "; estado " WS-BKP-STATUS
006160         SET WS-ANY-ERROR TO TRUE
006170         GO TO 3000-RESTAURAR-HISTORIAL-EXIT
006180     END-IF.
006190     OPEN OUTPUT HISTORY-FILE.
006200     IF WS-HIST-STATUS = "00"
006210         CLOSE HISTORY-FILE
006220         OPEN I-O HISTORY-FILE
006230     END-IF.
006240     IF WS-HIST-STATUS NOT = "00"
006250         DISPLAY "Error: no se pudo recrear el archivo de "
006260             "historial; estado " WS-HIST-STATUS
006270         CLOSE BACKUP-FILE
006280         SET WS-ANY-ERROR TO TRUE
006290         GO TO 3000-RESTAURAR-HISTORIAL-EXIT
006300     END-IF.
006310     SET WS-HIST-OPEN TO TRUE.
006320     MOVE "N" TO WS-FILE-EOF-SW.
006330     PERFORM 3100-RESTAURAR-FILA
006340         THRU 3100-RESTAURAR-FILA-EXIT
006350         UNTIL WS-FILE-EOF.
006360     CLOSE BACKUP-FILE.
006370     DISPLAY "HISTRCOV: " WS-TOT-RESTORED " filas restauradas "
006380         "de " WS-BKP-DSNAME.
006390 3000-RESTAURAR-HISTORIAL-EXIT.
006400     EXIT.
006410*
006420 3100-RESTAURAR-FILA.
006430     READ BACKUP-FILE INTO HIST-BKUP-TRAILER-REC
006440         AT END
006450             SET WS-FILE-EOF TO TRUE
006460             GO TO 3100-RESTAURAR-FILA-EXIT
006470     END-READ.
006480     IF HBT-TRAILER
006490         GO TO 3100-RESTAURAR-FILA-EXIT
006500     END-IF.
006510     MOVE HIST-BKUP-TRAILER-REC TO HIST-REC.
006520     WRITE HIST-REC
006530         INVALID KEY
006540             DISPLAY "Error: no se pudo restaurar la fila "
006550                 HIST-RUN-DATE "/" HIST-TRANS-SEQ
006560                 "; estado " WS-HIST-STATUS
006570             ADD 1 TO WS-TOT-ERR
006580             SET WS-ANY-ERROR TO TRUE
006590         NOT INVALID KEY
006600             ADD 1 TO WS-TOT-RESTORED
006610     END-WRITE.
006620 3100-RESTAURAR-FILA-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660* 4000-REAPLICAR-GENERACIONES - EVERY GENERATION CATALOGED AFTER
006670*                               THE ONE THE BACKUP RECORDS, IN
006680*                               DATE ORDER. NO GENERATION
006690*                               CATALOG AT ALL IS ONLY AN ERROR
006700*                               WHEN THE BACKUP NAMES ONE.
006710******************************************************************
006720 4000-REAPLICAR-GENERACIONES.
006730     MOVE "GENERATIONS REPLAYED" TO RPT-HEAD-TEXT.
006740     WRITE REPORT-OUT-REC FROM RPT-HEAD-REC.
006750     OPEN INPUT GEN-CAT-FILE.
006760     IF WS-GCAT-STATUS NOT = "00"
006770         IF WS-GCAT-STATUS NOT = "35"
006780                 OR WS-BKP-LAST-GEN(WS-CHOSEN-SUB) NOT = ZERO
006790             DISPLAY "Error: no se pudo abrir el catalogo de "
006800                 "generaciones (estado " WS-GCAT-STATUS ")."
006810             SET WS-ANY-ERROR TO TRUE
006820         END-IF
006830         GO TO 4000-REAPLICAR-GENERACIONES-EXIT
006840     END-IF.
006850     MOVE "N" TO WS-CAT-EOF-SW.
006860     MOVE WS-BKP-LAST-GEN(WS-CHOSEN-SUB) TO GCT-BUS-DATE.
006870     START GEN-CAT-FILE KEY IS GREATER THAN GCT-BUS-DATE
006880         INVALID KEY
006890             SET WS-CAT-EOF TO TRUE
006900     END-START.
006910     PERFORM 4100-PROCESAR-GENERACION
006920         THRU 4100-PROCESAR-GENERACION-EXIT
006930         UNTIL WS-CAT-EOF.
006940     CLOSE GEN-CAT-FILE.
006950 4000-REAPLICAR-GENERACIONES-EXIT.
006960     EXIT.
006970*
006980******************************************************************
006990* 4100-PROCESAR-GENERACION - PROVE ONE GENERATION AGAINST ITS
007000*                            TRAILER AND CATALOG COUNT AND, IN A
007010*                            RECOVERY RUN, REPLAY IT. ONE THAT
007020*                            DOES NOT PROVE IS NOT REPLAYED AND
007030*                            FAILS THE RUN; LATER ONES STILL GO.
007040******************************************************************
007050 4100-PROCESAR-GENERACION.
007060     READ GEN-CAT-FILE NEXT RECORD
007070         AT END
007080             SET WS-CAT-EOF TO TRUE
007090             GO TO 4100-PROCESAR-GENERACION-EXIT
007100     END-READ.
007110     MOVE GCT-DSNAME   TO WS-GEN-DSNAME.
007120     MOVE GCT-BUS-DATE TO RGL-BUS-DATE.
007130     MOVE GCT-DSNAME   TO RGL-DSNAME.
007140     PERFORM 4150-LIMPIAR-CONTADORES
007150         THRU 4150-LIMPIAR-CONTADORES-EXIT.
007160     PERFORM 4200-VERIFICAR-GENERACION
007170         THRU 4200-VERIFICAR-GENERACION-EXIT.
007180     IF WS-VERDICT NOT = "VERIFIED"
007190         DISPLAY "Error: generacion " GCT-DSNAME
007200             " no reaplicada: " WS-VERDICT
007210         SET WS-ANY-ERROR TO TRUE
007220         MOVE WS-GEN-ACT-CNT TO WS-GEN-READ
007230         PERFORM 4900-LINEA-GENERACION
007240             THRU 4900-LINEA-GENERACION-EXIT
007250         GO TO 4100-PROCESAR-GENERACION-EXIT
007260     END-IF.
007270     IF WS-APPLY-MODE
007280         PERFORM 4300-REAPLICAR-ARCHIVO
007290             THRU 4300-REAPLICAR-ARCHIVO-EXIT
007300     ELSE
007310         MOVE WS-GEN-ACT-CNT TO WS-GEN-READ
007320     END-IF.
007330     PERFORM 4900-LINEA-GENERACION
007340         THRU 4900-LINEA-GENERACION-EXIT.
007350 4100-PROCESAR-GENERACION-EXIT.
007360     EXIT.
007370*
007380 4150-LIMPIAR-CONTADORES.
007390     MOVE ZERO TO WS-GEN-READ.
007400     MOVE ZERO TO WS-GEN-INS.
007410     MOVE ZERO TO WS-GEN-PRS.
007420     MOVE ZERO TO WS-GEN-MRK.
007430     MOVE ZERO TO WS-GEN-SKP.
007440     MOVE ZERO TO WS-GEN-ERR.
007450 4150-LIMPIAR-CONTADORES-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490* 4200-VERIFICAR-GENERACION - COUNT THE RECORDS OF THE DATA SET
007500*                             IN WS-GEN-DSNAME AND JUDGE THEM
007510*                             AGAINST ITS TRAILER AND THE
007520*                             CATALOG, AS GENCATLS DOES.
007530******************************************************************
007540 4200-VERIFICAR-GENERACION.
007550     MOVE ZERO TO WS-GEN-ACT-CNT.
007560     MOVE ZERO TO WS-GEN-TRL-CNT.
007570     MOVE "N" TO WS-TRAILER-FOUND-SW.
007580     MOVE "N" TO WS-FILE-EOF-SW.
007590     OPEN INPUT GEN-DATA-FILE.
007600     IF WS-GEN-STATUS NOT = "00"
007610         MOVE "MISSING" TO WS-VERDICT
007620         GO TO 4200-VERIFICAR-GENERACION-EXIT
007630     END-IF.
007640     PERFORM 4210-CONTAR-REGISTRO
007650         THRU 4210-CONTAR-REGISTRO-EXIT
007660         UNTIL WS-FILE-EOF.
007670     CLOSE GEN-DATA-FILE.
007680     EVALUATE TRUE
007690         WHEN NOT WS-TRAILER-FOUND
007700             MOVE "NO-TRAILER" TO WS-VERDICT
007710         WHEN WS-GEN-ACT-CNT NOT = WS-GEN-TRL-CNT
007720           OR WS-GEN-ACT-CNT NOT = GCT-RECORD-COUNT
007730             MOVE "OUT-OF-BAL" TO WS-VERDICT
007740         WHEN OTHER
007750             MOVE "VERIFIED"   TO WS-VERDICT
007760     END-EVALUATE.
007770 4200-VERIFICAR-GENERACION-EXIT.
007780     EXIT.
007790*
007800 4210-CONTAR-REGISTRO.
007810     READ GEN-DATA-FILE
007820         AT END
007830             SET WS-FILE-EOF TO TRUE
007840             GO TO 4210-CONTAR-REGISTRO-EXIT
007850     END-READ.
007860     IF AGT-TRAILER
007870         SET WS-TRAILER-FOUND TO TRUE
007880         MOVE AGT-RECORD-COUNT TO WS-GEN-TRL-CNT
007890     ELSE
007900         ADD 1 TO WS-GEN-ACT-CNT
007910     END-IF.
007920 4210-CONTAR-REGISTRO-EXIT.
007930     EXIT.
007940*
007950******************************************************************
007960* 4300-REAPLICAR-ARCHIVO - REPLAY EVERY AUDIT RECORD OF THE DATA
007970*                          SET IN WS-GEN-DSNAME ONTO HISTORY.
007980******************************************************************
007990 4300-REAPLICAR-ARCHIVO.
008000     MOVE "N" TO WS-FILE-EOF-SW.
008010     OPEN INPUT GEN-DATA-FILE.
008020     IF WS-GEN-STATUS NOT = "00"
008030         DISPLAY "Error: no se pudo abrir " WS-GEN-DSNAME
008040             "; estado " WS-GEN-STATUS
008050         ADD 1 TO WS-GEN-ERR
008060         GO TO 4300-REAPLICAR-ARCHIVO-EXIT
008070     END-IF.
008080     PERFORM 4400-REAPLICAR-REGISTRO
008090         THRU 4400-REAPLICAR-REGISTRO-EXIT
008100         UNTIL WS-FILE-EOF.
008110     CLOSE GEN-DATA-FILE.
008120 4300-REAPLICAR-ARCHIVO-EXIT.
008130     EXIT.
008140*
008150******************************************************************
008160* 4400-REAPLICAR-REGISTRO - REPLAY ONE AUDIT RECORD: SKIP IT WHEN
008170*                           ITS HISTORY WRITE HAD FAILED (ZERO
008180*                           KEY), OTHERWISE COUNT IT FOR THE
008190*                           PROOF, WRITE ITS ROW BACK AND, FOR A
008200*                           REVERSAL, MARK THE ORIGINAL.
008210******************************************************************
008220 4400-REAPLICAR-REGISTRO.
008230     READ GEN-DATA-FILE
008240         AT END
008250             SET WS-FILE-EOF TO TRUE
008260             GO TO 4400-REAPLICAR-REGISTRO-EXIT
008270     END-READ.
008280     IF AGT-TRAILER
008290         GO TO 4400-REAPLICAR-REGISTRO-EXIT
008300     END-IF.
008310     ADD 1 TO WS-GEN-READ.
008320     IF AUD-HIST-RUN-DATE  NOT NUMERIC
008330             OR AUD-HIST-TRANS-SEQ NOT NUMERIC
008340             OR AUD-LINK-DATE      NOT NUMERIC
008350             OR AUD-LINK-SEQ       NOT NUMERIC
008360         ADD 1 TO WS-GEN-ERR
008370         GO TO 4400-REAPLICAR-REGISTRO-EXIT
008380     END-IF.
008390     IF AUD-HIST-RUN-DATE = ZERO
008400         ADD 1 TO WS-GEN-SKP
008410         GO TO 4400-REAPLICAR-REGISTRO-EXIT
008420     END-IF.
008430     PERFORM 4410-ACUMULAR-AUDITORIA
008440         THRU 4410-ACUMULAR-AUDITORIA-EXIT.
008450     PERFORM 4420-ARMAR-FILA
008460         THRU 4420-ARMAR-FILA-EXIT.
008470     MOVE "N" TO WS-ROW-OK-SW.
008480     WRITE HIST-REC
008490         INVALID KEY
008500             PERFORM 4430-COMPARAR-EXISTENTE
008510                 THRU 4430-COMPARAR-EXISTENTE-EXIT
008520         NOT INVALID KEY
008530             ADD 1 TO WS-GEN-INS
008540             SET WS-ROW-OK TO TRUE
008550     END-WRITE.
008560     IF WS-ROW-OK
008570             AND AUD-STATUS-REVERSAL
008580             AND AUD-LINK-DATE NOT = ZERO
008590         PERFORM 4440-MARCAR-ORIGINAL
008600             THRU 4440-MARCAR-ORIGINAL-EXIT
008610     END-IF.
008620 4400-REAPLICAR-REGISTRO-EXIT.
008630     EXIT.
008640*
008650******************************************************************
008660* 4410-ACUMULAR-AUDITORIA - AUDIT SIDE OF THE PROOF: COUNT AND
008670*                           HASH THE RECORD UNDER THE RUN DATE
008680*                           OF ITS HISTORY KEY AND ITS PROGRAM.
008690******************************************************************
008700 4410-ACUMULAR-AUDITORIA.
008710     MOVE AUD-HIST-RUN-DATE TO WS-PRF-KEY-DATE.
008720     PERFORM 4450-BUSCAR-FECHA
008730         THRU 4450-BUSCAR-FECHA-EXIT.
008740     IF WS-PRF-SUB = ZERO
008750         GO TO 4410-ACUMULAR-AUDITORIA-EXIT
008760     END-IF.
008770     EVALUATE AUD-PROGRAM-NAME
008780         WHEN "COBOL1"
008790             MOVE 1 TO WS-PGM-SUB
008800         WHEN "COBOL2"
008810             MOVE 2 TO WS-PGM-SUB
008820         WHEN "COBOL3"
008830             MOVE 3 TO WS-PGM-SUB
008840         WHEN OTHER
008850             MOVE 4 TO WS-PGM-SUB
008860     END-EVALUATE.
008870     ADD 1 TO WS-PRF-AUD-CNT(WS-PRF-SUB, WS-PGM-SUB).
008880     ADD AUD-OPERAND-1
008890         TO WS-PRF-AUD-HASH(WS-PRF-SUB, WS-PGM-SUB).
008900     ADD AUD-OPERAND-2
008910         TO WS-PRF-AUD-HASH(WS-PRF-SUB, WS-PGM-SUB).
008920     ADD AUD-RESULTADO
008930         TO WS-PRF-AUD-HASH(WS-PRF-SUB, WS-PGM-SUB).
008940 4410-ACUMULAR-AUDITORIA-EXIT.
008950     EXIT.
008960*
008970******************************************************************
008980* 4420-ARMAR-FILA - BUILD THE HISTORY ROW FROM THE AUDIT RECORD,
008990*                   UNDER THE KEY IT WAS WRITTEN WITH.
009000******************************************************************
009010 4420-ARMAR-FILA.
009020     MOVE SPACES               TO HIST-REC.
009030     MOVE AUD-HIST-RUN-DATE    TO HIST-RUN-DATE.
009040     MOVE AUD-HIST-TRANS-SEQ   TO HIST-TRANS-SEQ.
009050     MOVE AUD-PROGRAM-NAME     TO HIST-PROGRAM-NAME.
009060     MOVE AUD-OPERATOR-ID      TO HIST-OPERATOR-ID.
009070     MOVE AUD-OPERAND-1        TO HIST-OPERAND-1.
009080     MOVE AUD-OPERAND-2        TO HIST-OPERAND-2.
009090     MOVE AUD-OPERATION        TO HIST-OPERATION.
009100     MOVE AUD-RESULTADO        TO HIST-RESULTADO.
009110     MOVE AUD-STATUS           TO HIST-STATUS.
009120     MOVE AUD-CURRENCY-CODE    TO HIST-CURRENCY-CODE.
009130     MOVE AUD-SOURCE-BATCH-ID  TO HIST-SOURCE-BATCH-ID.
009140     MOVE AUD-SOURCE-REC-NO    TO HIST-SOURCE-REC-NO.
009150     MOVE AUD-ACCOUNT-CODE     TO HIST-ACCOUNT-CODE.
009160     MOVE AUD-SOURCE-BRANCH    TO HIST-SOURCE-BRANCH.
009170     MOVE AUD-LINK-DATE        TO HIST-LINK-DATE.
009180     MOVE AUD-LINK-SEQ         TO HIST-LINK-SEQ.
009190     MOVE AUD-SESSION-ID       TO HIST-SESSION-ID.
009200 4420-ARMAR-FILA-EXIT.
009210     EXIT.
009220*
009230******************************************************************
009240* 4430-COMPARAR-EXISTENTE - THE KEY IS ALREADY ON FILE. THE SAME
009250*                           PROGRAM AND AMOUNTS MEAN THE BACKUP
009260*                           ALREADY HELD THE ROW; ANYTHING ELSE
009270*                           IS A CONFLICT AND AN ERROR.
009280******************************************************************
009290 4430-COMPARAR-EXISTENTE.
009300     IF WS-HIST-STATUS NOT = "22"
009310         DISPLAY "Error: no se pudo reaplicar la fila "
009320             AUD-HIST-RUN-DATE "/" AUD-HIST-TRANS-SEQ
009330             "; estado " WS-HIST-STATUS
009340         ADD 1 TO WS-GEN-ERR
009350         GO TO 4430-COMPARAR-EXISTENTE-EXIT
009360     END-IF.
009370     READ HISTORY-FILE
009380         INVALID KEY
009390             DISPLAY "Error: no se pudo leer la fila "
009400                 AUD-HIST-RUN-DATE "/" AUD-HIST-TRANS-SEQ
009410                 "; estado " WS-HIST-STATUS
009420             ADD 1 TO WS-GEN-ERR
009430             GO TO 4430-COMPARAR-EXISTENTE-EXIT
009440     END-READ.
009450     IF HIST-PROGRAM-NAME = AUD-PROGRAM-NAME
009460             AND HIST-OPERAND-1 = AUD-OPERAND-1
009470             AND HIST-OPERAND-2 = AUD-OPERAND-2
009480             AND HIST-OPERATION = AUD-OPERATION
009490             AND HIST-RESULTADO = AUD-RESULTADO
009500         ADD 1 TO WS-GEN-PRS
009510         SET WS-ROW-OK TO TRUE
009520     ELSE
009530         DISPLAY "Error: la clave " AUD-HIST-RUN-DATE "/"
009540             AUD-HIST-TRANS-SEQ " ya tiene otra fila en el "
009550             "historial."
009560         ADD 1 TO WS-GEN-ERR
009570     END-IF.
009580 4430-COMPARAR-EXISTENTE-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620* 4440-MARCAR-ORIGINAL - REPEAT WHAT THE REVERSING PROGRAM DID TO
009630*                        THE ORIGINAL ROW: STATUS "2", LINKED TO
009640*                        THE CONTRA. AN ORIGINAL NO LONGER ON
009650*                        FILE (ARCHIVED) IS A WARNING.
009660******************************************************************
009670 4440-MARCAR-ORIGINAL.
009680     MOVE AUD-LINK-DATE TO HIST-RUN-DATE.
009690     MOVE AUD-LINK-SEQ  TO HIST-TRANS-SEQ.
009700     READ HISTORY-FILE
009710         INVALID KEY
009720             DISPLAY "Aviso: la fila original " AUD-LINK-DATE
009730                 "/" AUD-LINK-SEQ " no esta en el historial."
009740             ADD 1 TO WS-TOT-WARN
009750             SET WS-ANY-WARNING TO TRUE
009760             GO TO 4440-MARCAR-ORIGINAL-EXIT
009770     END-READ.
009780     SET HIST-STATUS-REVERSED TO TRUE.
009790     MOVE AUD-HIST-RUN-DATE  TO HIST-LINK-DATE.
009800     MOVE AUD-HIST-TRANS-SEQ TO HIST-LINK-SEQ.
009810     REWRITE HIST-REC
009820         INVALID KEY
009830             DISPLAY "Error: no se pudo marcar la fila "
009840                 AUD-LINK-DATE "/" AUD-LINK-SEQ
009850                 "; estado " WS-HIST-STATUS
009860             ADD 1 TO WS-GEN-ERR
009870         NOT INVALID KEY
009880             ADD 1 TO WS-GEN-MRK
009890     END-REWRITE.
009900 4440-MARCAR-ORIGINAL-EXIT.
009910     EXIT.
009920*
009930******************************************************************
009940* 4450-BUSCAR-FECHA - FIND OR ADD THE PROOF ENTRY FOR
009950*                     WS-PRF-KEY-DATE. A FULL TABLE LEAVES
009960*                     WS-PRF-SUB ZERO AND THE DATE UNPROVED.
009970******************************************************************
009980 4450-BUSCAR-FECHA.
009990     MOVE ZERO TO WS-PRF-SUB.
010000     MOVE 1    TO WS-SRCH-SUB.
010010     PERFORM 4460-COMPARAR-FECHA
010020         THRU 4460-COMPARAR-FECHA-EXIT
010030         UNTIL WS-PRF-SUB > ZERO
010040            OR WS-SRCH-SUB > WS-PRF-CNT.
010050     IF WS-PRF-SUB > ZERO
010060         GO TO 4450-BUSCAR-FECHA-EXIT
010070     END-IF.
010080     IF WS-PRF-CNT = 200
010090         SET WS-PRF-FULL TO TRUE
010100         GO TO 4450-BUSCAR-FECHA-EXIT
010110     END-IF.
010120     ADD 1 TO WS-PRF-CNT.
010130     MOVE WS-PRF-CNT TO WS-PRF-SUB.
010140     INITIALIZE WS-PRF-DATE-ENTRY(WS-PRF-SUB).
010150     MOVE WS-PRF-KEY-DATE TO WS-PRF-DATE(WS-PRF-SUB).
010160 4450-BUSCAR-FECHA-EXIT.
010170     EXIT.
010180*
010190 4460-COMPARAR-FECHA.
010200     IF WS-PRF-DATE(WS-SRCH-SUB) = WS-PRF-KEY-DATE
010210         MOVE WS-SRCH-SUB TO WS-PRF-SUB
010220     END-IF.
010230     ADD 1 TO WS-SRCH-SUB.
010240 4460-COMPARAR-FECHA-EXIT.
010250     EXIT.
010260*
010270******************************************************************
010280* 4500-REAPLICAR-BITACORA - AFTER THE SEALED GENERATIONS, THE
010290*                           LIVE AUDITLOG (NO TRAILER, SO NOT
010300*                           PROVED), UNLESS THE CARD LEAVES IT
010310*                           OUT. A MISSING LOG IS A WARNING.
010320******************************************************************
010330 4500-REAPLICAR-BITACORA.
010340     IF NOT WS-REPLAY-LIVE-LOG
010350         DISPLAY "Aviso: AUDITLOG excluido de la recuperacion."
010360         GO TO 4500-REAPLICAR-BITACORA-EXIT
010370     END-IF.
010380     MOVE "AUDITLOG" TO WS-GEN-DSNAME.
010390     MOVE ZERO       TO RGL-BUS-DATE.
010400     MOVE "AUDITLOG" TO RGL-DSNAME.
010410     PERFORM 4150-LIMPIAR-CONTADORES
010420         THRU 4150-LIMPIAR-CONTADORES-EXIT.
010430     OPEN INPUT GEN-DATA-FILE.
010440     IF WS-GEN-STATUS NOT = "00"
010450         DISPLAY "Aviso: AUDITLOG no disponible; estado "
010460             WS-GEN-STATUS
010470         ADD 1 TO WS-TOT-WARN
010480         SET WS-ANY-WARNING TO TRUE
010490         MOVE "MISSING" TO WS-VERDICT
010500         PERFORM 4900-LINEA-GENERACION
010510             THRU 4900-LINEA-GENERACION-EXIT
010520         GO TO 4500-REAPLICAR-BITACORA-EXIT
010530     END-IF.
010540     CLOSE GEN-DATA-FILE.
010550     IF WS-APPLY-MODE
010560         PERFORM 4300-REAPLICAR-ARCHIVO
010570             THRU 4300-REAPLICAR-ARCHIVO-EXIT
010580     ELSE
010590         PERFORM 4200-VERIFICAR-GENERACION
010600             THRU 4200-VERIFICAR-GENERACION-EXIT
010610         MOVE WS-GEN-ACT-CNT TO WS-GEN-READ
010620     END-IF.
010630     MOVE "LIVE LOG" TO WS-VERDICT.
010640     PERFORM 4900-LINEA-GENERACION
010650         THRU 4900-LINEA-GENERACION-EXIT.
010660 4500-REAPLICAR-BITACORA-EXIT.
010670     EXIT.
010680*
010690******************************************************************
010700* 4900-LINEA-GENERACION - PRINT ONE REPLAY LINE AND ROLL ITS
010710*                         COUNTS INTO THE RUN TOTALS. ANY RECORD
010720*                         THAT COULD NOT BE REPLAYED FAILS THE
010730*                         RUN.
010740******************************************************************
010750 4900-LINEA-GENERACION.
010760     IF WS-APPLY-MODE AND WS-VERDICT = "VERIFIED"
010770         MOVE "REPLAYED" TO WS-VERDICT
010780     END-IF.
010790     IF WS-GEN-ERR > ZERO
010800         MOVE "ERRORS" TO WS-VERDICT
010810         SET WS-ANY-ERROR TO TRUE
010820     END-IF.
010830     MOVE WS-GEN-READ TO RGL-CNT.
010840     MOVE WS-GEN-INS  TO RGL-INS.
010850     MOVE WS-GEN-PRS  TO RGL-PRS.
010860     MOVE WS-GEN-MRK  TO RGL-MRK.
010870     MOVE WS-GEN-SKP  TO RGL-SKP.
010880     MOVE WS-GEN-ERR  TO RGL-ERR.
010890     MOVE WS-VERDICT  TO RGL-VERDICT.
010900     WRITE REPORT-OUT-REC FROM RPT-GEN-LINE-REC.
010910     ADD WS-GEN-INS TO WS-TOT-INS.
010920     ADD WS-GEN-MRK TO WS-TOT-MRK.
010930     ADD WS-GEN-ERR TO WS-TOT-ERR.
010940 4900-LINEA-GENERACION-EXIT.
010950     EXIT.
010960*
010970******************************************************************
010980* 5000-PRUEBA-CUADRE - RECOVERY RUNS ONLY: THE BALRPT PROOF OF
010990*                      THE REBUILT FILE FOR EVERY RUN DATE THE
011000*                      REPLAY TOUCHED.
011010******************************************************************
011020 5000-PRUEBA-CUADRE.
011030     IF NOT WS-APPLY-MODE
011040         GO TO 5000-PRUEBA-CUADRE-EXIT
011050     END-IF.
011060     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
011070     MOVE "BALANCING PROOF OF THE REBUILT FILE" TO RPT-HEAD-TEXT.
011080     WRITE REPORT-OUT-REC FROM RPT-HEAD-REC.
011090     MOVE ZERO TO WS-PRF-SUB.
011100     PERFORM 5100-SUMAR-HISTORIAL-FECHA
011110         THRU 5100-SUMAR-HISTORIAL-FECHA-EXIT
011120         UNTIL WS-PRF-SUB NOT < WS-PRF-CNT.
011130     MOVE ZERO TO WS-PRF-SUB.
011140     PERFORM 5300-IMPRIMIR-FECHA
011150         THRU 5300-IMPRIMIR-FECHA-EXIT
011160         UNTIL WS-PRF-SUB NOT < WS-PRF-CNT.
011170     IF WS-PRF-FULL
011180         DISPLAY "Aviso: mas de 200 fechas reaplicadas; las "
011190             "restantes no se cuadran."
011200         ADD 1 TO WS-TOT-WARN
011210         SET WS-ANY-WARNING TO TRUE
011220     END-IF.
011230 5000-PRUEBA-CUADRE-EXIT.
011240     EXIT.
011250*
011260******************************************************************
011270* 5100-SUMAR-HISTORIAL-FECHA - HISTORY SIDE OF THE PROOF: EVERY
011280*                              ROW OF ONE RUN DATE, BY PROGRAM.
011290******************************************************************
011300 5100-SUMAR-HISTORIAL-FECHA.
011310     ADD 1 TO WS-PRF-SUB.
011320     MOVE "N" TO WS-HIST-EOF-SW.
011330     MOVE WS-PRF-DATE(WS-PRF-SUB) TO HIST-RUN-DATE.
011340     MOVE ZERO                    TO HIST-TRANS-SEQ.
011350     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
011360         INVALID KEY
011370             SET WS-HIST-EOF TO TRUE
011380     END-START.
011390     PERFORM 5200-SUMAR-FILA
011400         THRU 5200-SUMAR-FILA-EXIT
011410         UNTIL WS-HIST-EOF.
011420 5100-SUMAR-HISTORIAL-FECHA-EXIT.
011430     EXIT.
011440*
011450 5200-SUMAR-FILA.
011460     READ HISTORY-FILE NEXT RECORD
011470         AT END
011480             SET WS-HIST-EOF TO TRUE
011490             GO TO 5200-SUMAR-FILA-EXIT
011500     END-READ.
011510     IF HIST-RUN-DATE NOT = WS-PRF-DATE(WS-PRF-SUB)
011520         SET WS-HIST-EOF TO TRUE
011530         GO TO 5200-SUMAR-FILA-EXIT
011540     END-IF.
011550     EVALUATE HIST-PROGRAM-NAME
011560         WHEN "COBOL1"
011570             MOVE 1 TO WS-PGM-SUB
011580         WHEN "COBOL2"
011590             MOVE 2 TO WS-PGM-SUB
011600         WHEN "COBOL3"
011610             MOVE 3 TO WS-PGM-SUB
011620         WHEN OTHER
011630             MOVE 4 TO WS-PGM-SUB
011640     END-EVALUATE.
011650     ADD 1 TO WS-PRF-HIST-CNT(WS-PRF-SUB, WS-PGM-SUB).
011660     ADD HIST-OPERAND-1
011670         TO WS-PRF-HIST-HASH(WS-PRF-SUB, WS-PGM-SUB).
011680     ADD HIST-OPERAND-2
011690         TO WS-PRF-HIST-HASH(WS-PRF-SUB, WS-PGM-SUB).
011700     ADD HIST-RESULTADO
011710         TO WS-PRF-HIST-HASH(WS-PRF-SUB, WS-PGM-SUB).
011720 5200-SUMAR-FILA-EXIT.
011730     EXIT.
011740*
011750 5300-IMPRIMIR-FECHA.
011760     ADD 1 TO WS-PRF-SUB.
011770     MOVE ZERO TO WS-PGM-SUB.
011780     PERFORM 5400-IMPRIMIR-PROGRAMA
011790         THRU 5400-IMPRIMIR-PROGRAMA-EXIT
011800         UNTIL WS-PGM-SUB NOT < 4.
011810 5300-IMPRIMIR-FECHA-EXIT.
011820     EXIT.
011830*
011840******************************************************************
011850* 5400-IMPRIMIR-PROGRAMA - ONE BALRPT LINE FOR A DATE AND
011860*                          PROGRAM WITH ANY ACTIVITY; A
011870*                          DIFFERENCE IS QUEUED AS AN EXCEPTION.
011880******************************************************************
011890 5400-IMPRIMIR-PROGRAMA.
011900     ADD 1 TO WS-PGM-SUB.
011910     IF WS-PRF-AUD-CNT(WS-PRF-SUB, WS-PGM-SUB) = ZERO
011920             AND WS-PRF-HIST-CNT(WS-PRF-SUB, WS-PGM-SUB) = ZERO
011930         GO TO 5400-IMPRIMIR-PROGRAMA-EXIT
011940     END-IF.
011950     MOVE WS-PRF-DATE(WS-PRF-SUB)      TO RPL-BAL-DATE.
011960     MOVE WS-PGM-ENTRY-NAME(WS-PGM-SUB) TO RPL-PGM-NAME.
011970     MOVE WS-PRF-AUD-CNT(WS-PRF-SUB, WS-PGM-SUB)
011980         TO RPL-AUD-CNT.
011990     MOVE WS-PRF-HIST-CNT(WS-PRF-SUB, WS-PGM-SUB)
012000         TO RPL-HIST-CNT.
012010     MOVE WS-PRF-AUD-HASH(WS-PRF-SUB, WS-PGM-SUB)
012020         TO RPL-AUD-HASH.
012030     MOVE WS-PRF-HIST-HASH(WS-PRF-SUB, WS-PGM-SUB)
012040         TO RPL-HIST-HASH.
012050     IF WS-PRF-AUD-CNT(WS-PRF-SUB, WS-PGM-SUB)
012060             = WS-PRF-HIST-CNT(WS-PRF-SUB, WS-PGM-SUB)
012070         AND WS-PRF-AUD-HASH(WS-PRF-SUB, WS-PGM-SUB)
012080             = WS-PRF-HIST-HASH(WS-PRF-SUB, WS-PGM-SUB)
012090         MOVE "IN BALANCE"     TO RPL-VERDICT
012100     ELSE
012110         MOVE "OUT OF BALANCE" TO RPL-VERDICT
012120         SET WS-OUT-OF-BAL TO TRUE
012130         PERFORM 5500-ENCOLAR-EXCEPCION
012140             THRU 5500-ENCOLAR-EXCEPCION-EXIT
012150     END-IF.
012160     WRITE REPORT-OUT-REC FROM RPT-PGM-LINE-REC.
012170 5400-IMPRIMIR-PROGRAMA-EXIT.
012180     EXIT.
012190*
012200******************************************************************
012210* 5500-ENCOLAR-EXCEPCION - RAISE A PROOF DIFFERENCE AS A SEVERITY
012220*                          H EXCEPTION, KEYED AND WORDED AS
012230*                          BALRPT DOES.
012240******************************************************************
012250 5500-ENCOLAR-EXCEPCION.
012260     MOVE WS-PRF-AUD-CNT(WS-PRF-SUB, WS-PGM-SUB)
012270         TO WS-EXC-AUD-CNT.
012280     MOVE WS-PRF-HIST-CNT(WS-PRF-SUB, WS-PGM-SUB)
012290         TO WS-EXC-HIST-CNT.
012300     MOVE "HISTRCOV"       TO EXP-SOURCE-STEP.
012310     MOVE WS-BUSINESS-DATE TO EXP-BUS-DATE.
012320     SET EXP-SEV-HIGH TO TRUE.
012330     MOVE SPACES TO EXP-ITEM-KEY.
012340     STRING WS-PGM-ENTRY-NAME(WS-PGM-SUB) DELIMITED BY SPACE
012350         " "                             DELIMITED BY SIZE
012360         WS-PRF-DATE(WS-PRF-SUB)         DELIMITED BY SIZE
012370         INTO EXP-ITEM-KEY
012380     END-STRING.
012390     MOVE SPACES TO EXP-DESCRIPTION.
012400     STRING "DESCUADRE " DELIMITED BY SIZE
012410         WS-PGM-ENTRY-NAME(WS-PGM-SUB) DELIMITED BY SPACE
012420         " AUD="         DELIMITED BY SIZE
012430         WS-EXC-AUD-CNT  DELIMITED BY SIZE
012440         " HST="         DELIMITED BY SIZE
012450         WS-EXC-HIST-CNT DELIMITED BY SIZE
012460         INTO EXP-DESCRIPTION
012470     END-STRING.
012480     CALL "EXCPOST" USING EXP-PARMS.
012490 5500-ENCOLAR-EXCEPCION-EXIT.
012500     EXIT.
012510*
012520******************************************************************
012530* 8000-TERMINATE - PRINT THE RUN TOTALS AND VERDICT, CLOSE UP AND
012540*                  SET RETURN-CODE 0, 4 OR 8.
012550******************************************************************
012560 8000-TERMINATE.
012570     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
012580     MOVE WS-TOT-RESTORED TO RPT-TOT-RESTORED.
012590     MOVE WS-TOT-INS      TO RPT-TOT-INS.
012600     MOVE WS-TOT-MRK      TO RPT-TOT-MRK.
012610     MOVE WS-TOT-ERR      TO RPT-TOT-ERR.
012620     MOVE WS-TOT-WARN     TO RPT-TOT-WARN.
012630     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
012640     EVALUATE TRUE
012650         WHEN WS-CHOSEN-SUB = ZERO
012660             MOVE "NO BACKUP"      TO RPT-SUM-VERDICT
012670         WHEN WS-OUT-OF-BAL
012680             MOVE "OUT OF BALANCE" TO RPT-SUM-VERDICT
012690         WHEN WS-ANY-ERROR
012700             MOVE "NOT RECOVERED"  TO RPT-SUM-VERDICT
012710         WHEN NOT WS-APPLY-MODE
012720             MOVE "PLAN ONLY"      TO RPT-SUM-VERDICT
012730         WHEN OTHER
012740             MOVE "IN BALANCE"     TO RPT-SUM-VERDICT
012750     END-EVALUATE.
012760     WRITE REPORT-OUT-REC FROM RPT-SUMMARY-REC.
012770     IF WS-HIST-OPEN
012780         CLOSE HISTORY-FILE
012790     END-IF.
012800     CLOSE REPORT-OUT-FILE.
012810     DISPLAY "HISTRCOV: " RPT-SUM-VERDICT.
012820     EVALUATE TRUE
012830         WHEN WS-ANY-ERROR OR WS-OUT-OF-BAL
012840             MOVE 8 TO RETURN-CODE
012850         WHEN WS-ANY-WARNING
012860             MOVE 4 TO RETURN-CODE
012870         WHEN OTHER
012880             MOVE 0 TO RETURN-CODE
012890     END-EVALUATE.
012900 8000-TERMINATE-EXIT.
012910     EXIT.
012920 END PROGRAM HISTRCOV.
