000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      STATISTICAL AUDIT SAMPLE SELECTION. DRAWS A
000160*               SAMPLE OF HISTORY ROWS (HISTREC) FOR INTERNAL
000170*               AUDIT FROM A RUN-DATE RANGE, OPTIONALLY LIMITED
000180*               TO ONE ACCOUNT, BRANCH, OPERATOR AND/OR CURRENCY,
000190*               AS SET ON THE SAMPPRM CARD:
000200*                 COL  1     METHOD: R = SIMPLE RANDOM,
000210*                            M = MONETARY UNIT
000220*                 COL  3-10  FROM RUN DATE (YYYYMMDD)
000230*                 COL 12-19  TO RUN DATE (YYYYMMDD)
000240*                 COL 21-25  SAMPLE SIZE
000250*                 COL 27-35  SEED (BLANK OR ZERO = TAKEN FROM
000260*                            THE CLOCK AND PRINTED)
000270*                 COL 37-47  KEY-ITEM THRESHOLD, 9(9)V99
000280*                            (BLANK OR ZERO = NONE)
000290*                 COL 49-56  ACCOUNT      COL 58-61  BRANCH
000300*                 COL 63-70  OPERATOR     COL 72-74  CURRENCY
000310*                            (BLANK = ALL)
000320*               THE POPULATION IS EVERY ROW IN RANGE THAT PASSES
000330*               THE FILTERS, EXCEPT ERROR ROWS (STATUS "1") AND
000340*               ROWS RELOADED BY ARCHINQ. A ROW WHOSE ABSOLUTE
000350*               RESULTADO IS AT OR ABOVE THE THRESHOLD IS A KEY
000360*               ITEM AND IS ALWAYS SELECTED; THE SAMPLE IS DRAWN
000370*               FROM THE REST. SIMPLE RANDOM SELECTION TAKES
000380*               EXACTLY THE SAMPLE SIZE, EVERY ROW EQUALLY
000390*               LIKELY; MONETARY-UNIT SELECTION STEPS THROUGH THE
000400*               CUMULATIVE ABSOLUTE RESULTADO AT A FIXED INTERVAL
000410*               (POPULATION VALUE / SAMPLE SIZE) FROM A RANDOM
000420*               START, SO LARGER ROWS ARE MORE LIKELY TO BE HIT
000430*               AND A ROW HIT MORE THAN ONCE IS TAKEN ONCE. THE
000440*               RANDOM NUMBERS COME FROM THE MINIMAL-STANDARD
000450*               MULTIPLICATIVE GENERATOR (16807 MOD 2**31 - 1)
000460*               STARTED FROM THE SEED, SO THE SAME CARD AGAINST
000470*               THE SAME HISTORY ALWAYS DRAWS THE SAME SAMPLE.
000480*               EACH SELECTED ROW'S OVERRIDE IS TAKEN FROM ITS
000490*               AUDIT RECORD, FOUND BY HISTORY KEY IN THE AUDIT
000500*               GENERATIONS OF THE RANGE (GENCATRC, DD GENCAT)
000510*               AND THE LIVE AUDITLOG. WRITES THE SAMPLE FILE
000520*               (SAMPREC, DD SAMPOUT) AND THE WORKPAPER (DD
000530*               SAMPWP): PARAMETERS, SEED AND POPULATION, ONE
000540*               LINE PER SELECTED ROW WITH ITS LINEAGE AND BLANK
000550*               TEST COLUMNS, AND SIGN-OFF LINES. RETURN-CODE 0,
000560*               4 ON WARNINGS (A ROW WITH NO AUDIT RECORD, A
000570*               GENERATION NOT AVAILABLE, A POPULATION SMALLER
000580*               THAN THE SAMPLE, MONETARY UNITS SUMMED ACROSS
000590*               CURRENCIES), 8 ON A BAD CARD, NO HISTORY FILE OR
000600*               A SAMPLE OF MORE THAN 1000 ROWS.
000610* TECTONICS:    cobc
000620*
000630* MODIFICATION HISTORY
000640*   2026-10-15  RA  INITIAL VERSION.
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. HISTSAMP.
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT SAMP-PARM-FILE ASSIGN TO SAMPPRM
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PARM-STATUS.
000740     SELECT HISTORY-FILE ASSIGN TO HISTORY
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS HIST-KEY
000780         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000790             WITH DUPLICATES
000800         FILE STATUS IS WS-HIST-STATUS.
000810     SELECT GEN-CAT-FILE ASSIGN TO GENCAT
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS GCT-BUS-DATE
000850         FILE STATUS IS WS-GCAT-STATUS.
000860     SELECT GEN-DATA-FILE ASSIGN TO DYNAMIC WS-GEN-DSNAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-GEN-STATUS.
000890     SELECT SAMPLE-OUT-FILE ASSIGN TO SAMPOUT
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910     SELECT WORKPAPER-FILE ASSIGN TO SAMPWP
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-RUNCTL-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  SAMP-PARM-FILE
000990     RECORDING MODE IS F.
001000 01  SAMP-PARM-REC.
001010     05 SP-METHOD               PIC X(01).
001020     05 FILLER                  PIC X(01).
001030     05 SP-FROM-DATE            PIC X(08).
001040     05 FILLER                  PIC X(01).
001050     05 SP-TO-DATE              PIC X(08).
001060     05 FILLER                  PIC X(01).
001070     05 SP-SAMPLE-SIZE          PIC X(05).
001080     05 FILLER                  PIC X(01).
001090     05 SP-SEED                 PIC X(09).
001100     05 FILLER                  PIC X(01).
001110     05 SP-THRESHOLD            PIC X(11).
001120     05 FILLER                  PIC X(01).
001130     05 SP-ACCOUNT              PIC X(08).
001140     05 FILLER                  PIC X(01).
001150     05 SP-BRANCH               PIC X(04).
001160     05 FILLER                  PIC X(01).
001170     05 SP-OPERATOR             PIC X(08).
001180     05 FILLER                  PIC X(01).
001190     05 SP-CURRENCY             PIC X(03).
001200     05 FILLER                  PIC X(06).
001210 01  SAMP-PARM-NUM-VIEW REDEFINES SAMP-PARM-REC.
001220     05 FILLER                  PIC X(02).
001230     05 SPN-FROM-DATE           PIC 9(08).
001240     05 FILLER                  PIC X(01).
001250     05 SPN-TO-DATE             PIC 9(08).
001260     05 FILLER                  PIC X(01).
001270     05 SPN-SAMPLE-SIZE         PIC 9(05).
001280     05 FILLER                  PIC X(01).
001290     05 SPN-SEED                PIC 9(09).
001300     05 FILLER                  PIC X(01).
001310     05 SPN-THRESHOLD           PIC 9(09)V99.
001320     05 FILLER                  PIC X(33).
001330 FD  HISTORY-FILE.
001340     COPY HISTREC.
001350 FD  GEN-CAT-FILE.
001360     COPY GENCATRC.
001370 FD  GEN-DATA-FILE
001380     RECORDING MODE IS F.
001390     COPY AUDITREC.
001400     COPY AUDGTRL.
001410 FD  SAMPLE-OUT-FILE
001420     RECORDING MODE IS F.
001430     COPY SAMPREC.
001440 FD  WORKPAPER-FILE
001450     RECORDING MODE IS F.
001460 01  WORKPAPER-REC              PIC X(132).
001470 FD  RUN-CTL-FILE
001480     RECORDING MODE IS F.
001490     COPY RUNCTLRC.
001500 WORKING-STORAGE SECTION.
001510*
001520 01  RPT-TITLE-REC.
001530     05 FILLER                  PIC X(32)
001540            VALUE "HISTSAMP AUDIT SAMPLE WORKPAPER ".
001550     05 FILLER                  PIC X(09) VALUE "PREPARED ".
001560     05 RPT-BUS-DATE            PIC 9(08).
001570     05 FILLER                  PIC X(83) VALUE SPACES.
001580 01  RPT-PARM-LINE-REC.
001590     05 RPM-LABEL               PIC X(20).
001600     05 RPM-VALUE               PIC X(90).
001610     05 FILLER                  PIC X(22) VALUE SPACES.
001620 01  RPT-COL-HEAD-REC.
001630     05 FILLER                  PIC X(06) VALUE "ITEM  ".
001640     05 FILLER                  PIC X(02) VALUE "R ".
001650     05 FILLER                  PIC X(09) VALUE "RUN DATE ".
001660     05 FILLER                  PIC X(09) VALUE "SEQUENCE ".
001670     05 FILLER                  PIC X(11) VALUE "PROGRAM    ".
001680     05 FILLER                  PIC X(09) VALUE "OPERATOR ".
001690     05 FILLER                  PIC X(09) VALUE "OVERRIDE ".
001700     05 FILLER                  PIC X(09) VALUE "BATCH    ".
001710     05 FILLER                  PIC X(07) VALUE "REC-NO ".
001720     05 FILLER                  PIC X(05) VALUE "BRCH ".
001730     05 FILLER                  PIC X(09) VALUE "ACCOUNT  ".
001740     05 FILLER                  PIC X(04) VALUE "CUR ".
001750     05 FILLER                  PIC X(16)
001760            VALUE "      RESULTADO ".
001770     05 FILLER                  PIC X(07) VALUE "TESTED ".
001780     05 FILLER                  PIC X(07) VALUE "RESULT ".
001790     05 FILLER                  PIC X(13) VALUE "REFERENCE    ".
001800 01  RPT-DETAIL-REC.
001810     05 RWD-ITEM                PIC Z(4)9.
001820     05 FILLER                  PIC X(01) VALUE SPACE.
001830     05 RWD-REASON              PIC X(01).
001840     05 FILLER                  PIC X(01) VALUE SPACE.
001850     05 RWD-RUN-DATE            PIC 9(08).
001860     05 FILLER                  PIC X(01) VALUE SPACE.
001870     05 RWD-TRANS-SEQ           PIC 9(08).
001880     05 FILLER                  PIC X(01) VALUE SPACE.
001890     05 RWD-PROGRAM             PIC X(10).
001900     05 FILLER                  PIC X(01) VALUE SPACE.
001910     05 RWD-OPERATOR            PIC X(08).
001920     05 FILLER                  PIC X(01) VALUE SPACE.
001930     05 RWD-OVERRIDE            PIC X(08).
001940     05 FILLER                  PIC X(01) VALUE SPACE.
001950     05 RWD-BATCH               PIC X(08).
001960     05 FILLER                  PIC X(01) VALUE SPACE.
001970     05 RWD-REC-NO              PIC 9(06).
001980     05 FILLER                  PIC X(01) VALUE SPACE.
001990     05 RWD-BRANCH              PIC X(04).
002000     05 FILLER                  PIC X(01) VALUE SPACE.
002010     05 RWD-ACCOUNT             PIC X(08).
002020     05 FILLER                  PIC X(01) VALUE SPACE.
002030     05 RWD-CURRENCY            PIC X(03).
002040     05 FILLER                  PIC X(01) VALUE SPACE.
002050     05 RWD-RESULTADO           PIC -ZZZ,ZZZ,ZZ9.99.
002060     05 FILLER                  PIC X(01) VALUE SPACE.
002070     05 FILLER                  PIC X(06) VALUE "______".
002080     05 FILLER                  PIC X(01) VALUE SPACE.
002090     05 FILLER                  PIC X(06) VALUE "______".
002100     05 FILLER                  PIC X(01) VALUE SPACE.
002110     05 FILLER                  PIC X(12) VALUE "____________".
002120     05 FILLER                  PIC X(01) VALUE SPACE.
002130 01  RPT-TOTAL-REC.
002140     05 FILLER                  PIC X(17)
002150            VALUE "ITEMS SELECTED = ".
002160     05 RPT-TOT-ITEMS           PIC Z(4)9.
002170     05 FILLER                  PIC X(14)
002180            VALUE "  KEY ITEMS = ".
002190     05 RPT-TOT-KEY             PIC Z(4)9.
002200     05 FILLER                  PIC X(15)
002210            VALUE "  NO AUDIT   = ".
002220     05 RPT-TOT-UNTRACED        PIC Z(4)9.
002230     05 FILLER                  PIC X(14)
002240            VALUE "  RESULTADO = ".
002250     05 RPT-TOT-RESULTADO       PIC -Z(14)9.99.
002260     05 FILLER                  PIC X(38) VALUE SPACES.
002270 01  RPT-SIGNOFF-1-REC.
002280     05 FILLER                  PIC X(44)
002290            VALUE "SELECTED BY: ______________  DATE: ________ ".
002300     05 FILLER                  PIC X(88) VALUE SPACES.
002310 01  RPT-SIGNOFF-2-REC.
002320     05 FILLER                  PIC X(44)
002330            VALUE "TESTED BY:   ______________  DATE: ________ ".
002340     05 FILLER                  PIC X(88) VALUE SPACES.
002350 01  RPT-SIGNOFF-3-REC.
002360     05 FILLER                  PIC X(44)
002370            VALUE "REVIEWED BY: ______________  DATE: ________ ".
002380     05 FILLER                  PIC X(88) VALUE SPACES.
002390 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
002400*
002410 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
002420 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
002430 77  WS-GCAT-STATUS             PIC X(02) VALUE SPACES.
002440 77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
002450 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
002460 77  WS-GEN-DSNAME              PIC X(44) VALUE SPACES.
002470 77  WS-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
002480 77  WS-PARM-CARD               PIC X(80) VALUE SPACES.
002490 77  WS-METHOD                  PIC X(01) VALUE SPACE.
002500     88 WS-METHOD-RANDOM                  VALUE "R".
002510     88 WS-METHOD-MONETARY                VALUE "M".
002520 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
002530 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
002540 77  WS-SAMPLE-SIZE             PIC 9(05) VALUE ZERO.
002550 77  WS-SEED                    PIC 9(09) VALUE ZERO.
002560 77  WS-THRESHOLD               PIC 9(09)V99 VALUE ZERO.
002570 77  WS-F-ACCOUNT               PIC X(08) VALUE SPACES.
002580 77  WS-F-BRANCH                PIC X(04) VALUE SPACES.
002590 77  WS-F-OPERATOR              PIC X(08) VALUE SPACES.
002600 77  WS-F-CURRENCY              PIC X(03) VALUE SPACES.
002610 77  WS-SEED-CLOCK-SW           PIC X(01) VALUE "N".
002620     88 WS-SEED-FROM-CLOCK                VALUE "Y".
002630 77  WS-CLOCK-TIME              PIC 9(08) VALUE ZERO.
002640 77  WS-CARD-ERROR-SW           PIC X(01) VALUE "N".
002650     88 WS-CARD-ERROR                     VALUE "Y".
002660 77  WS-WARNING-SW              PIC X(01) VALUE "N".
002670     88 WS-ANY-WARNING                    VALUE "Y".
002680 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
002690     88 WS-HIST-EOF                       VALUE "Y".
002700 77  WS-CAT-EOF-SW              PIC X(01) VALUE "N".
002710     88 WS-CAT-EOF                        VALUE "Y".
002720 77  WS-GEN-EOF-SW              PIC X(01) VALUE "N".
002730     88 WS-GEN-EOF                        VALUE "Y".
002740 77  WS-ELIGIBLE-SW             PIC X(01) VALUE "N".
002750     88 WS-ELIGIBLE                       VALUE "Y".
002760 77  WS-KEY-ITEM-SW             PIC X(01) VALUE "N".
002770     88 WS-KEY-ITEM                       VALUE "Y".
002780 77  WS-ABS-AMOUNT              PIC 9(09)V99 VALUE ZERO.
002790 77  WS-SEL-REASON              PIC X(01) VALUE SPACE.
002800*
002810*    POPULATION AND SELECTION COUNTERS.
002820 77  WS-POP-CNT                 PIC 9(08) COMP VALUE ZERO.
002830 77  WS-POP-VALUE               PIC 9(15)V99 VALUE ZERO.
002840 77  WS-KEY-CNT                 PIC 9(08) COMP VALUE ZERO.
002850 77  WS-EFF-SIZE                PIC 9(08) COMP VALUE ZERO.
002860 77  WS-CAND-NO                 PIC 9(08) COMP VALUE ZERO.
002870 77  WS-SEL-DRAWN-CNT           PIC 9(08) COMP VALUE ZERO.
002880*
002890*    MINIMAL-STANDARD GENERATOR: STATE = STATE * 16807 MOD
002900*    2147483647; WS-RND-UNIT IS STATE / 2147483647, IN (0,1).
002910 77  WS-RND-STATE               PIC 9(10) VALUE ZERO.
002920 77  WS-RND-PRODUCT             PIC 9(15) VALUE ZERO.
002930 77  WS-RND-QUOT                PIC 9(15) VALUE ZERO.
002940 77  WS-RND-UNIT                PIC V9(09) VALUE ZERO.
002950 77  WS-RND-TEST                PIC 9(09)V9(09) VALUE ZERO.
002960*
002970*    MONETARY-UNIT SELECTION.
002980 77  WS-MUS-INTERVAL            PIC 9(13)V99 VALUE ZERO.
002990 77  WS-MUS-START               PIC 9(13)V99 VALUE ZERO.
003000 77  WS-MUS-POINT               PIC 9(15)V99 VALUE ZERO.
003010 77  WS-MUS-CUM                 PIC 9(15)V99 VALUE ZERO.
003020 77  WS-MUS-END                 PIC 9(15)V99 VALUE ZERO.
003030*
003040*    THE SAMPLE, IN HISTORY KEY ORDER.
003050 01  WS-SMP-TABLE.
003060     05 WS-SMP-ENTRY            OCCURS 1000 TIMES.
003070         10 WS-SMP-RUN-DATE     PIC 9(08).
003080         10 WS-SMP-TRANS-SEQ    PIC 9(08).
003090         10 WS-SMP-PROGRAM      PIC X(20).
003100         10 WS-SMP-OPERATOR     PIC X(08).
003110         10 WS-SMP-ACCOUNT      PIC X(08).
003120         10 WS-SMP-BRANCH       PIC X(04).
003130         10 WS-SMP-CURRENCY     PIC X(03).
003140         10 WS-SMP-BATCH        PIC X(08).
003150         10 WS-SMP-REC-NO       PIC 9(06).
003160         10 WS-SMP-RESULTADO    PIC S9(09)V99.
003170         10 WS-SMP-STATUS       PIC X(01).
003180         10 WS-SMP-SESSION      PIC X(15).
003190         10 WS-SMP-REASON       PIC X(01).
003200         10 WS-SMP-OVERRIDE     PIC X(08).
003210         10 WS-SMP-TRACE        PIC X(01).
003220 77  WS-SMP-CNT                 PIC 9(04) COMP VALUE ZERO.
003230 77  WS-SMP-SUB                 PIC 9(04) COMP VALUE ZERO.
003240 77  WS-SRCH-SUB                PIC 9(04) COMP VALUE ZERO.
003250 77  WS-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
003260 77  WS-SMP-KEY-CNT             PIC 9(05) VALUE ZERO.
003270 77  WS-UNTRACED-CNT            PIC 9(05) VALUE ZERO.
003280 77  WS-SMP-RES-SUM             PIC S9(15)V99 VALUE ZERO.
003290*
003300*    WORKPAPER EDIT FIELDS.
003310 77  WS-DSP-ACCOUNT             PIC X(08) VALUE SPACES.
003320 77  WS-DSP-BRANCH              PIC X(04) VALUE SPACES.
003330 77  WS-DSP-OPERATOR            PIC X(08) VALUE SPACES.
003340 77  WS-DSP-CURRENCY            PIC X(03) VALUE SPACES.
003350 77  WS-CNT-ED                  PIC Z(7)9.
003360 77  WS-KEY-ED                  PIC Z(7)9.
003370 77  WS-SIZE-ED                 PIC Z(4)9.
003380 77  WS-THRESH-ED               PIC Z(8)9.99.
003390 77  WS-VALUE-ED                PIC Z(14)9.99.
003400 77  WS-INTERVAL-ED             PIC Z(12)9.99.
003410 77  WS-START-ED                PIC Z(12)9.99.
003420 PROCEDURE DIVISION.
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE
003450         THRU 1000-INITIALIZE-EXIT.
003460     PERFORM 2000-CONTAR-POBLACION
003470         THRU 2000-CONTAR-POBLACION-EXIT.
003480     PERFORM 3000-SELECCIONAR-MUESTRA
003490         THRU 3000-SELECCIONAR-MUESTRA-EXIT.
003500     PERFORM 4000-BUSCAR-AUTORIZACIONES
003510         THRU 4000-BUSCAR-AUTORIZACIONES-EXIT.
003520     PERFORM 5000-ESCRIBIR-MUESTRA
003530         THRU 5000-ESCRIBIR-MUESTRA-EXIT.
003540     PERFORM 6000-IMPRIMIR-PAPEL
003550         THRU 6000-IMPRIMIR-PAPEL-EXIT.
003560     PERFORM 8000-TERMINATE
003570         THRU 8000-TERMINATE-EXIT.
003580     GOBACK.
003590*
003600******************************************************************
003610* 1000-INITIALIZE - TAKE THE BUSINESS DATE, READ AND CHECK THE
003620*                   SAMPLING CARD, SEED THE GENERATOR AND OPEN
003630*                   THE FILES. A BAD CARD OR NO HISTORY FILE
003640*                   ENDS THE RUN WITH RETURN-CODE 8.
003650******************************************************************
003660 1000-INITIALIZE.
003670     PERFORM 1100-LEER-FECHA-NEGOCIO
003680         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
003690     PERFORM 1200-LEER-PARAMETROS
003700         THRU 1200-LEER-PARAMETROS-EXIT.
003710     IF WS-CARD-ERROR
003720         MOVE 8 TO RETURN-CODE
003730         GOBACK
003740     END-IF.
003750     IF WS-SEED = ZERO
003760         ACCEPT WS-CLOCK-TIME FROM TIME
003770         COMPUTE WS-SEED = WS-CLOCK-TIME + 1
003780         SET WS-SEED-FROM-CLOCK TO TRUE
003790     END-IF.
003800     MOVE WS-SEED TO WS-RND-STATE.
003810     IF WS-METHOD-MONETARY AND WS-F-CURRENCY = SPACES
003820         DISPLAY "Aviso: muestreo monetario sin filtro de "
003830             "moneda; se suman importes de monedas distintas."
003840         SET WS-ANY-WARNING TO TRUE
003850     END-IF.
003860     OPEN INPUT HISTORY-FILE.
003870     IF WS-HIST-STATUS NOT = "00"
003880         DISPLAY "Error: no se pudo abrir el archivo de "
003890             "historial; estado " WS-HIST-STATUS
003900         MOVE 8 TO RETURN-CODE
003910         GOBACK
003920     END-IF.
003930     OPEN OUTPUT SAMPLE-OUT-FILE
003940                 WORKPAPER-FILE.
003950 1000-INITIALIZE-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990* 1100-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
004000*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
004010*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
004020*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
004030******************************************************************
004040 1100-LEER-FECHA-NEGOCIO.
004050     OPEN INPUT RUN-CTL-FILE.
004060     IF WS-RUNCTL-STATUS = "00"
004070         READ RUN-CTL-FILE
004080             AT END
004090                 CONTINUE
004100             NOT AT END
004110                 IF RCT-TYPE-CONTROL
004120                     MOVE RCT-BUSINESS-DATE TO WS-BUSINESS-DATE
004130                 END-IF
004140         END-READ
004150         CLOSE RUN-CTL-FILE
004160     END-IF.
004170     IF WS-BUSINESS-DATE = ZERO
004180         DISPLAY "Aviso: fecha de negocio no disponible; se "
004190             "usa la fecha del sistema."
004200         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
004210     END-IF.
004220 1100-LEER-FECHA-NEGOCIO-EXIT.
004230     EXIT.
004240*
004250******************************************************************
004260* 1200-LEER-PARAMETROS - READ THE SAMPLING CARD AND CHECK EVERY
004270*                        FIELD, REPORTING EACH ONE IN ERROR. A
004280*                        BLANK SEED OR THRESHOLD COUNTS AS ZERO.
004290******************************************************************
004300 1200-LEER-PARAMETROS.
004310     OPEN INPUT SAMP-PARM-FILE.
004320     IF WS-PARM-STATUS NOT = "00"
004330         DISPLAY "Error: SAMPPRM no disponible; estado "
004340             WS-PARM-STATUS
004350         SET WS-CARD-ERROR TO TRUE
004360         GO TO 1200-LEER-PARAMETROS-EXIT
004370     END-IF.
004380     READ SAMP-PARM-FILE
004390         AT END
004400             DISPLAY "Error: SAMPPRM vacio."
004410             SET WS-CARD-ERROR TO TRUE
004420     END-READ.
004430     CLOSE SAMP-PARM-FILE.
004440     IF WS-CARD-ERROR
004450         GO TO 1200-LEER-PARAMETROS-EXIT
004460     END-IF.
004470     MOVE SAMP-PARM-REC TO WS-PARM-CARD.
004480     MOVE SP-METHOD     TO WS-METHOD.
004490     IF NOT WS-METHOD-RANDOM AND NOT WS-METHOD-MONETARY
004500         DISPLAY "Error: metodo " SP-METHOD " invalido; use R "
004510             "o M."
004520         SET WS-CARD-ERROR TO TRUE
004530     END-IF.
004540     IF SPN-FROM-DATE NUMERIC AND SPN-TO-DATE NUMERIC
004550             AND SPN-FROM-DATE > ZERO
004560             AND SPN-TO-DATE NOT < SPN-FROM-DATE
004570         MOVE SPN-FROM-DATE TO WS-FROM-DATE
004580         MOVE SPN-TO-DATE   TO WS-TO-DATE
004590     ELSE
004600         DISPLAY "Error: rango de fechas invalido: "
004610             SP-FROM-DATE " a " SP-TO-DATE
004620         SET WS-CARD-ERROR TO TRUE
004630     END-IF.
004640     IF SPN-SAMPLE-SIZE NUMERIC AND SPN-SAMPLE-SIZE NOT > 1000
004650         MOVE SPN-SAMPLE-SIZE TO WS-SAMPLE-SIZE
004660     ELSE
004670         DISPLAY "Error: tamano de muestra invalido (maximo "
004680             "1000): " SP-SAMPLE-SIZE
004690         SET WS-CARD-ERROR TO TRUE
004700     END-IF.
004710     IF SP-SEED = SPACES
004720         MOVE ZERO TO WS-SEED
004730     ELSE
004740         IF SPN-SEED NUMERIC
004750             MOVE SPN-SEED TO WS-SEED
004760         ELSE
004770             DISPLAY "Error: semilla invalida: " SP-SEED
004780             SET WS-CARD-ERROR TO TRUE
004790         END-IF
004800     END-IF.
004810     IF SP-THRESHOLD = SPACES
004820         MOVE ZERO TO WS-THRESHOLD
004830     ELSE
004840         IF SPN-THRESHOLD NUMERIC
004850             MOVE SPN-THRESHOLD TO WS-THRESHOLD
004860         ELSE
004870             DISPLAY "Error: umbral invalido: " SP-THRESHOLD
004880             SET WS-CARD-ERROR TO TRUE
004890         END-IF
004900     END-IF.
004910     IF WS-SAMPLE-SIZE = ZERO AND WS-THRESHOLD = ZERO
004920             AND NOT WS-CARD-ERROR
004930         DISPLAY "Error: sin tamano de muestra ni umbral no "
004940             "hay nada que seleccionar."
004950         SET WS-CARD-ERROR TO TRUE
004960     END-IF.
004970     MOVE SP-ACCOUNT  TO WS-F-ACCOUNT.
004980     MOVE SP-BRANCH   TO WS-F-BRANCH.
004990     MOVE SP-OPERATOR TO WS-F-OPERATOR.
005000     MOVE SP-CURRENCY TO WS-F-CURRENCY.
005010 1200-LEER-PARAMETROS-EXIT.
005020     EXIT.
005030*
005040******************************************************************
005050* 2000-CONTAR-POBLACION - FIRST PASS: COUNT THE KEY ITEMS AND
005060*                         THE SAMPLING POPULATION (COUNT AND
005070*                         ABSOLUTE VALUE), THEN FIX THE SAMPLE
005080*                         SIZE ACTUALLY DRAWN AND, FOR MONETARY
005090*                         UNITS, THE INTERVAL AND RANDOM START.
005100******************************************************************
005110 2000-CONTAR-POBLACION.
005120     PERFORM 2050-POSICIONAR-HISTORIAL
005130         THRU 2050-POSICIONAR-HISTORIAL-EXIT.
005140     PERFORM 2100-CONTAR-FILA
005150         THRU 2100-CONTAR-FILA-EXIT
005160         UNTIL WS-HIST-EOF.
005170     MOVE WS-SAMPLE-SIZE TO WS-EFF-SIZE.
005180     IF WS-METHOD-RANDOM AND WS-EFF-SIZE > WS-POP-CNT
005190         DISPLAY "Aviso: la poblacion (" WS-POP-CNT " filas) "
005200             "es menor que la muestra; se toma completa."
005210         MOVE WS-POP-CNT TO WS-EFF-SIZE
005220         SET WS-ANY-WARNING TO TRUE
005230     END-IF.
005240     IF WS-METHOD-MONETARY AND WS-SAMPLE-SIZE > ZERO
005250             AND WS-POP-VALUE > ZERO
005260         COMPUTE WS-MUS-INTERVAL = WS-POP-VALUE / WS-SAMPLE-SIZE
005270         IF WS-MUS-INTERVAL = ZERO
005280             MOVE 0.01 TO WS-MUS-INTERVAL
005290         END-IF
005300         PERFORM 7000-SIGUIENTE-ALEATORIO
005310             THRU 7000-SIGUIENTE-ALEATORIO-EXIT
005320         COMPUTE WS-MUS-START = WS-MUS-INTERVAL * WS-RND-UNIT
005330         MOVE WS-MUS-START TO WS-MUS-POINT
005340     END-IF.
005350 2000-CONTAR-POBLACION-EXIT.
005360     EXIT.
005370*
005380 2050-POSICIONAR-HISTORIAL.
005390     MOVE "N" TO WS-HIST-EOF-SW.
005400     MOVE WS-FROM-DATE TO HIST-RUN-DATE.
005410     MOVE ZERO         TO HIST-TRANS-SEQ.
005420     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
005430         INVALID KEY
005440             SET WS-HIST-EOF TO TRUE
005450     END-START.
005460 2050-POSICIONAR-HISTORIAL-EXIT.
005470     EXIT.
005480*
005490 2100-CONTAR-FILA.
005500     PERFORM 2900-LEER-HISTORIAL
005510         THRU 2900-LEER-HISTORIAL-EXIT.
005520     IF WS-HIST-EOF
005530         GO TO 2100-CONTAR-FILA-EXIT
005540     END-IF.
005550     PERFORM 2500-EVALUAR-FILA
005560         THRU 2500-EVALUAR-FILA-EXIT.
005570     IF NOT WS-ELIGIBLE
005580         GO TO 2100-CONTAR-FILA-EXIT
005590     END-IF.
005600     IF WS-KEY-ITEM
005610         ADD 1 TO WS-KEY-CNT
005620     ELSE
005630         ADD 1             TO WS-POP-CNT
005640         ADD WS-ABS-AMOUNT TO WS-POP-VALUE
005650     END-IF.
005660 2100-CONTAR-FILA-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700* 2500-EVALUAR-FILA - IS THE CURRENT ROW IN THE POPULATION, AND
005710*                     IS IT A KEY ITEM? ALSO SETS ITS ABSOLUTE
005720*                     RESULTADO.
005730******************************************************************
005740 2500-EVALUAR-FILA.
005750     MOVE "N" TO WS-ELIGIBLE-SW.
005760     MOVE "N" TO WS-KEY-ITEM-SW.
005770     IF HIST-STATUS-ERROR OR HIST-RESTORED
005780         GO TO 2500-EVALUAR-FILA-EXIT
005790     END-IF.
005800     IF WS-F-ACCOUNT NOT = SPACES
005810             AND HIST-ACCOUNT-CODE NOT = WS-F-ACCOUNT
005820         GO TO 2500-EVALUAR-FILA-EXIT
005830     END-IF.
005840     IF WS-F-BRANCH NOT = SPACES
005850             AND HIST-SOURCE-BRANCH NOT = WS-F-BRANCH
005860         GO TO 2500-EVALUAR-FILA-EXIT
005870     END-IF.
005880     IF WS-F-OPERATOR NOT = SPACES
005890             AND HIST-OPERATOR-ID NOT = WS-F-OPERATOR
005900         GO TO 2500-EVALUAR-FILA-EXIT
005910     END-IF.
005920     IF WS-F-CURRENCY NOT = SPACES
005930             AND HIST-CURRENCY-CODE NOT = WS-F-CURRENCY
005940         GO TO 2500-EVALUAR-FILA-EXIT
005950     END-IF.
005960     SET WS-ELIGIBLE TO TRUE.
005970     IF HIST-RESULTADO < ZERO
005980         COMPUTE WS-ABS-AMOUNT = ZERO - HIST-RESULTADO
005990     ELSE
006000         MOVE HIST-RESULTADO TO WS-ABS-AMOUNT
006010     END-IF.
006020     IF WS-THRESHOLD > ZERO
006030             AND WS-ABS-AMOUNT NOT < WS-THRESHOLD
006040         SET WS-KEY-ITEM TO TRUE
006050     END-IF.
006060 2500-EVALUAR-FILA-EXIT.
006070     EXIT.
006080*
006090 2900-LEER-HISTORIAL.
006100     READ HISTORY-FILE NEXT RECORD
006110         AT END
006120             SET WS-HIST-EOF TO TRUE
006130     END-READ.
006140     IF NOT WS-HIST-EOF AND HIST-RUN-DATE > WS-TO-DATE
006150         SET WS-HIST-EOF TO TRUE
006160     END-IF.
006170 2900-LEER-HISTORIAL-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210* 3000-SELECCIONAR-MUESTRA - SECOND PASS OVER THE SAME ROWS, IN
006220*                            THE SAME ORDER: TAKE EVERY KEY ITEM
006230*                            AND DRAW THE SAMPLE FROM THE REST.
006240******************************************************************
006250 3000-SELECCIONAR-MUESTRA.
006260     PERFORM 2050-POSICIONAR-HISTORIAL
006270         THRU 2050-POSICIONAR-HISTORIAL-EXIT.
006280     PERFORM 3100-SELECCIONAR-FILA
006290         THRU 3100-SELECCIONAR-FILA-EXIT
006300         UNTIL WS-HIST-EOF.
006310     CLOSE HISTORY-FILE.
006320 3000-SELECCIONAR-MUESTRA-EXIT.
006330     EXIT.
006340*
006350 3100-SELECCIONAR-FILA.
006360     PERFORM 2900-LEER-HISTORIAL
006370         THRU 2900-LEER-HISTORIAL-EXIT.
006380     IF WS-HIST-EOF
006390         GO TO 3100-SELECCIONAR-FILA-EXIT
006400     END-IF.
006410     PERFORM 2500-EVALUAR-FILA
006420         THRU 2500-EVALUAR-FILA-EXIT.
006430     IF NOT WS-ELIGIBLE
006440         GO TO 3100-SELECCIONAR-FILA-EXIT
006450     END-IF.
006460     IF WS-KEY-ITEM
006470         MOVE "T" TO WS-SEL-REASON
006480         PERFORM 3500-AGREGAR-MUESTRA
006490             THRU 3500-AGREGAR-MUESTRA-EXIT
006500         GO TO 3100-SELECCIONAR-FILA-EXIT
006510     END-IF.
006520     IF WS-METHOD-RANDOM
006530         PERFORM 3200-SORTEO-SIMPLE
006540             THRU 3200-SORTEO-SIMPLE-EXIT
006550     ELSE
006560         PERFORM 3300-SORTEO-MONETARIO
006570             THRU 3300-SORTEO-MONETARIO-EXIT
006580     END-IF.
006590 3100-SELECCIONAR-FILA-EXIT.
006600     EXIT.
006610*
006620******************************************************************
006630* 3200-SORTEO-SIMPLE - SEQUENTIAL SELECTION: WITH N ROWS IN THE
006640*                      POPULATION, T ALREADY SEEN AND M OF THE
006650*                      SAMPLE SIZE N TAKEN, THE ROW IS TAKEN
006660*                      WHEN (N - T) * U < N - M. THIS TAKES
006670*                      EXACTLY N ROWS, EACH EQUALLY LIKELY. NO
006680*                      NUMBER IS DRAWN ONCE THE SAMPLE IS FULL.
006690******************************************************************
006700 3200-SORTEO-SIMPLE.
006710     IF WS-SEL-DRAWN-CNT NOT < WS-EFF-SIZE
006720         GO TO 3200-SORTEO-SIMPLE-EXIT
006730     END-IF.
006740     PERFORM 7000-SIGUIENTE-ALEATORIO
006750         THRU 7000-SIGUIENTE-ALEATORIO-EXIT.
006760     COMPUTE WS-RND-TEST = (WS-POP-CNT - WS-CAND-NO)
006770                         * WS-RND-UNIT.
006780     ADD 1 TO WS-CAND-NO.
006790     IF WS-RND-TEST < WS-EFF-SIZE - WS-SEL-DRAWN-CNT
006800         ADD 1 TO WS-SEL-DRAWN-CNT
006810         MOVE "R" TO WS-SEL-REASON
006820         PERFORM 3500-AGREGAR-MUESTRA
006830             THRU 3500-AGREGAR-MUESTRA-EXIT
006840     END-IF.
006850 3200-SORTEO-SIMPLE-EXIT.
006860     EXIT.
006870*
006880******************************************************************
006890* 3300-SORTEO-MONETARIO - THE ROW COVERS THE MONETARY UNITS FROM
006900*                         THE RUNNING TOTAL BEFORE IT UP TO THE
006910*                         RUNNING TOTAL AFTER IT. IT IS TAKEN
006920*                         WHEN THE NEXT SELECTION POINT FALLS IN
006930*                         THAT SPAN; THE POINT THEN MOVES ON BY
006940*                         THE INTERVAL PAST THE ROW.
006950******************************************************************
006960 3300-SORTEO-MONETARIO.
006970     IF WS-MUS-INTERVAL = ZERO
006980         GO TO 3300-SORTEO-MONETARIO-EXIT
006990     END-IF.
007000     COMPUTE WS-MUS-END = WS-MUS-CUM + WS-ABS-AMOUNT.
007010     IF WS-MUS-POINT < WS-MUS-END
007020         ADD 1 TO WS-SEL-DRAWN-CNT
007030         MOVE "M" TO WS-SEL-REASON
007040         PERFORM 3500-AGREGAR-MUESTRA
007050             THRU 3500-AGREGAR-MUESTRA-EXIT
007060         PERFORM 3310-AVANZAR-PUNTO
007070             THRU 3310-AVANZAR-PUNTO-EXIT
007080             UNTIL WS-MUS-POINT NOT < WS-MUS-END
007090     END-IF.
007100     MOVE WS-MUS-END TO WS-MUS-CUM.
007110 3300-SORTEO-MONETARIO-EXIT.
007120     EXIT.
007130*
007140 3310-AVANZAR-PUNTO.
007150     ADD WS-MUS-INTERVAL TO WS-MUS-POINT.
007160 3310-AVANZAR-PUNTO-EXIT.
007170     EXIT.
007180*
007190******************************************************************
007200* 3500-AGREGAR-MUESTRA - ADD THE CURRENT ROW TO THE SAMPLE. A
007210*                        SAMPLE OF MORE THAN 1000 ROWS ENDS THE
007220*                        RUN WITH RETURN-CODE 8.
007230******************************************************************
007240 3500-AGREGAR-MUESTRA.
007250     IF WS-SMP-CNT = 1000
007260         DISPLAY "Error: la muestra excede 1000 filas; revise "
007270             "el tamano o el umbral."
007280         CLOSE HISTORY-FILE
007290               SAMPLE-OUT-FILE
007300               WORKPAPER-FILE
007310         MOVE 8 TO RETURN-CODE
007320         GOBACK
007330     END-IF.
007340     ADD 1 TO WS-SMP-CNT.
007350     MOVE HIST-RUN-DATE        TO WS-SMP-RUN-DATE(WS-SMP-CNT).
007360     MOVE HIST-TRANS-SEQ       TO WS-SMP-TRANS-SEQ(WS-SMP-CNT).
007370     MOVE HIST-PROGRAM-NAME    TO WS-SMP-PROGRAM(WS-SMP-CNT).
007380     MOVE HIST-OPERATOR-ID     TO WS-SMP-OPERATOR(WS-SMP-CNT).
007390     MOVE HIST-ACCOUNT-CODE    TO WS-SMP-ACCOUNT(WS-SMP-CNT).
007400     MOVE HIST-SOURCE-BRANCH   TO WS-SMP-BRANCH(WS-SMP-CNT).
007410     MOVE HIST-CURRENCY-CODE   TO WS-SMP-CURRENCY(WS-SMP-CNT).
007420     MOVE HIST-SOURCE-BATCH-ID TO WS-SMP-BATCH(WS-SMP-CNT).
007430     MOVE HIST-SOURCE-REC-NO   TO WS-SMP-REC-NO(WS-SMP-CNT).
007440     MOVE HIST-RESULTADO       TO WS-SMP-RESULTADO(WS-SMP-CNT).
007450     MOVE HIST-STATUS          TO WS-SMP-STATUS(WS-SMP-CNT).
007460     MOVE HIST-SESSION-ID      TO WS-SMP-SESSION(WS-SMP-CNT).
007470     MOVE WS-SEL-REASON        TO WS-SMP-REASON(WS-SMP-CNT).
007480     MOVE SPACES               TO WS-SMP-OVERRIDE(WS-SMP-CNT).
007490     MOVE "N"                  TO WS-SMP-TRACE(WS-SMP-CNT).
007500 3500-AGREGAR-MUESTRA-EXIT.
007510     EXIT.
007520*
007530******************************************************************
007540* 4000-BUSCAR-AUTORIZACIONES - FIND EACH SELECTED ROW'S AUDIT
007550*                              RECORD, BY HISTORY KEY, IN THE
007560*                              GENERATIONS CATALOGED FOR THE
007570*                              RANGE AND IN THE LIVE AUDITLOG,
007580*                              AND TAKE ITS OVERRIDE.
007590******************************************************************
007600 4000-BUSCAR-AUTORIZACIONES.
007610     IF WS-SMP-CNT = ZERO
007620         GO TO 4000-BUSCAR-AUTORIZACIONES-EXIT
007630     END-IF.
007640     OPEN INPUT GEN-CAT-FILE.
007650     IF WS-GCAT-STATUS = "00"
007660         MOVE WS-FROM-DATE TO GCT-BUS-DATE
007670         START GEN-CAT-FILE KEY IS NOT LESS THAN GCT-BUS-DATE
007680             INVALID KEY
007690                 SET WS-CAT-EOF TO TRUE
007700         END-START
007710         PERFORM 4100-LEER-CATALOGO
007720             THRU 4100-LEER-CATALOGO-EXIT
007730             UNTIL WS-CAT-EOF
007740         CLOSE GEN-CAT-FILE
007750     ELSE
007760         DISPLAY "Aviso: no se pudo abrir el catalogo de "
007770             "generaciones (estado " WS-GCAT-STATUS ")."
007780         SET WS-ANY-WARNING TO TRUE
007790     END-IF.
007800     MOVE "AUDITLOG" TO WS-GEN-DSNAME.
007810     PERFORM 4200-EXAMINAR-ARCHIVO
007820         THRU 4200-EXAMINAR-ARCHIVO-EXIT.
007830     MOVE ZERO TO WS-SMP-SUB.
007840     PERFORM 4500-CONTAR-SIN-TRAZA
007850         THRU 4500-CONTAR-SIN-TRAZA-EXIT
007860         UNTIL WS-SMP-SUB NOT < WS-SMP-CNT.
007870     IF WS-UNTRACED-CNT > ZERO
007880         DISPLAY "Aviso: " WS-UNTRACED-CNT " filas de la "
007890             "muestra sin registro de auditoria."
007900         SET WS-ANY-WARNING TO TRUE
007910     END-IF.
007920 4000-BUSCAR-AUTORIZACIONES-EXIT.
007930     EXIT.
007940*
007950 4100-LEER-CATALOGO.
007960     READ GEN-CAT-FILE NEXT RECORD
007970         AT END
007980             SET WS-CAT-EOF TO TRUE
007990             GO TO 4100-LEER-CATALOGO-EXIT
008000     END-READ.
008010     IF GCT-BUS-DATE > WS-TO-DATE
008020         SET WS-CAT-EOF TO TRUE
008030         GO TO 4100-LEER-CATALOGO-EXIT
008040     END-IF.
008050     MOVE GCT-DSNAME TO WS-GEN-DSNAME.
008060     PERFORM 4200-EXAMINAR-ARCHIVO
008070         THRU 4200-EXAMINAR-ARCHIVO-EXIT.
008080 4100-LEER-CATALOGO-EXIT.
008090     EXIT.
008100*
008110 4200-EXAMINAR-ARCHIVO.
008120     OPEN INPUT GEN-DATA-FILE.
008130     IF WS-GEN-STATUS NOT = "00"
008140         DISPLAY "Aviso: " WS-GEN-DSNAME " no disponible; "
008150             "estado " WS-GEN-STATUS
008160         SET WS-ANY-WARNING TO TRUE
008170         GO TO 4200-EXAMINAR-ARCHIVO-EXIT
008180     END-IF.
008190     MOVE "N" TO WS-GEN-EOF-SW.
008200     PERFORM 4300-EXAMINAR-REGISTRO
008210         THRU 4300-EXAMINAR-REGISTRO-EXIT
008220         UNTIL WS-GEN-EOF.
008230     CLOSE GEN-DATA-FILE.
008240 4200-EXAMINAR-ARCHIVO-EXIT.
008250     EXIT.
008260*
008270 4300-EXAMINAR-REGISTRO.
008280     READ GEN-DATA-FILE
008290         AT END
008300             SET WS-GEN-EOF TO TRUE
008310             GO TO 4300-EXAMINAR-REGISTRO-EXIT
008320     END-READ.
008330     IF AGT-TRAILER
008340         GO TO 4300-EXAMINAR-REGISTRO-EXIT
008350     END-IF.
008360     IF AUD-HIST-RUN-DATE NOT NUMERIC
008370             OR AUD-HIST-TRANS-SEQ NOT NUMERIC
008380         GO TO 4300-EXAMINAR-REGISTRO-EXIT
008390     END-IF.
008400     IF AUD-HIST-RUN-DATE < WS-FROM-DATE
008410             OR AUD-HIST-RUN-DATE > WS-TO-DATE
008420         GO TO 4300-EXAMINAR-REGISTRO-EXIT
008430     END-IF.
008440     MOVE ZERO TO WS-FOUND-SUB.
008450     MOVE 1    TO WS-SRCH-SUB.
008460     PERFORM 4400-COMPARAR-CLAVE
008470         THRU 4400-COMPARAR-CLAVE-EXIT
008480         UNTIL WS-FOUND-SUB > ZERO
008490            OR WS-SRCH-SUB > WS-SMP-CNT.
008500     IF WS-FOUND-SUB > ZERO
008510         MOVE AUD-OVERRIDE-ID TO WS-SMP-OVERRIDE(WS-FOUND-SUB)
008520         MOVE "Y"             TO WS-SMP-TRACE(WS-FOUND-SUB)
008530     END-IF.
008540 4300-EXAMINAR-REGISTRO-EXIT.
008550     EXIT.
008560*
008570 4400-COMPARAR-CLAVE.
008580     IF WS-SMP-RUN-DATE(WS-SRCH-SUB)  = AUD-HIST-RUN-DATE
008590             AND WS-SMP-TRANS-SEQ(WS-SRCH-SUB)
008600                 = AUD-HIST-TRANS-SEQ
008610         MOVE WS-SRCH-SUB TO WS-FOUND-SUB
008620     END-IF.
008630     ADD 1 TO WS-SRCH-SUB.
008640 4400-COMPARAR-CLAVE-EXIT.
008650     EXIT.
008660*
008670 4500-CONTAR-SIN-TRAZA.
008680     ADD 1 TO WS-SMP-SUB.
008690     IF WS-SMP-TRACE(WS-SMP-SUB) NOT = "Y"
008700         ADD 1 TO WS-UNTRACED-CNT
008710     END-IF.
008720 4500-CONTAR-SIN-TRAZA-EXIT.
008730     EXIT.
008740*
008750******************************************************************
008760* 5000-ESCRIBIR-MUESTRA - WRITE THE SAMPLE FILE: THE PARAMETER
008770*                         HEADER, ONE DETAIL PER SELECTED ROW
008780*                         AND THE CONTROL TRAILER.
008790******************************************************************
008800 5000-ESCRIBIR-MUESTRA.
008810     MOVE SPACES           TO SMP-HEADER-REC.
008820     SET SMP-HEADER        TO TRUE.
008830     MOVE WS-BUSINESS-DATE TO SMP-H-BUS-DATE.
008840     MOVE WS-METHOD        TO SMP-H-METHOD.
008850     MOVE WS-FROM-DATE     TO SMP-H-FROM-DATE.
008860     MOVE WS-TO-DATE       TO SMP-H-TO-DATE.
008870     MOVE WS-SAMPLE-SIZE   TO SMP-H-SAMPLE-SIZE.
008880     MOVE WS-SEED          TO SMP-H-SEED.
008890     MOVE WS-THRESHOLD     TO SMP-H-THRESHOLD.
008900     MOVE WS-F-ACCOUNT     TO SMP-H-ACCOUNT.
008910     MOVE WS-F-BRANCH      TO SMP-H-BRANCH.
008920     MOVE WS-F-OPERATOR    TO SMP-H-OPERATOR.
008930     MOVE WS-F-CURRENCY    TO SMP-H-CURRENCY.
008940     MOVE WS-POP-CNT       TO SMP-H-POP-COUNT.
008950     MOVE WS-POP-VALUE     TO SMP-H-POP-VALUE.
008960     MOVE WS-MUS-INTERVAL  TO SMP-H-INTERVAL.
008970     MOVE WS-MUS-START     TO SMP-H-START.
008980     WRITE SMP-HEADER-REC.
008990     MOVE ZERO TO WS-SMP-SUB.
009000     PERFORM 5100-ESCRIBIR-DETALLE
009010         THRU 5100-ESCRIBIR-DETALLE-EXIT
009020         UNTIL WS-SMP-SUB NOT < WS-SMP-CNT.
009030     MOVE SPACES           TO SMP-TRAILER-REC.
009040     SET SMP-TRAILER       TO TRUE.
009050     MOVE WS-SMP-CNT       TO SMP-T-RECORD-COUNT.
009060     MOVE WS-SMP-KEY-CNT   TO SMP-T-KEY-ITEM-COUNT.
009070     MOVE WS-SMP-RES-SUM   TO SMP-T-RESULTADO-SUM.
009080     WRITE SMP-TRAILER-REC.
009090 5000-ESCRIBIR-MUESTRA-EXIT.
009100     EXIT.
009110*
009120 5100-ESCRIBIR-DETALLE.
009130     ADD 1 TO WS-SMP-SUB.
009140     MOVE SPACES TO SMP-DETAIL-REC.
009150     SET SMP-DETAIL TO TRUE.
009160     MOVE WS-SMP-SUB                   TO SMP-ITEM-NO.
009170     MOVE WS-SMP-REASON(WS-SMP-SUB)    TO SMP-REASON.
009180     MOVE WS-SMP-RUN-DATE(WS-SMP-SUB)  TO SMP-HIST-RUN-DATE.
009190     MOVE WS-SMP-TRANS-SEQ(WS-SMP-SUB) TO SMP-HIST-TRANS-SEQ.
009200     MOVE WS-SMP-PROGRAM(WS-SMP-SUB)   TO SMP-PROGRAM-NAME.
009210     MOVE WS-SMP-OPERATOR(WS-SMP-SUB)  TO SMP-OPERATOR-ID.
009220     MOVE WS-SMP-OVERRIDE(WS-SMP-SUB)  TO SMP-OVERRIDE-ID.
009230     MOVE WS-SMP-ACCOUNT(WS-SMP-SUB)   TO SMP-ACCOUNT-CODE.
009240     MOVE WS-SMP-BRANCH(WS-SMP-SUB)    TO SMP-SOURCE-BRANCH.
009250     MOVE WS-SMP-CURRENCY(WS-SMP-SUB)  TO SMP-CURRENCY-CODE.
009260     MOVE WS-SMP-BATCH(WS-SMP-SUB)     TO SMP-SOURCE-BATCH-ID.
009270     MOVE WS-SMP-REC-NO(WS-SMP-SUB)    TO SMP-SOURCE-REC-NO.
009280     MOVE WS-SMP-RESULTADO(WS-SMP-SUB) TO SMP-RESULTADO.
009290     MOVE WS-SMP-STATUS(WS-SMP-SUB)    TO SMP-HIST-STATUS.
009300     MOVE WS-SMP-SESSION(WS-SMP-SUB)   TO SMP-SESSION-ID.
009310     MOVE WS-SMP-TRACE(WS-SMP-SUB)     TO SMP-AUDIT-TRACE.
009320     WRITE SMP-DETAIL-REC.
009330     ADD WS-SMP-RESULTADO(WS-SMP-SUB) TO WS-SMP-RES-SUM.
009340     IF SMP-REASON-THRESHOLD
009350         ADD 1 TO WS-SMP-KEY-CNT
009360     END-IF.
009370 5100-ESCRIBIR-DETALLE-EXIT.
009380     EXIT.
009390*
009400******************************************************************
009410* 6000-IMPRIMIR-PAPEL - PRINT THE WORKPAPER: THE PARAMETERS AND
009420*                       POPULATION NEEDED TO RE-PERFORM THE
009430*                       SELECTION, THE SELECTED ROWS WITH BLANK
009440*                       TEST COLUMNS, TOTALS AND SIGN-OFF.
009450******************************************************************
009460 6000-IMPRIMIR-PAPEL.
009470     MOVE WS-BUSINESS-DATE TO RPT-BUS-DATE.
009480     WRITE WORKPAPER-REC FROM RPT-TITLE-REC.
009490     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009500     PERFORM 6100-IMPRIMIR-PARAMETROS
009510         THRU 6100-IMPRIMIR-PARAMETROS-EXIT.
009520     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009530     WRITE WORKPAPER-REC FROM RPT-COL-HEAD-REC.
009540     MOVE ZERO TO WS-SMP-SUB.
009550     PERFORM 6200-IMPRIMIR-DETALLE
009560         THRU 6200-IMPRIMIR-DETALLE-EXIT
009570         UNTIL WS-SMP-SUB NOT < WS-SMP-CNT.
009580     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009590     MOVE WS-SMP-CNT      TO RPT-TOT-ITEMS.
009600     MOVE WS-SMP-KEY-CNT  TO RPT-TOT-KEY.
009610     MOVE WS-UNTRACED-CNT TO RPT-TOT-UNTRACED.
009620     MOVE WS-SMP-RES-SUM  TO RPT-TOT-RESULTADO.
009630     WRITE WORKPAPER-REC FROM RPT-TOTAL-REC.
009640     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009650     MOVE "REASON:"       TO RPM-LABEL.
009660     MOVE "T = AT OR ABOVE THE KEY-ITEM THRESHOLD, R = SIMPLE RAND
009670-         "OM, M = MONETARY UNIT" TO RPM-VALUE.
009680     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
009690     MOVE "OVERRIDE:"     TO RPM-LABEL.
009700     MOVE "NONE = AUDIT RECORD CARRIES NO OVERRIDE, NO AUDIT = NO
009710-         "AUDIT RECORD FOUND FOR THE ROW" TO RPM-VALUE.
009720     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
009730     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009740     WRITE WORKPAPER-REC FROM RPT-SIGNOFF-1-REC.
009750     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009760     WRITE WORKPAPER-REC FROM RPT-SIGNOFF-2-REC.
009770     WRITE WORKPAPER-REC FROM RPT-BLANK-REC.
009780     WRITE WORKPAPER-REC FROM RPT-SIGNOFF-3-REC.
009790 6000-IMPRIMIR-PAPEL-EXIT.
009800     EXIT.
009810*
009820******************************************************************
009830* 6100-IMPRIMIR-PARAMETROS - ONE LABELLED LINE PER SELECTION
009840*                            PARAMETER, THE POPULATION, AND THE
009850*                            CARD ITSELF.
009860******************************************************************
009870 6100-IMPRIMIR-PARAMETROS.
009880     MOVE "METHOD:" TO RPM-LABEL.
009890     IF WS-METHOD-RANDOM
009900         MOVE "SIMPLE RANDOM FROM A RECORDED SEED" TO RPM-VALUE
009910     ELSE
009920         MOVE "MONETARY UNIT, WEIGHTED BY ABSOLUTE RESULTADO"
009930             TO RPM-VALUE
009940     END-IF.
009950     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
009960     MOVE "PERIOD:" TO RPM-LABEL.
009970     MOVE SPACES TO RPM-VALUE.
009980     STRING "RUN DATES "     DELIMITED BY SIZE
009990         WS-FROM-DATE        DELIMITED BY SIZE
010000         " THROUGH "         DELIMITED BY SIZE
010010         WS-TO-DATE          DELIMITED BY SIZE
010020         INTO RPM-VALUE
010030     END-STRING.
010040     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010050     MOVE WS-F-ACCOUNT  TO WS-DSP-ACCOUNT.
010060     MOVE WS-F-BRANCH   TO WS-DSP-BRANCH.
010070     MOVE WS-F-OPERATOR TO WS-DSP-OPERATOR.
010080     MOVE WS-F-CURRENCY TO WS-DSP-CURRENCY.
010090     IF WS-DSP-ACCOUNT = SPACES
010100         MOVE "ALL" TO WS-DSP-ACCOUNT
010110     END-IF.
010120     IF WS-DSP-BRANCH = SPACES
010130         MOVE "ALL" TO WS-DSP-BRANCH
010140     END-IF.
010150     IF WS-DSP-OPERATOR = SPACES
010160         MOVE "ALL" TO WS-DSP-OPERATOR
010170     END-IF.
010180     IF WS-DSP-CURRENCY = SPACES
010190         MOVE "ALL" TO WS-DSP-CURRENCY
010200     END-IF.
010210     MOVE "FILTERS:" TO RPM-LABEL.
010220     MOVE SPACES TO RPM-VALUE.
010230     STRING "ACCOUNT="       DELIMITED BY SIZE
010240         WS-DSP-ACCOUNT      DELIMITED BY SIZE
010250         " BRANCH="          DELIMITED BY SIZE
010260         WS-DSP-BRANCH       DELIMITED BY SIZE
010270         " OPERATOR="        DELIMITED BY SIZE
010280         WS-DSP-OPERATOR     DELIMITED BY SIZE
010290         " CURRENCY="        DELIMITED BY SIZE
010300         WS-DSP-CURRENCY     DELIMITED BY SIZE
010310         INTO RPM-VALUE
010320     END-STRING.
010330     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010340     MOVE "EXCLUDED:" TO RPM-LABEL.
010350     MOVE "ERROR ROWS (STATUS 1) AND ROWS RELOADED BY ARCHINQ"
010360         TO RPM-VALUE.
010370     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010380     MOVE "SEED:" TO RPM-LABEL.
010390     MOVE SPACES TO RPM-VALUE.
010400     IF WS-SEED-FROM-CLOCK
010410         STRING WS-SEED      DELIMITED BY SIZE
010420             " (TAKEN FROM THE CLOCK; CODE IT ON THE CARD TO "
010430                             DELIMITED BY SIZE
010440             "RE-PERFORM)"   DELIMITED BY SIZE
010450             INTO RPM-VALUE
010460         END-STRING
010470     ELSE
010480         STRING WS-SEED      DELIMITED BY SIZE
010490             " (FROM THE CARD)" DELIMITED BY SIZE
010500             INTO RPM-VALUE
010510         END-STRING
010520     END-IF.
010530     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010540     MOVE "SAMPLE SIZE:" TO RPM-LABEL.
010550     MOVE WS-SAMPLE-SIZE TO WS-SIZE-ED.
010560     MOVE WS-SIZE-ED     TO RPM-VALUE.
010570     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010580     MOVE "KEY-ITEM THRESHOLD:" TO RPM-LABEL.
010590     IF WS-THRESHOLD = ZERO
010600         MOVE "NONE" TO RPM-VALUE
010610     ELSE
010620         MOVE WS-THRESHOLD TO WS-THRESH-ED
010630         MOVE SPACES TO RPM-VALUE
010640         STRING WS-THRESH-ED DELIMITED BY SIZE
010650             " ABSOLUTE RESULTADO AND ABOVE" DELIMITED BY SIZE
010660             INTO RPM-VALUE
010670         END-STRING
010680     END-IF.
010690     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010700     MOVE "POPULATION:" TO RPM-LABEL.
010710     MOVE WS-POP-CNT   TO WS-CNT-ED.
010720     MOVE WS-POP-VALUE TO WS-VALUE-ED.
010730     MOVE WS-KEY-CNT   TO WS-KEY-ED.
010740     MOVE SPACES TO RPM-VALUE.
010750     STRING WS-CNT-ED        DELIMITED BY SIZE
010760         " ROWS, ABSOLUTE VALUE " DELIMITED BY SIZE
010770         WS-VALUE-ED         DELIMITED BY SIZE
010780         ", PLUS "           DELIMITED BY SIZE
010790         WS-KEY-ED           DELIMITED BY SIZE
010800         " KEY ITEMS"        DELIMITED BY SIZE
010810         INTO RPM-VALUE
010820     END-STRING.
010830     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010840     IF WS-METHOD-MONETARY
010850         MOVE "INTERVAL / START:" TO RPM-LABEL
010860         MOVE WS-MUS-INTERVAL TO WS-INTERVAL-ED
010870         MOVE WS-MUS-START    TO WS-START-ED
010880         MOVE SPACES TO RPM-VALUE
010890         STRING WS-INTERVAL-ED DELIMITED BY SIZE
010900             " / "             DELIMITED BY SIZE
010910             WS-START-ED       DELIMITED BY SIZE
010920             INTO RPM-VALUE
010930         END-STRING
010940         WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC
010950     END-IF.
010960     MOVE "SAMPPRM CARD:" TO RPM-LABEL.
010970     MOVE WS-PARM-CARD    TO RPM-VALUE.
010980     WRITE WORKPAPER-REC FROM RPT-PARM-LINE-REC.
010990 6100-IMPRIMIR-PARAMETROS-EXIT.
011000     EXIT.
011010*
011020 6200-IMPRIMIR-DETALLE.
011030     ADD 1 TO WS-SMP-SUB.
011040     MOVE WS-SMP-SUB                   TO RWD-ITEM.
011050     MOVE WS-SMP-REASON(WS-SMP-SUB)    TO RWD-REASON.
011060     MOVE WS-SMP-RUN-DATE(WS-SMP-SUB)  TO RWD-RUN-DATE.
011070     MOVE WS-SMP-TRANS-SEQ(WS-SMP-SUB) TO RWD-TRANS-SEQ.
011080     MOVE WS-SMP-PROGRAM(WS-SMP-SUB)   TO RWD-PROGRAM.
011090     MOVE WS-SMP-OPERATOR(WS-SMP-SUB)  TO RWD-OPERATOR.
011100     EVALUATE TRUE
011110         WHEN WS-SMP-TRACE(WS-SMP-SUB) NOT = "Y"
011120             MOVE "NO AUDIT"                TO RWD-OVERRIDE
011130         WHEN WS-SMP-OVERRIDE(WS-SMP-SUB) = SPACES
011140             MOVE "NONE"                    TO RWD-OVERRIDE
011150         WHEN OTHER
011160             MOVE WS-SMP-OVERRIDE(WS-SMP-SUB) TO RWD-OVERRIDE
011170     END-EVALUATE.
011180     MOVE WS-SMP-BATCH(WS-SMP-SUB)     TO RWD-BATCH.
011190     MOVE WS-SMP-REC-NO(WS-SMP-SUB)    TO RWD-REC-NO.
011200     MOVE WS-SMP-BRANCH(WS-SMP-SUB)    TO RWD-BRANCH.
011210     MOVE WS-SMP-ACCOUNT(WS-SMP-SUB)   TO RWD-ACCOUNT.
011220     MOVE WS-SMP-CURRENCY(WS-SMP-SUB)  TO RWD-CURRENCY.
011230     MOVE WS-SMP-RESULTADO(WS-SMP-SUB) TO RWD-RESULTADO.
011240     WRITE WORKPAPER-REC FROM RPT-DETAIL-REC.
011250 6200-IMPRIMIR-DETALLE-EXIT.
011260     EXIT.
011270*
011280******************************************************************
011290* 7000-SIGUIENTE-ALEATORIO - NEXT NUMBER FROM THE GENERATOR:
011300*                            STATE = STATE * 16807 MOD
011310*                            2147483647, U = STATE / 2147483647.
011320******************************************************************
011330 7000-SIGUIENTE-ALEATORIO.
011340     COMPUTE WS-RND-PRODUCT = WS-RND-STATE * 16807.
011350     DIVIDE WS-RND-PRODUCT BY 2147483647
011360         GIVING WS-RND-QUOT
011370         REMAINDER WS-RND-STATE.
011380     COMPUTE WS-RND-UNIT = WS-RND-STATE / 2147483647.
011390 7000-SIGUIENTE-ALEATORIO-EXIT.
011400     EXIT.
011410*
011420******************************************************************
011430* 8000-TERMINATE - CLOSE UP, REPORT THE SAMPLE AND SET
011440*                  RETURN-CODE 0, OR 4 ON ANY WARNING.
011450******************************************************************
011460 8000-TERMINATE.
011470     CLOSE SAMPLE-OUT-FILE
011480           WORKPAPER-FILE.
011490     DISPLAY "HISTSAMP: " WS-SMP-CNT " filas seleccionadas ("
011500         WS-SMP-KEY-CNT " por umbral), semilla " WS-SEED.
011510     IF WS-ANY-WARNING
011520         MOVE 4 TO RETURN-CODE
011530     ELSE
011540         MOVE 0 TO RETURN-CODE
011550     END-IF.
011560 8000-TERMINATE-EXIT.
011570     EXIT.
011580 END PROGRAM HISTSAMP.
