000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      RETROACTIVE RATE CORRECTION RUN. ACCEPTS A
000160*               CURRENCY CODE, AN EFFECTIVE-DATE RANGE (YYYYMMDD
000170*               FROM AND TO; A ZERO TO DATE TAKES EVERY LATER
000180*               ROW) AND THE CORRECTED UNITS-PER-BASE RATE. THE
000190*               RATE MASTER ROWS (RATEREC, DD RATEMAST) OF THAT
000200*               CURRENCY EFFECTIVE IN THE RANGE ARE THE WRONG
000210*               RATES, SO THE RUN MUST BE MADE BEFORE THE
000220*               CORRECTED RATE IS APPROVED ONTO THE MASTER
000230*               THROUGH CURRMNT. EVERY HISTORY ROW (HISTREC)
000240*               FROM THE FROM DATE ON WHOSE RUN DATE FELL UNDER
000250*               ONE OF THOSE RATES IS RECOMPUTED FROM ITS
000260*               OPERANDS AND, WHEN ITS RESULTADO PROVES TO BE A
000270*               CONVERSION THROUGH THE WRONG RATE (OUT OF THE
000280*               CURRENCY INTO BASE OR A TARGET, OR INTO THE
000290*               CURRENCY FROM ANOTHER, AS HISTVRFY PROVES
000300*               CONVERTED RESULTS), IS RE-RATED AT THE
000310*               CORRECTED RATE. ONLY UNREVERSED STATUS "0" ROWS
000320*               ARE TAKEN; ROWS RELOADED FROM THE ARCHIVE AND
000330*               ROWS THIS PROGRAM POSTED ARE LEFT ALONE, SO A
000340*               SECOND RUN OVER THE SAME RANGE FINDS NOTHING
000350*               LEFT TO CORRECT. FOR EACH ROW RE-RATED THE RUN
000360*               POSTS, AS REVPOST DOES, A CONTRA ROW (STATUS
000370*               "3") LINKED TO THE ORIGINAL AND MARKS THE
000380*               ORIGINAL REVERSED (STATUS "2") WITH THE LINK
000390*               BACK, THEN POSTS A REPLACEMENT ROW (STATUS "0",
000400*               OPERATION "S" WITH OPERAND-1 ZERO AND OPERAND-2
000410*               THE CORRECTED AMOUNT, SO IT PROVES ON ITS OWN)
000420*               LINKED TO THE ORIGINAL IT REPLACES, IN THE SAME
000430*               CURRENCY, ACCOUNT, BRANCH AND BATCH. BOTH ROWS
000440*               GO TO THE AUDIT LOG (AUDITREC) AND ARE POSTED
000450*               ON THE BUSINESS DATE (OR THE FIRST DAY OF THE
000460*               NEXT OPEN PERIOD WHEN THE PERIOD CALENDAR SHOWS
000470*               IT CLOSED), SO THEY REACH COBOL4, ACCTPOST AND
000480*               THE NEXT HISTEXT EXTRACT WITH THE DAY'S OTHER
000490*               WORK. THE REPORT (DD RATECRPT) LISTS THE WRONG
000500*               RATE ROWS, EVERY ROW RE-RATED WITH ITS BEFORE
000510*               AND AFTER AMOUNTS AND NEW SEQUENCES, AND THE
000520*               BEFORE/AFTER IMPACT BY BRANCH, ACCOUNT AND
000530*               CURRENCY. RETURN CODE 0; 4 WHEN A ROW COULD NOT
000540*               BE RE-RATED OR POSTED; 8 WHEN THE RUN CANNOT
000550*               START.
000560* TECTONICS:    cobc
000570*
000580* MODIFICATION HISTORY
000590*   2026-10-15  RA  INITIAL VERSION.
000592*   2026-10-15  RA  THE CONTRA AND REPLACEMENT AUDIT RECORDS NOW
000594*                   CARRY THEIR ROWS' HISTORY KEYS AND THE KEY OF
000596*                   THE ORIGINAL ROW, SO HISTRCOV CAN REPLAY A
000598*                   CORRECTION FROM A SEALED GENERATION.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. RATECORR.
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT HISTORY-FILE ASSIGN TO HISTORY
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS HIST-KEY
000700         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-HIST-STATUS.
000730     SELECT RATE-MASTER-FILE ASSIGN TO RATEMAST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS RATE-KEY
000770         FILE STATUS IS WS-RATE-STATUS.
000780     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AUDIT-STATUS.
000810     SELECT SEQ-CTL-FILE ASSIGN TO SEQCTL
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS SEQ-RUN-DATE
000850         FILE STATUS IS WS-SEQ-STATUS.
000860     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RUNCTL-STATUS.
000890     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS PCAL-PERIOD
000930         FILE STATUS IS WS-PCAL-STATUS.
000940     SELECT REPORT-OUT-FILE ASSIGN TO RATECRPT
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  HISTORY-FILE.
000990     COPY HISTREC.
001000 FD  RATE-MASTER-FILE.
001010     COPY RATEREC.
001020 FD  AUDIT-LOG-FILE
001030     RECORDING MODE IS F.
001040     COPY AUDITREC.
001050 FD  SEQ-CTL-FILE.
001060     COPY SEQCTLRC.
001070 FD  RUN-CTL-FILE
001080     RECORDING MODE IS F.
001090     COPY RUNCTLRC.
001100 FD  PERIOD-CAL-FILE.
001110     COPY PERCALRC.
001120 FD  REPORT-OUT-FILE
001130     RECORDING MODE IS F.
001140 01  REPORT-OUT-REC             PIC X(132).
001150 WORKING-STORAGE SECTION.
001160*
001170 01  RPT-PAGE-HEADER-REC.
001180     05 FILLER                  PIC X(24)
001190            VALUE "RATECORR RATE CORRECTION".
001200     05 FILLER                  PIC X(11) VALUE "  CURRENCY ".
001210     05 RPH-CURRENCY            PIC X(03).
001220     05 FILLER                  PIC X(12) VALUE "  EFFECTIVE ".
001230     05 RPH-FROM-DATE           PIC 9(08).
001240     05 FILLER                  PIC X(01) VALUE "-".
001250     05 RPH-TO-DATE             PIC 9(08).
001260     05 FILLER                  PIC X(17)
001270            VALUE "  CORRECTED RATE ".
001280     05 RPH-RATE                PIC ZZ9.9999.
001290     05 FILLER                  PIC X(09) VALUE "  POSTED ".
001300     05 RPH-POST-DATE           PIC 9(08).
001310     05 FILLER                  PIC X(04) VALUE SPACES.
001320     05 FILLER                  PIC X(08) VALUE "PAGE NO.".
001330     05 RPH-PAGE-NO             PIC ZZ9.
001340     05 FILLER                  PIC X(08) VALUE SPACES.
001350 01  RPT-RATE-ROW-REC.
001360     05 FILLER                  PIC X(25)
001370            VALUE "WRONG RATE ROW EFFECTIVE ".
001380     05 RRR-EFF-DATE            PIC 9(08).
001390     05 FILLER                  PIC X(17)
001400            VALUE "  UNITS PER BASE ".
001410     05 RRR-RATE                PIC ZZ9.9999.
001420     05 FILLER                  PIC X(74) VALUE SPACES.
001430 01  RPT-COLUMN-HEADER-REC.
001440     05 FILLER                  PIC X(19) VALUE "ORIGINAL ROW".
001450     05 FILLER                  PIC X(06) VALUE "BRCH".
001460     05 FILLER                  PIC X(10) VALUE "ACCOUNT".
001470     05 FILLER                  PIC X(04) VALUE "CUR".
001480     05 FILLER                  PIC X(19)
001490            VALUE "    BEFORE (POSTED)".
001500     05 FILLER                  PIC X(19)
001510            VALUE "  AFTER (CORRECTED)".
001520     05 FILLER                  PIC X(19)
001530            VALUE "         DIFFERENCE".
001540     05 FILLER                  PIC X(09) VALUE " WRONG RT".
001550     05 FILLER                  PIC X(18)
001560            VALUE " CONTRA/REPLACEMT".
001570     05 FILLER                  PIC X(09) VALUE "STATUS".
001580 01  RPT-DETAIL-LINE-REC.
001590     05 RDL-ORIG-DATE           PIC 9(08).
001600     05 FILLER                  PIC X(01) VALUE "/".
001610     05 RDL-ORIG-SEQ            PIC 9(08).
001620     05 FILLER                  PIC X(02) VALUE SPACES.
001630     05 RDL-BRANCH              PIC X(04).
001640     05 FILLER                  PIC X(02) VALUE SPACES.
001650     05 RDL-ACCOUNT             PIC X(08).
001660     05 FILLER                  PIC X(02) VALUE SPACES.
001670     05 RDL-CURRENCY            PIC X(03).
001680     05 FILLER                  PIC X(01) VALUE SPACE.
001690     05 RDL-BEFORE              PIC ---,---,---,--9.99.
001700     05 FILLER                  PIC X(01) VALUE SPACE.
001710     05 RDL-AFTER               PIC ---,---,---,--9.99.
001720     05 FILLER                  PIC X(01) VALUE SPACE.
001730     05 RDL-DIFF                PIC ---,---,---,--9.99.
001740     05 FILLER                  PIC X(01) VALUE SPACE.
001750     05 RDL-BAD-RATE            PIC ZZ9.9999.
001760     05 FILLER                  PIC X(01) VALUE SPACE.
001770     05 RDL-CONTRA-SEQ          PIC 9(08).
001780     05 FILLER                  PIC X(01) VALUE "/".
001790     05 RDL-REPL-SEQ            PIC 9(08).
001800     05 FILLER                  PIC X(01) VALUE SPACE.
001810     05 RDL-FLAG                PIC X(09).
001820 01  RPT-IMPACT-TITLE-REC.
001830     05 FILLER                  PIC X(41) VALUE
001840            "BEFORE/AFTER IMPACT BY BRANCH AND ACCOUNT".
001850     05 FILLER                  PIC X(91) VALUE SPACES.
001860 01  RPT-IMPACT-HEADER-REC.
001870     05 FILLER                  PIC X(06) VALUE "BRCH".
001880     05 FILLER                  PIC X(10) VALUE "ACCOUNT".
001890     05 FILLER                  PIC X(04) VALUE "CUR".
001900     05 FILLER                  PIC X(07) VALUE "   ROWS".
001910     05 FILLER                  PIC X(19)
001920            VALUE "    BEFORE (POSTED)".
001930     05 FILLER                  PIC X(19)
001940            VALUE "  AFTER (CORRECTED)".
001950     05 FILLER                  PIC X(19)
001960            VALUE "         DIFFERENCE".
001970     05 FILLER                  PIC X(48) VALUE SPACES.
001980 01  RPT-IMPACT-LINE-REC.
001990     05 RIL-BRANCH              PIC X(04).
002000     05 FILLER                  PIC X(02) VALUE SPACES.
002010     05 RIL-ACCOUNT             PIC X(08).
002020     05 FILLER                  PIC X(02) VALUE SPACES.
002030     05 RIL-CURRENCY            PIC X(03).
002040     05 FILLER                  PIC X(01) VALUE SPACE.
002050     05 RIL-ROWS                PIC Z(5)9.
002060     05 FILLER                  PIC X(01) VALUE SPACE.
002070     05 RIL-BEFORE              PIC ---,---,---,--9.99.
002080     05 FILLER                  PIC X(01) VALUE SPACE.
002090     05 RIL-AFTER               PIC ---,---,---,--9.99.
002100     05 FILLER                  PIC X(01) VALUE SPACE.
002110     05 RIL-DIFF                PIC ---,---,---,--9.99.
002120     05 FILLER                  PIC X(49) VALUE SPACES.
002130 01  RPT-GRAND-TOTAL-REC.
002140     05 FILLER                  PIC X(14)
002150            VALUE "ROWS EXAMINED=".
002160     05 RGT-EXAM-CNT            PIC Z(6)9.
002170     05 FILLER                  PIC X(11) VALUE " CORRECTED=".
002180     05 RGT-CORR-CNT            PIC Z(5)9.
002190     05 FILLER                  PIC X(08) VALUE " FAILED=".
002200     05 RGT-FAIL-CNT            PIC Z(5)9.
002210     05 FILLER                  PIC X(11) VALUE " UNCHANGED=".
002220     05 RGT-UNCH-CNT            PIC Z(5)9.
002230     05 FILLER                  PIC X(11) VALUE " NOT TAKEN=".
002240     05 RGT-FULL-CNT            PIC Z(5)9.
002250     05 FILLER                  PIC X(46) VALUE SPACES.
002260 01  RPT-BLANK-REC              PIC X(132) VALUE SPACES.
002270*
002280 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
002290 77  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
002300 77  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
002310 77  WS-SEQ-STATUS              PIC X(02) VALUE SPACES.
002320 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
002330 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
002340 77  WS-PCAL-FILE-SW            PIC X(01) VALUE "N".
002350     88 WS-PCAL-FILE-OPEN                 VALUE "Y".
002360 77  WS-PER-CLOSED-SW           PIC X(01) VALUE "N".
002370     88 WS-PER-CLOSED                     VALUE "Y".
002380 01  WS-PER-CHECK-DATE          PIC 9(08) VALUE ZERO.
002390 01  WS-PER-CHECK-PARTS REDEFINES WS-PER-CHECK-DATE.
002400     05 WS-PCK-YEAR             PIC 9(04).
002410     05 WS-PCK-MONTH            PIC 9(02).
002420     05 WS-PCK-DAY              PIC 9(02).
002430 77  WS-EOF-SW                  PIC X(01) VALUE "N".
002440     88 WS-EOF                            VALUE "Y".
002450 77  WS-ANY-ERROR-SW            PIC X(01) VALUE "N".
002460     88 WS-ANY-ERROR                      VALUE "Y".
002470 77  WS-POST-FAIL-SW            PIC X(01) VALUE "N".
002480     88 WS-POST-FAILED                    VALUE "Y".
002490 77  WS-OPEN-RETRY-CTR          PIC 9(03) COMP VALUE ZERO.
002500 77  WS-WRITE-RETRY-CTR         PIC 9(02) COMP VALUE ZERO.
002510 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
002520 77  WS-HIST-RUN-DATE           PIC 9(08) VALUE ZERO.
002530 77  WS-HIST-TRANS-SEQ          PIC 9(08) VALUE ZERO.
002540 77  WS-HIST-SEQ-CTR            PIC 9(08) COMP VALUE ZERO.
002550 77  WS-TIME-OF-DAY             PIC 9(08) VALUE ZERO.
002560 77  WS-RUN-TIMESTAMP           PIC X(26) VALUE SPACES.
002570 01  WS-TIMESTAMP-PARTS.
002580     05 WS-TS-YEAR              PIC 9(04).
002590     05 WS-TS-MONTH             PIC 9(02).
002600     05 WS-TS-DAY               PIC 9(02).
002610     05 WS-TS-HOUR              PIC 9(02).
002620     05 WS-TS-MINUTE            PIC 9(02).
002630     05 WS-TS-SECOND            PIC 9(02).
002640     05 WS-TS-HUNDREDTHS        PIC 9(02).
002650 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
002660 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
002670 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
002680*
002690* RUN PARAMETERS.
002700*
002710 77  WS-ENT-CURRENCY            PIC X(03) VALUE SPACES.
002720 77  WS-ENT-DATE                PIC X(08) VALUE SPACES.
002730 77  WS-ENT-RATE                PIC 9(03)V9999 VALUE ZERO.
002740 77  WS-COR-CURRENCY            PIC X(03) VALUE SPACES.
002750 77  WS-COR-RATE                PIC 9(03)V9999 VALUE ZERO.
002760 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
002770 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
002780 01  WS-CHK-DATE                PIC 9(08) VALUE ZERO.
002790 01  WS-CHK-PARTS REDEFINES WS-CHK-DATE.
002800     05 WS-CHK-YEAR             PIC 9(04).
002810     05 WS-CHK-MONTH            PIC 9(02).
002820     05 WS-CHK-DAY              PIC 9(02).
002830 77  WS-BAD-ROW-CNT             PIC 9(04) COMP VALUE ZERO.
002840*
002850* RATE LOOKUPS. THE WRONG RATE IN EFFECT ON THE LAST RUN DATE
002860* LOOKED UP IS KEPT, SINCE HISTORY ROWS ARRIVE IN DATE ORDER.
002870*
002880 77  WS-RATE-CURRENCY           PIC X(03) VALUE SPACES.
002890 77  WS-RATE-DATE               PIC 9(08) VALUE ZERO.
002900 77  WS-RATE-VALUE              PIC 9(03)V9999 VALUE ZERO.
002910 77  WS-RATE-EFF-DATE           PIC 9(08) VALUE ZERO.
002920 77  WS-RATE-FOUND-SW           PIC X(01) VALUE "N".
002930     88 WS-RATE-FOUND                     VALUE "Y".
002940 77  WS-RATE-EOF-SW             PIC X(01) VALUE "N".
002950     88 WS-RATE-EOF                       VALUE "Y".
002960 77  WS-BAD-DATE                PIC 9(08) VALUE ZERO.
002970 77  WS-BAD-RATE                PIC 9(03)V9999 VALUE ZERO.
002980 77  WS-BAD-SW                  PIC X(01) VALUE "N".
002990     88 WS-BAD-IN-RANGE                   VALUE "Y".
003000 77  WS-CURR-SUB                PIC 9(03) COMP VALUE ZERO.
003010 77  WS-CURR-USED               PIC 9(03) COMP VALUE ZERO.
003020 77  WS-CURR-FULL-SW            PIC X(01) VALUE "N".
003030     88 WS-CURR-FULL                      VALUE "Y".
003040 01  WS-CURR-TABLE.
003050     05 WS-CURR-ENTRY           OCCURS 50 TIMES.
003060         10 WS-CURR-CODE        PIC X(03).
003070         10 WS-CURR-DP          PIC 9(01).
003080*
003090* RECOMPUTATION OF A ROW, AS HISTVRFY PROVES IT.
003100*
003110 77  WS-VRF-CUR                 PIC X(03) VALUE SPACES.
003120 77  WS-VRF-DP                  PIC 9(01) VALUE 2.
003130 77  WS-VRF-LONG                PIC S9(13)V9(4) VALUE ZERO.
003140 77  WS-VRF-QUOT                PIC S9(09) VALUE ZERO.
003150 77  WS-VRF-EXP                 PIC S9(04) COMP VALUE ZERO.
003160 77  WS-VRF-VALUE               PIC S9(11)V99 VALUE ZERO.
003170 77  WS-VRF-BASE                PIC S9(11)V99 VALUE ZERO.
003180 77  WS-VRF-ENTERO              PIC S9(13) VALUE ZERO.
003190 77  WS-VRF-CAND-SUB            PIC 9(01) COMP VALUE ZERO.
003200 01  WS-VRF-CAND-TABLE.
003210     05 WS-VRF-CAND             PIC S9(11)V99 OCCURS 3 TIMES.
003220 77  WS-VRF-CALC-SW             PIC X(01) VALUE "N".
003230     88 WS-VRF-CALC-FAILED                VALUE "Y".
003240 77  WS-VRF-BAD-OP-SW           PIC X(01) VALUE "N".
003250     88 WS-VRF-BAD-OP                     VALUE "Y".
003260 77  WS-VRF-MATCH-SW            PIC X(01) VALUE "N".
003270     88 WS-VRF-MATCH                      VALUE "Y".
003280 77  WS-VRF-TO-BASE-SW          PIC X(01) VALUE "N".
003290     88 WS-VRF-TO-BASE                    VALUE "Y".
003300 77  WS-VRF-SRC-RATE            PIC 9(03)V9999 VALUE ZERO.
003310 77  WS-VRF-TGT-RATE            PIC 9(03)V9999 VALUE ZERO.
003320 77  WS-NEW-SRC-RATE            PIC 9(03)V9999 VALUE ZERO.
003330 77  WS-NEW-TGT-RATE            PIC 9(03)V9999 VALUE ZERO.
003340 77  WS-NEW-VALUE               PIC S9(11)V99 VALUE ZERO.
003350 77  WS-NEW-FAIL-SW             PIC X(01) VALUE "N".
003360     88 WS-NEW-FAILED                     VALUE "Y".
003370*
003380* ROWS FOUND TO RE-RATE, IN KEY ORDER.
003390*
003400 77  WS-COR-SUB                 PIC 9(03) COMP VALUE ZERO.
003410 77  WS-COR-USED-CNT            PIC 9(03) COMP VALUE ZERO.
003420 01  WS-COR-TABLE.
003430     05 WS-COR-ENTRY            OCCURS 500 TIMES.
003440         10 WS-COR-DATE         PIC 9(08).
003450         10 WS-COR-SEQ          PIC 9(08).
003460         10 WS-COR-BEFORE       PIC S9(9)V99.
003470         10 WS-COR-AFTER        PIC S9(9)V99.
003480         10 WS-COR-BAD-RATE     PIC 9(03)V9999.
003490*
003500* THE ORIGINAL ROW BEING CORRECTED.
003510*
003520 01  WS-ORIG-FIELDS.
003530     05 WS-ORIG-OPERAND-1       PIC S9(9)V99.
003540     05 WS-ORIG-OPERAND-2       PIC S9(9)V99.
003550     05 WS-ORIG-OPERATION       PIC X(01).
003560     05 WS-ORIG-CURRENCY        PIC X(03).
003570     05 WS-ORIG-ACCOUNT         PIC X(08).
003580     05 WS-ORIG-BRANCH          PIC X(04).
003590     05 WS-ORIG-BATCH-ID        PIC X(08).
003600     05 WS-ORIG-REC-NO          PIC 9(06).
003610 77  WS-CONTRA-RESULTADO        PIC S9(9)V99 VALUE ZERO.
003620 77  WS-CONTRA-SEQ              PIC 9(08) VALUE ZERO.
003630 77  WS-REPL-SEQ                PIC 9(08) VALUE ZERO.
003640 77  WS-ROW-DIFF                PIC S9(11)V99 VALUE ZERO.
003650*
003660* BEFORE/AFTER IMPACT BY BRANCH, ACCOUNT AND CURRENCY, IN KEY
003670* ORDER.
003680*
003690 01  WS-ROW-KEY.
003700     05 WS-ROW-BRANCH           PIC X(04).
003710     05 WS-ROW-ACCOUNT          PIC X(08).
003720     05 WS-ROW-CURRENCY         PIC X(03).
003730 77  WS-IMP-SUB                 PIC 9(03) COMP VALUE ZERO.
003740 77  WS-IMP-USED-CNT            PIC 9(03) COMP VALUE ZERO.
003750 77  WS-SHIFT-SUB               PIC 9(03) COMP VALUE ZERO.
003760 77  WS-SHIFT-NEXT              PIC 9(03) COMP VALUE ZERO.
003770 77  WS-IMP-FOUND-SW            PIC X(01) VALUE "N".
003780     88 WS-IMP-FOUND                      VALUE "Y".
003790 77  WS-IMP-POS-SW              PIC X(01) VALUE "N".
003800     88 WS-IMP-POS-FOUND                  VALUE "Y".
003810 01  WS-IMP-TABLE.
003820     05 WS-IMP-ENTRY            OCCURS 200 TIMES.
003830         10 WS-IMP-KEY.
003840             15 WS-IMP-BRANCH   PIC X(04).
003850             15 WS-IMP-ACCOUNT  PIC X(08).
003860             15 WS-IMP-CURRENCY PIC X(03).
003870         10 WS-IMP-ROWS         PIC 9(06) COMP.
003880         10 WS-IMP-BEFORE       PIC S9(13)V99.
003890         10 WS-IMP-AFTER        PIC S9(13)V99.
003900 77  WS-IMP-DIFF                PIC S9(13)V99 VALUE ZERO.
003910*
003920 77  WS-ROWS-EXAM-CNT           PIC 9(06) COMP VALUE ZERO.
003930 77  WS-ROWS-UNCH-CNT           PIC 9(06) COMP VALUE ZERO.
003940 77  WS-ROWS-FULL-CNT           PIC 9(06) COMP VALUE ZERO.
003950 77  WS-ROWS-BIG-CNT            PIC 9(06) COMP VALUE ZERO.
003960 77  WS-CORRECTED-CNT           PIC 9(06) COMP VALUE ZERO.
003970 77  WS-FAILED-CNT              PIC 9(06) COMP VALUE ZERO.
003980 77  WS-IMP-FULL-CNT            PIC 9(06) COMP VALUE ZERO.
003990 77  WS-CNT-ED                  PIC Z(5)9.
004000 LINKAGE SECTION.
004010     COPY LNKPARMS.
004020 PROCEDURE DIVISION USING LNK-PARMS.
004030 0000-MAINLINE.
004040     PERFORM 1000-INITIALIZE
004050         THRU 1000-INITIALIZE-EXIT.
004060     PERFORM 2000-EXAMINAR-FILA
004070         THRU 2000-EXAMINAR-FILA-EXIT
004080         UNTIL WS-EOF.
004090     PERFORM 3000-CORREGIR-FILAS
004100         THRU 3000-CORREGIR-FILAS-EXIT.
004110     PERFORM 7000-IMPRIMIR-IMPACTO
004120         THRU 7000-IMPRIMIR-IMPACTO-EXIT.
004130     PERFORM 8000-TERMINATE
004140         THRU 8000-TERMINATE-EXIT.
004150     GOBACK.
004160*
004170******************************************************************
004180* 1000-INITIALIZE - READ THE BUSINESS DATE, ACCEPT THE RUN
004190*                   PARAMETERS, OPEN THE RATE MASTER AND LOAD
004200*                   ITS CURRENCIES, OPEN THE AUDIT LOG, HISTORY
004210*                   AND REPORT, SETTLE THE POSTING DATE, LIST
004220*                   THE WRONG RATES AND POSITION ON THE FIRST
004230*                   HISTORY ROW OF THE FROM DATE.
004240******************************************************************
004250 1000-INITIALIZE.
004260     PERFORM 1250-LEER-FECHA-NEGOCIO
004270         THRU 1250-LEER-FECHA-NEGOCIO-EXIT.
004280     PERFORM 1400-PEDIR-PARAMETROS
004290         THRU 1400-PEDIR-PARAMETROS-EXIT.
004300     OPEN INPUT RATE-MASTER-FILE.
004310     IF WS-RATE-STATUS NOT = "00"
004320         DISPLAY "Error: no se pudo abrir el maestro de tasas "
004330             "RATEMAST; estado " WS-RATE-STATUS "; no se "
004340             "puede corregir."
004350         MOVE 8 TO RETURN-CODE
004360         GOBACK
004370     END-IF.
004380     PERFORM 1200-CARGAR-MONEDAS
004390         THRU 1200-CARGAR-MONEDAS-EXIT.
004400     PERFORM 1010-ABRIR-BITACORA
004410         THRU 1010-ABRIR-BITACORA-EXIT.
004420     PERFORM 1100-ABRIR-ARCHIVO-HISTORIAL
004430         THRU 1100-ABRIR-ARCHIVO-HISTORIAL-EXIT.
004440     MOVE WS-BUS-DATE TO WS-HIST-RUN-DATE.
004450     PERFORM 1300-PERIODO-ABIERTO
004460         THRU 1300-PERIODO-ABIERTO-EXIT.
004470     OPEN OUTPUT REPORT-OUT-FILE.
004480     MOVE WS-COR-CURRENCY  TO RPH-CURRENCY.
004490     MOVE WS-FROM-DATE     TO RPH-FROM-DATE.
004500     MOVE WS-TO-DATE       TO RPH-TO-DATE.
004510     MOVE WS-COR-RATE      TO RPH-RATE.
004520     MOVE WS-HIST-RUN-DATE TO RPH-POST-DATE.
004530     PERFORM 2900-WRITE-PAGE-HEADING
004540         THRU 2900-WRITE-PAGE-HEADING-EXIT.
004550     PERFORM 1500-LISTAR-TASAS-ERRONEAS
004560         THRU 1500-LISTAR-TASAS-ERRONEAS-EXIT.
004570     MOVE WS-FROM-DATE TO HIST-RUN-DATE.
004580     MOVE ZERO         TO HIST-TRANS-SEQ.
004590     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004600         INVALID KEY
004610             SET WS-EOF TO TRUE
004620     END-START.
004630     IF NOT WS-EOF
004640         PERFORM 2100-READ-NEXT-HISTORY
004650             THRU 2100-READ-NEXT-HISTORY-EXIT
004660     END-IF.
004670 1000-INITIALIZE-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710* 1010-ABRIR-BITACORA - OPEN THE SHARED AUDIT LOG FOR APPEND,
004720*                       CREATING IT ON FIRST USE AND RETRYING
004730*                       WITH AN OPERATOR MESSAGE WHEN ANOTHER
004740*                       SESSION HOLDS IT, INSTEAD OF ABENDING.
004750******************************************************************
004760 1010-ABRIR-BITACORA.
004770     MOVE ZERO TO WS-OPEN-RETRY-CTR.
004780 1012-INTENTAR-BITACORA.
004790     OPEN EXTEND AUDIT-LOG-FILE.
004800     IF WS-AUDIT-STATUS = "00"
004810         GO TO 1010-ABRIR-BITACORA-EXIT
004820     END-IF.
004830     IF WS-AUDIT-STATUS = "35"
004840         OPEN OUTPUT AUDIT-LOG-FILE
004850         GO TO 1010-ABRIR-BITACORA-EXIT
004860     END-IF.
004870     ADD 1 TO WS-OPEN-RETRY-CTR.
004880     IF WS-OPEN-RETRY-CTR > 30
004890         DISPLAY "Error: AUDITLOG retenido por otra sesion "
004900             "(estado " WS-AUDIT-STATUS "); fin del programa."
004910         MOVE 12 TO RETURN-CODE
004920         GOBACK
004930     END-IF.
004940     DISPLAY "Aviso: AUDITLOG retenido por otra sesion; "
004950         "reintentando."
004960     GO TO 1012-INTENTAR-BITACORA.
004970 1010-ABRIR-BITACORA-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010* 1100-ABRIR-ARCHIVO-HISTORIAL - OPEN THE INDEXED HISTORY FILE
005020*                                FOR UPDATE, RETRYING WHILE
005030*                                ANOTHER SESSION HOLDS IT. A
005040*                                HISTORY FILE THAT DOES NOT
005050*                                EXIST YET HAS NOTHING TO
005060*                                CORRECT AND ENDS THE PROGRAM.
005070******************************************************************
005080 1100-ABRIR-ARCHIVO-HISTORIAL.
005090     MOVE ZERO TO WS-OPEN-RETRY-CTR.
005100 1105-INTENTAR-HISTORIAL.
005110     OPEN I-O HISTORY-FILE.
005120     IF WS-HIST-STATUS = "35"
005130         DISPLAY "Error: no existe el archivo de historial; "
005140             "nada que corregir."
005150         MOVE 8 TO RETURN-CODE
005160         GOBACK
005170     END-IF.
005180     IF WS-HIST-STATUS NOT = "00"
005190         ADD 1 TO WS-OPEN-RETRY-CTR
005200         IF WS-OPEN-RETRY-CTR > 30
005210             DISPLAY "Error: el archivo de historial esta "
005220                 "retenido por otra sesion (estado "
005230                 WS-HIST-STATUS "); fin del programa."
005240             MOVE 12 TO RETURN-CODE
005250             GOBACK
005260         END-IF
005270         DISPLAY "Aviso: archivo de historial retenido por "
005280             "otra sesion; reintentando."
005290         GO TO 1105-INTENTAR-HISTORIAL
005300     END-IF.
005310 1100-ABRIR-ARCHIVO-HISTORIAL-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350* 1200-CARGAR-MONEDAS - READ THE RATE MASTER ONCE, FRONT TO BACK,
005360*                       INTO A TABLE OF CURRENCY CODES WITH THE
005370*                       DECIMAL PLACES OF EACH CODE'S LATEST ROW
005380*                       (2 WHEN THE ROW PREDATES THE ATTRIBUTE),
005390*                       AS THE CALCULATORS TAKE THEM. THE
005400*                       CURRENCY TO CORRECT MUST BE AMONG THEM.
005410******************************************************************
005420 1200-CARGAR-MONEDAS.
005430     MOVE LOW-VALUES TO RATE-KEY.
005440     START RATE-MASTER-FILE KEY IS NOT LESS THAN RATE-KEY
005450         INVALID KEY
005460             SET WS-RATE-EOF TO TRUE
005470     END-START.
005480     PERFORM 1210-CARGAR-MONEDA
005490         THRU 1210-CARGAR-MONEDA-EXIT
005500         UNTIL WS-RATE-EOF.
005510     IF WS-CURR-FULL
005520         DISPLAY "Aviso: mas de 50 monedas en el maestro de "
005530             "tasas; las restantes no se prueban como origen."
005540     END-IF.
005550     MOVE WS-COR-CURRENCY TO WS-VRF-CUR.
005560     MOVE 9 TO WS-VRF-DP.
005570     PERFORM 6500-BUSCAR-DECIMALES
005580         THRU 6500-BUSCAR-DECIMALES-EXIT.
005590     IF WS-VRF-DP = 9
005600         DISPLAY "Error: la moneda " WS-COR-CURRENCY " no "
005610             "esta en el maestro de tasas; ejecucion "
005620             "cancelada."
005630         MOVE 8 TO RETURN-CODE
005640         GOBACK
005650     END-IF.
005660 1200-CARGAR-MONEDAS-EXIT.
005670     EXIT.
005680*
005690 1210-CARGAR-MONEDA.
005700     READ RATE-MASTER-FILE NEXT RECORD
005710         AT END
005720             SET WS-RATE-EOF TO TRUE
005730             GO TO 1210-CARGAR-MONEDA-EXIT
005740     END-READ.
005750     IF WS-CURR-USED = ZERO
005760         OR RATE-CURRENCY-CODE NOT = WS-CURR-CODE(WS-CURR-USED)
005770         IF WS-CURR-USED NOT < 50
005780             SET WS-CURR-FULL TO TRUE
005790             GO TO 1210-CARGAR-MONEDA-EXIT
005800         END-IF
005810         ADD 1 TO WS-CURR-USED
005820         MOVE RATE-CURRENCY-CODE TO WS-CURR-CODE(WS-CURR-USED)
005830         MOVE 2 TO WS-CURR-DP(WS-CURR-USED)
005840     END-IF.
005850     IF RATE-DECIMAL-PLACES NUMERIC
005860             AND RATE-DECIMAL-PLACES NOT > 2
005870         MOVE RATE-DECIMAL-PLACES TO WS-CURR-DP(WS-CURR-USED)
005880     ELSE
005890         MOVE 2 TO WS-CURR-DP(WS-CURR-USED)
005900     END-IF.
005910 1210-CARGAR-MONEDA-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 1250-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
005960*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
005970*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
005980*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
005990******************************************************************
006000 1250-LEER-FECHA-NEGOCIO.
006010     OPEN INPUT RUN-CTL-FILE.
006020     IF WS-RUNCTL-STATUS = "00"
006030         READ RUN-CTL-FILE
006040             AT END
006050                 CONTINUE
006060             NOT AT END
006070                 IF RCT-TYPE-CONTROL
006080                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
006090                 END-IF
006100         END-READ
006110         CLOSE RUN-CTL-FILE
006120     END-IF.
006130     IF WS-BUS-DATE = ZERO
006140         DISPLAY "Aviso: fecha de negocio no disponible; se "
006150             "usa la fecha del sistema."
006160         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
006170     END-IF.
006180 1250-LEER-FECHA-NEGOCIO-EXIT.
006190     EXIT.
006200*
006210******************************************************************
006220* 1300-PERIODO-ABIERTO - OPEN THE PERIOD CALENDAR AND, IF THE
006230*                        POSTING DATE FALLS IN A CLOSED PERIOD,
006240*                        MOVE IT FORWARD TO THE FIRST DAY OF THE
006250*                        NEXT OPEN PERIOD. NO CALENDAR MEANS
006260*                        EVERY PERIOD IS OPEN.
006270******************************************************************
006280 1300-PERIODO-ABIERTO.
006290     OPEN INPUT PERIOD-CAL-FILE.
006300     IF WS-PCAL-STATUS NOT = "00"
006310         GO TO 1300-PERIODO-ABIERTO-EXIT
006320     END-IF.
006330     SET WS-PCAL-FILE-OPEN TO TRUE.
006340     MOVE WS-HIST-RUN-DATE TO WS-PER-CHECK-DATE.
006350     PERFORM 9300-VERIFICAR-PERIODO
006360         THRU 9300-VERIFICAR-PERIODO-EXIT.
006370     IF NOT WS-PER-CLOSED
006380         GO TO 1300-PERIODO-ABIERTO-EXIT
006390     END-IF.
006400     PERFORM 1310-AVANZAR-PERIODO
006410         THRU 1310-AVANZAR-PERIODO-EXIT
006420         UNTIL NOT WS-PER-CLOSED.
006430     DISPLAY "Aviso: la fecha de negocio " WS-HIST-RUN-DATE
006440         " cae en un periodo cerrado; las correcciones se "
006450         "registran el " WS-PER-CHECK-DATE ".".
006460     MOVE WS-PER-CHECK-DATE TO WS-HIST-RUN-DATE.
006470 1300-PERIODO-ABIERTO-EXIT.
006480     EXIT.
006490*
006500 1310-AVANZAR-PERIODO.
006510     IF WS-PCK-MONTH = 12
006520         ADD 1 TO WS-PCK-YEAR
006530         MOVE 1 TO WS-PCK-MONTH
006540     ELSE
006550         ADD 1 TO WS-PCK-MONTH
006560     END-IF.
006570     MOVE 1 TO WS-PCK-DAY.
006580     PERFORM 9300-VERIFICAR-PERIODO
006590         THRU 9300-VERIFICAR-PERIODO-EXIT.
006600 1310-AVANZAR-PERIODO-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640* 1400-PEDIR-PARAMETROS - ACCEPT AND VALIDATE THE CURRENCY, THE
006650*                         EFFECTIVE-DATE RANGE AND THE CORRECTED
006660*                         RATE. THE BASE CURRENCY HAS NO RATE TO
006670*                         CORRECT. A ZERO TO DATE TAKES EVERY
006680*                         RATE ROW FROM THE FROM DATE ON. ANY
006690*                         INVALID PARAMETER CANCELS THE RUN.
006700******************************************************************
006710 1400-PEDIR-PARAMETROS.
006720     DISPLAY "Codigo de moneda a corregir (ISO, 3 caracteres): ".
006730     ACCEPT WS-ENT-CURRENCY.
006740     IF WS-ENT-CURRENCY = SPACES OR WS-ENT-CURRENCY = "USD"
006750         DISPLAY "Error: moneda " WS-ENT-CURRENCY " no valida "
006760             "para una correccion de tasa; ejecucion "
006770             "cancelada."
006780         MOVE 8 TO RETURN-CODE
006790         GOBACK
006800     END-IF.
006810     MOVE WS-ENT-CURRENCY TO WS-COR-CURRENCY.
006820     DISPLAY "Fecha efectiva desde (AAAAMMDD): ".
006830     ACCEPT WS-ENT-DATE.
006840     PERFORM 1410-VALIDAR-FECHA
006850         THRU 1410-VALIDAR-FECHA-EXIT.
006860     MOVE WS-CHK-DATE TO WS-FROM-DATE.
006870     DISPLAY "Fecha efectiva hasta (AAAAMMDD, 0=sin limite): ".
006880     ACCEPT WS-ENT-DATE.
006890     IF WS-ENT-DATE = "0" OR WS-ENT-DATE = "00000000"
006900             OR WS-ENT-DATE = SPACES
006910         MOVE 99999999 TO WS-TO-DATE
006920     ELSE
006930         PERFORM 1410-VALIDAR-FECHA
006940             THRU 1410-VALIDAR-FECHA-EXIT
006950         MOVE WS-CHK-DATE TO WS-TO-DATE
006960     END-IF.
006970     IF WS-TO-DATE < WS-FROM-DATE
006980         DISPLAY "Error: la fecha hasta " WS-TO-DATE " es "
006990             "anterior a la fecha desde " WS-FROM-DATE
007000             "; ejecucion cancelada."
007010         MOVE 8 TO RETURN-CODE
007020         GOBACK
007030     END-IF.
007040     DISPLAY "Tasa corregida, unidades por unidad base "
007050         "(nnn.nnnn): ".
007060     ACCEPT WS-ENT-RATE.
007070     IF WS-ENT-RATE NOT NUMERIC OR WS-ENT-RATE = ZERO
007080         DISPLAY "Error: tasa corregida no valida; ejecucion "
007090             "cancelada."
007100         MOVE 8 TO RETURN-CODE
007110         GOBACK
007120     END-IF.
007130     MOVE WS-ENT-RATE TO WS-COR-RATE.
007140 1400-PEDIR-PARAMETROS-EXIT.
007150     EXIT.
007160*
007170******************************************************************
007180* 1410-VALIDAR-FECHA - CHECK THE DATE IN WS-ENT-DATE AND LEAVE IT
007190*                      IN WS-CHK-DATE; AN INVALID DATE CANCELS
007200*                      THE RUN.
007210******************************************************************
007220 1410-VALIDAR-FECHA.
007230     IF WS-ENT-DATE NOT NUMERIC
007240         DISPLAY "Error: fecha " WS-ENT-DATE " no numerica; "
007250             "ejecucion cancelada."
007260         MOVE 8 TO RETURN-CODE
007270         GOBACK
007280     END-IF.
007290     MOVE WS-ENT-DATE TO WS-CHK-DATE.
007300     IF WS-CHK-YEAR < 1900
007310             OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
007320             OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
007330         DISPLAY "Error: fecha " WS-CHK-DATE " no valida; "
007340             "ejecucion cancelada."
007350         MOVE 8 TO RETURN-CODE
007360         GOBACK
007370     END-IF.
007380 1410-VALIDAR-FECHA-EXIT.
007390     EXIT.
007400*
007410******************************************************************
007420* 1500-LISTAR-TASAS-ERRONEAS - PRINT EVERY RATE MASTER ROW OF
007430*                              THE CURRENCY EFFECTIVE IN THE
007440*                              RANGE. A RANGE WITH NO RATE ROW
007450*                              HAS NOTHING TO CORRECT AND ENDS
007460*                              THE RUN.
007470******************************************************************
007480 1500-LISTAR-TASAS-ERRONEAS.
007490     MOVE "N" TO WS-RATE-EOF-SW.
007500     MOVE WS-COR-CURRENCY TO RATE-CURRENCY-CODE.
007510     MOVE WS-FROM-DATE    TO RATE-EFF-DATE.
007520     START RATE-MASTER-FILE KEY IS NOT LESS THAN RATE-KEY
007530         INVALID KEY
007540             SET WS-RATE-EOF TO TRUE
007550     END-START.
007560     PERFORM 1510-LISTAR-TASA
007570         THRU 1510-LISTAR-TASA-EXIT
007580         UNTIL WS-RATE-EOF.
007590     IF WS-BAD-ROW-CNT = ZERO
007600         DISPLAY "Error: no hay tasas de " WS-COR-CURRENCY
007610             " con fecha efectiva entre " WS-FROM-DATE " y "
007620             WS-TO-DATE "; nada que corregir."
007630         MOVE 8 TO RETURN-CODE
007640         GOBACK
007650     END-IF.
007660     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
007670     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
007680     ADD 2 TO WS-LINE-CNT.
007690 1500-LISTAR-TASAS-ERRONEAS-EXIT.
007700     EXIT.
007710*
007720 1510-LISTAR-TASA.
007730     READ RATE-MASTER-FILE NEXT RECORD
007740         AT END
007750             SET WS-RATE-EOF TO TRUE
007760             GO TO 1510-LISTAR-TASA-EXIT
007770     END-READ.
007780     IF RATE-CURRENCY-CODE NOT = WS-COR-CURRENCY
007790             OR RATE-EFF-DATE > WS-TO-DATE
007800         SET WS-RATE-EOF TO TRUE
007810         GO TO 1510-LISTAR-TASA-EXIT
007820     END-IF.
007830     ADD 1 TO WS-BAD-ROW-CNT.
007840     MOVE RATE-EFF-DATE       TO RRR-EFF-DATE.
007850     MOVE RATE-UNITS-PER-BASE TO RRR-RATE.
007860     WRITE REPORT-OUT-REC FROM RPT-RATE-ROW-REC.
007870     ADD 1 TO WS-LINE-CNT.
007880     IF RATE-UNITS-PER-BASE = WS-COR-RATE
007890         DISPLAY "Aviso: la tasa efectiva el " RATE-EFF-DATE
007900             " ya es la tasa corregida; sus filas no cambian."
007910     END-IF.
007920 1510-LISTAR-TASA-EXIT.
007930     EXIT.
007940*
007950******************************************************************
007960* 2000-EXAMINAR-FILA - DECIDE WHETHER ONE HISTORY ROW WAS
007970*                      CONVERTED THROUGH A WRONG RATE: ITS RUN
007980*                      DATE MUST FALL UNDER A RATE ROW OF THE
007990*                      RANGE, ITS RESULTADO MUST NOT RECOMPUTE
008000*                      IN ITS OWN CURRENCY, AND IT MUST PROVE AS
008010*                      A CONVERSION OUT OF THE CURRENCY OR INTO
008020*                      IT. A ROW THAT DOES IS RE-RATED AND KEPT
008030*                      FOR POSTING UNLESS THE CORRECTED AMOUNT
008040*                      IS THE SAME.
008050******************************************************************
008060 2000-EXAMINAR-FILA.
008070     IF NOT HIST-STATUS-OK OR HIST-RESTORED
008080         GO TO 2000-EXAMINAR-FILA-LEER
008090     END-IF.
008100     IF HIST-PROGRAM-NAME = "RATECORR"
008110         GO TO 2000-EXAMINAR-FILA-LEER
008120     END-IF.
008130     PERFORM 5100-TASA-ERRONEA
008140         THRU 5100-TASA-ERRONEA-EXIT.
008150     IF NOT WS-BAD-IN-RANGE
008160         GO TO 2000-EXAMINAR-FILA-LEER
008170     END-IF.
008180     ADD 1 TO WS-ROWS-EXAM-CNT.
008190     IF HIST-CURRENCY-CODE = SPACES
008200         MOVE "USD" TO WS-VRF-CUR
008210     ELSE
008220         MOVE HIST-CURRENCY-CODE TO WS-VRF-CUR
008230     END-IF.
008240     PERFORM 6100-RECALCULAR
008250         THRU 6100-RECALCULAR-EXIT.
008260     IF WS-VRF-CALC-FAILED OR WS-VRF-BAD-OP
008270         GO TO 2000-EXAMINAR-FILA-LEER
008280     END-IF.
008290     PERFORM 6500-BUSCAR-DECIMALES
008300         THRU 6500-BUSCAR-DECIMALES-EXIT.
008310     MOVE "N" TO WS-VRF-MATCH-SW.
008320     MOVE ZERO TO WS-VRF-CAND-SUB.
008330     PERFORM 6200-PROBAR-CANDIDATO
008340         THRU 6200-PROBAR-CANDIDATO-EXIT
008350         UNTIL WS-VRF-MATCH OR WS-VRF-CAND-SUB NOT < 3.
008360     IF WS-VRF-MATCH
008370         GO TO 2000-EXAMINAR-FILA-LEER
008380     END-IF.
008390     IF WS-VRF-CUR = WS-COR-CURRENCY
008400         PERFORM 2300-PROBAR-DESTINO
008410             THRU 2300-PROBAR-DESTINO-EXIT
008420     ELSE
008430         PERFORM 2200-PROBAR-ORIGEN
008440             THRU 2200-PROBAR-ORIGEN-EXIT
008450     END-IF.
008460     IF NOT WS-VRF-MATCH
008470         GO TO 2000-EXAMINAR-FILA-LEER
008480     END-IF.
008490     IF WS-NEW-FAILED
008500         DISPLAY "Error: el importe corregido de la fila "
008510             HIST-RUN-DATE "/" HIST-TRANS-SEQ " no cabe en el "
008520             "historial; la fila no se corrige."
008530         ADD 1 TO WS-ROWS-BIG-CNT
008540         SET WS-ANY-ERROR TO TRUE
008550         GO TO 2000-EXAMINAR-FILA-LEER
008560     END-IF.
008570     IF WS-NEW-VALUE = HIST-RESULTADO
008580         ADD 1 TO WS-ROWS-UNCH-CNT
008590         GO TO 2000-EXAMINAR-FILA-LEER
008600     END-IF.
008610     PERFORM 2400-GUARDAR-FILA
008620         THRU 2400-GUARDAR-FILA-EXIT.
008630 2000-EXAMINAR-FILA-LEER.
008640     PERFORM 2100-READ-NEXT-HISTORY
008650         THRU 2100-READ-NEXT-HISTORY-EXIT.
008660 2000-EXAMINAR-FILA-EXIT.
008670     EXIT.
008680*
008690 2100-READ-NEXT-HISTORY.
008700     READ HISTORY-FILE NEXT RECORD
008710         AT END
008720             SET WS-EOF TO TRUE
008730     END-READ.
008740 2100-READ-NEXT-HISTORY-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780* 2200-PROBAR-ORIGEN - THE ROW IS IN ANOTHER CURRENCY, SO TRY IT
008790*                      AS A CONVERSION OUT OF THE CURRENCY BEING
008800*                      CORRECTED: DIVIDED INTO BASE AT THE WRONG
008810*                      RATE AND, FOR A NON-USD ROW, MULTIPLIED
008820*                      OUT AT THE ROW CURRENCY'S RATE. THE
008830*                      CORRECTED AMOUNT USES THE CORRECTED RATE
008840*                      ON THE WAY INTO BASE.
008850******************************************************************
008860 2200-PROBAR-ORIGEN.
008870     MOVE ZERO TO WS-VRF-TGT-RATE.
008880     MOVE "Y" TO WS-VRF-TO-BASE-SW.
008890     IF WS-VRF-CUR NOT = "USD"
008900         MOVE "N" TO WS-VRF-TO-BASE-SW
008910         MOVE WS-VRF-CUR    TO WS-RATE-CURRENCY
008920         MOVE HIST-RUN-DATE TO WS-RATE-DATE
008930         PERFORM 5000-BUSCAR-TASA
008940             THRU 5000-BUSCAR-TASA-EXIT
008950         IF NOT WS-RATE-FOUND
008960             GO TO 2200-PROBAR-ORIGEN-EXIT
008970         END-IF
008980         MOVE WS-RATE-VALUE TO WS-VRF-TGT-RATE
008990     END-IF.
009000     MOVE WS-BAD-RATE     TO WS-VRF-SRC-RATE.
009010     MOVE WS-COR-RATE     TO WS-NEW-SRC-RATE.
009020     MOVE WS-VRF-TGT-RATE TO WS-NEW-TGT-RATE.
009030     MOVE ZERO TO WS-VRF-CAND-SUB.
009040     PERFORM 6300-PROBAR-CONVERSION
009050         THRU 6300-PROBAR-CONVERSION-EXIT
009060         UNTIL WS-VRF-MATCH OR WS-VRF-CAND-SUB NOT < 3.
009070 2200-PROBAR-ORIGEN-EXIT.
009080     EXIT.
009090*
009100******************************************************************
009110* 2300-PROBAR-DESTINO - THE ROW IS IN THE CURRENCY BEING
009120*                       CORRECTED, SO TRY IT AS A CONVERSION
009130*                       INTO IT FROM EACH OTHER CURRENCY ON THE
009140*                       RATE MASTER: DIVIDED INTO BASE AT THAT
009150*                       CURRENCY'S RATE AND MULTIPLIED OUT AT
009160*                       THE WRONG RATE. THE CORRECTED AMOUNT
009170*                       USES THE CORRECTED RATE ON THE WAY OUT.
009180******************************************************************
009190 2300-PROBAR-DESTINO.
009200     MOVE "N" TO WS-VRF-TO-BASE-SW.
009210     MOVE WS-BAD-RATE TO WS-VRF-TGT-RATE.
009220     MOVE WS-COR-RATE TO WS-NEW-TGT-RATE.
009230     MOVE ZERO TO WS-CURR-SUB.
009240     PERFORM 2310-PROBAR-MONEDA-ORIGEN
009250         THRU 2310-PROBAR-MONEDA-ORIGEN-EXIT
009260         UNTIL WS-VRF-MATCH OR WS-CURR-SUB NOT < WS-CURR-USED.
009270 2300-PROBAR-DESTINO-EXIT.
009280     EXIT.
009290*
009300 2310-PROBAR-MONEDA-ORIGEN.
009310     ADD 1 TO WS-CURR-SUB.
009320     IF WS-CURR-CODE(WS-CURR-SUB) = WS-COR-CURRENCY
009330         GO TO 2310-PROBAR-MONEDA-ORIGEN-EXIT
009340     END-IF.
009350     MOVE WS-CURR-CODE(WS-CURR-SUB) TO WS-RATE-CURRENCY.
009360     MOVE HIST-RUN-DATE             TO WS-RATE-DATE.
009370     PERFORM 5000-BUSCAR-TASA
009380         THRU 5000-BUSCAR-TASA-EXIT.
009390     IF NOT WS-RATE-FOUND
009400         GO TO 2310-PROBAR-MONEDA-ORIGEN-EXIT
009410     END-IF.
009420     MOVE WS-RATE-VALUE TO WS-VRF-SRC-RATE.
009430     MOVE WS-RATE-VALUE TO WS-NEW-SRC-RATE.
009440     MOVE ZERO TO WS-VRF-CAND-SUB.
009450     PERFORM 6300-PROBAR-CONVERSION
009460         THRU 6300-PROBAR-CONVERSION-EXIT
009470         UNTIL WS-VRF-MATCH OR WS-VRF-CAND-SUB NOT < 3.
009480 2310-PROBAR-MONEDA-ORIGEN-EXIT.
009490     EXIT.
009500*
009510******************************************************************
009520* 2400-GUARDAR-FILA - KEEP THE ROW'S KEY AND ITS BEFORE AND
009530*                     AFTER AMOUNTS FOR POSTING ONCE THE SCAN IS
009540*                     DONE. A FULL TABLE LEAVES THE ROW FOR A
009550*                     LATER RUN OVER THE SAME RANGE.
009560******************************************************************
009570 2400-GUARDAR-FILA.
009580     IF WS-COR-USED-CNT NOT < 500
009590         IF WS-ROWS-FULL-CNT = ZERO
009600             DISPLAY "Aviso: tabla de correcciones llena; las "
009610                 "filas restantes quedan para otra ejecucion."
009620         END-IF
009630         ADD 1 TO WS-ROWS-FULL-CNT
009640         SET WS-ANY-ERROR TO TRUE
009650         GO TO 2400-GUARDAR-FILA-EXIT
009660     END-IF.
009670     ADD 1 TO WS-COR-USED-CNT.
009680     MOVE HIST-RUN-DATE  TO WS-COR-DATE(WS-COR-USED-CNT).
009690     MOVE HIST-TRANS-SEQ TO WS-COR-SEQ(WS-COR-USED-CNT).
009700     MOVE HIST-RESULTADO TO WS-COR-BEFORE(WS-COR-USED-CNT).
009710     MOVE WS-NEW-VALUE   TO WS-COR-AFTER(WS-COR-USED-CNT).
009720     MOVE WS-BAD-RATE    TO WS-COR-BAD-RATE(WS-COR-USED-CNT).
009730 2400-GUARDAR-FILA-EXIT.
009740     EXIT.
009750*
009760******************************************************************
009770* 2900-WRITE-PAGE-HEADING - START A NEW PAGE: BUMP THE PAGE
009780*                           COUNT, PRINT THE TITLE AND RESET THE
009790*                           LINE COUNT.
009800******************************************************************
009810 2900-WRITE-PAGE-HEADING.
009820     ADD 1 TO WS-PAGE-CNT.
009830     MOVE WS-PAGE-CNT TO RPH-PAGE-NO.
009840     IF WS-PAGE-CNT > 1
009850         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
009860     END-IF.
009870     WRITE REPORT-OUT-REC FROM RPT-PAGE-HEADER-REC.
009880     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
009890     MOVE ZERO TO WS-LINE-CNT.
009900 2900-WRITE-PAGE-HEADING-EXIT.
009910     EXIT.
009920*
009930******************************************************************
009940* 3000-CORREGIR-FILAS - POST THE CORRECTION OF EVERY ROW KEPT BY
009950*                       THE SCAN, IN KEY ORDER.
009960******************************************************************
009970 3000-CORREGIR-FILAS.
009980     MOVE ZERO TO WS-COR-SUB.
009990     PERFORM 3100-CORREGIR-UNA
010000         THRU 3100-CORREGIR-UNA-EXIT
010010         UNTIL WS-COR-SUB NOT < WS-COR-USED-CNT.
010020 3000-CORREGIR-FILAS-EXIT.
010030     EXIT.
010040*
010050******************************************************************
010060* 3100-CORREGIR-UNA - RE-READ THE ORIGINAL ROW (IT MUST STILL BE
010070*                     AN UNREVERSED STATUS "0" ROW), POST ITS
010080*                     LINKED CONTRA ROW, MARK IT REVERSED, POST
010090*                     THE REPLACEMENT AT THE CORRECTED AMOUNT,
010100*                     LOG BOTH NEW ROWS AND PRINT THE LINE. A
010110*                     CONTRA THAT CANNOT BE WRITTEN LEAVES THE
010120*                     ORIGINAL UNTOUCHED.
010130******************************************************************
010140 3100-CORREGIR-UNA.
010150     ADD 1 TO WS-COR-SUB.
010160     MOVE ZERO   TO WS-CONTRA-SEQ.
010170     MOVE ZERO   TO WS-REPL-SEQ.
010180     MOVE SPACES TO RDL-FLAG.
010190     MOVE WS-COR-DATE(WS-COR-SUB) TO HIST-RUN-DATE.
010200     MOVE WS-COR-SEQ(WS-COR-SUB)  TO HIST-TRANS-SEQ.
010210     READ HISTORY-FILE
010220         INVALID KEY
010230             DISPLAY "Error: no existe la fila de historial "
010240                 WS-COR-DATE(WS-COR-SUB) "/"
010250                 WS-COR-SEQ(WS-COR-SUB) "."
010260             MOVE "NOT FOUND" TO RDL-FLAG
010270             GO TO 3100-CORREGIR-UNA-FALLO
010280     END-READ.
010290     IF NOT HIST-STATUS-OK
010300             OR HIST-RESULTADO NOT = WS-COR-BEFORE(WS-COR-SUB)
010310         DISPLAY "Error: la fila " WS-COR-DATE(WS-COR-SUB) "/"
010320             WS-COR-SEQ(WS-COR-SUB) " cambio durante la "
010330             "ejecucion; no se corrige."
010340         MOVE "CHANGED" TO RDL-FLAG
010350         GO TO 3100-CORREGIR-UNA-FALLO
010360     END-IF.
010370     MOVE HIST-OPERAND-1       TO WS-ORIG-OPERAND-1.
010380     MOVE HIST-OPERAND-2       TO WS-ORIG-OPERAND-2.
010390     MOVE HIST-OPERATION       TO WS-ORIG-OPERATION.
010400     MOVE HIST-CURRENCY-CODE   TO WS-ORIG-CURRENCY.
010410     MOVE HIST-ACCOUNT-CODE    TO WS-ORIG-ACCOUNT.
010420     MOVE HIST-SOURCE-BRANCH   TO WS-ORIG-BRANCH.
010430     MOVE HIST-SOURCE-BATCH-ID TO WS-ORIG-BATCH-ID.
010440     MOVE HIST-SOURCE-REC-NO   TO WS-ORIG-REC-NO.
010450     COMPUTE WS-CONTRA-RESULTADO =
010460         ZERO - WS-COR-BEFORE(WS-COR-SUB).
010470     ACCEPT WS-TIME-OF-DAY FROM TIME.
010480     PERFORM 9050-CONSTRUIR-TIMESTAMP
010490         THRU 9050-CONSTRUIR-TIMESTAMP-EXIT.
010500     PERFORM 3200-GRABAR-CONTRA
010510         THRU 3200-GRABAR-CONTRA-EXIT.
010520     IF WS-POST-FAILED
010530         MOVE "NOT POSTD" TO RDL-FLAG
010540         GO TO 3100-CORREGIR-UNA-FALLO
010550     END-IF.
010560     PERFORM 3300-MARCAR-ORIGINAL
010570         THRU 3300-MARCAR-ORIGINAL-EXIT.
010580     PERFORM 3500-BITACORA-CONTRA
010590         THRU 3500-BITACORA-CONTRA-EXIT.
010600     PERFORM 3400-GRABAR-REEMPLAZO
010610         THRU 3400-GRABAR-REEMPLAZO-EXIT.
010620     IF WS-POST-FAILED
010630         DISPLAY "Error: la fila " WS-COR-DATE(WS-COR-SUB) "/"
010640             WS-COR-SEQ(WS-COR-SUB) " quedo revertida sin "
010650             "reemplazo; registre el importe corregido a mano."
010660         MOVE "REV ONLY" TO RDL-FLAG
010670         GO TO 3100-CORREGIR-UNA-FALLO
010680     END-IF.
010690     PERFORM 3600-BITACORA-REEMPLAZO
010700         THRU 3600-BITACORA-REEMPLAZO-EXIT.
010710     PERFORM 4000-ACUMULAR-IMPACTO
010720         THRU 4000-ACUMULAR-IMPACTO-EXIT.
010730     ADD 1 TO WS-CORRECTED-CNT.
010740     MOVE "POSTED" TO RDL-FLAG.
010750     PERFORM 3700-LINEA-DETALLE
010760         THRU 3700-LINEA-DETALLE-EXIT.
010770     GO TO 3100-CORREGIR-UNA-EXIT.
010780 3100-CORREGIR-UNA-FALLO.
010790     ADD 1 TO WS-FAILED-CNT.
010800     SET WS-ANY-ERROR TO TRUE.
010810     PERFORM 3700-LINEA-DETALLE
010820         THRU 3700-LINEA-DETALLE-EXIT.
010830 3100-CORREGIR-UNA-EXIT.
010840     EXIT.
010850*
010860******************************************************************
010870* 3200-GRABAR-CONTRA - WRITE THE CONTRA ROW (STATUS "3") UNDER THE
010880*                      POSTING DATE, LINKED BACK TO THE ORIGINAL
010890*                      KEY, AS REVPOST DOES.
010900******************************************************************
010910 3200-GRABAR-CONTRA.
010920     PERFORM 9400-ASIGNAR-SECUENCIA
010930         THRU 9400-ASIGNAR-SECUENCIA-EXIT.
010940     MOVE SPACES                  TO HIST-REC.
010950     MOVE WS-HIST-RUN-DATE        TO HIST-RUN-DATE.
010960     MOVE WS-HIST-TRANS-SEQ       TO HIST-TRANS-SEQ.
010970     MOVE "RATECORR"              TO HIST-PROGRAM-NAME.
010980     MOVE LNK-OPERATOR-ID         TO HIST-OPERATOR-ID.
010990     MOVE WS-ORIG-OPERAND-1       TO HIST-OPERAND-1.
011000     MOVE WS-ORIG-OPERAND-2       TO HIST-OPERAND-2.
011010     MOVE WS-ORIG-OPERATION       TO HIST-OPERATION.
011020     MOVE WS-CONTRA-RESULTADO     TO HIST-RESULTADO.
011030     SET HIST-STATUS-REVERSAL     TO TRUE.
011040     MOVE WS-ORIG-CURRENCY        TO HIST-CURRENCY-CODE.
011050     MOVE WS-ORIG-BATCH-ID        TO HIST-SOURCE-BATCH-ID.
011060     MOVE ZERO                    TO HIST-SOURCE-REC-NO.
011070     MOVE WS-ORIG-ACCOUNT         TO HIST-ACCOUNT-CODE.
011080     MOVE WS-ORIG-BRANCH          TO HIST-SOURCE-BRANCH.
011090     MOVE WS-COR-DATE(WS-COR-SUB) TO HIST-LINK-DATE.
011100     MOVE WS-COR-SEQ(WS-COR-SUB)  TO HIST-LINK-SEQ.
011110     PERFORM 3800-ESCRIBIR-HISTORIAL
011120         THRU 3800-ESCRIBIR-HISTORIAL-EXIT.
011130     MOVE HIST-TRANS-SEQ TO WS-CONTRA-SEQ.
011140 3200-GRABAR-CONTRA-EXIT.
011150     EXIT.
011160*
011170******************************************************************
011180* 3300-MARCAR-ORIGINAL - RE-READ THE ORIGINAL ROW, MARK IT
011190*                        REVERSED (STATUS "2") AND LINK IT TO
011200*                        THE CONTRA ROW JUST WRITTEN.
011210******************************************************************
011220 3300-MARCAR-ORIGINAL.
011230     MOVE WS-COR-DATE(WS-COR-SUB) TO HIST-RUN-DATE.
011240     MOVE WS-COR-SEQ(WS-COR-SUB)  TO HIST-TRANS-SEQ.
011250     READ HISTORY-FILE
011260         INVALID KEY
011270             DISPLAY "Error: la fila original desaparecio "
011280                 "durante la correccion; estado " WS-HIST-STATUS
011290             SET WS-ANY-ERROR TO TRUE
011300             GO TO 3300-MARCAR-ORIGINAL-EXIT
011310     END-READ.
011320     SET HIST-STATUS-REVERSED TO TRUE.
011330     MOVE WS-HIST-RUN-DATE TO HIST-LINK-DATE.
011340     MOVE WS-CONTRA-SEQ    TO HIST-LINK-SEQ.
011350     REWRITE HIST-REC
011360         INVALID KEY
011370             DISPLAY "Error: no se pudo marcar la fila "
011380                 "original como revertida; estado "
011390                 WS-HIST-STATUS
011400             SET WS-ANY-ERROR TO TRUE
011410     END-REWRITE.
011420 3300-MARCAR-ORIGINAL-EXIT.
011430     EXIT.
011440*
011450******************************************************************
011460* 3400-GRABAR-REEMPLAZO - WRITE THE REPLACEMENT ROW (STATUS "0")
011470*                         AT THE CORRECTED AMOUNT UNDER THE
011480*                         POSTING DATE, LINKED TO THE ORIGINAL
011490*                         IT REPLACES.
011500******************************************************************
011510 3400-GRABAR-REEMPLAZO.
011520     PERFORM 9400-ASIGNAR-SECUENCIA
011530         THRU 9400-ASIGNAR-SECUENCIA-EXIT.
011540     MOVE SPACES                  TO HIST-REC.
011550     MOVE WS-HIST-RUN-DATE        TO HIST-RUN-DATE.
011560     MOVE WS-HIST-TRANS-SEQ       TO HIST-TRANS-SEQ.
011570     MOVE "RATECORR"              TO HIST-PROGRAM-NAME.
011580     MOVE LNK-OPERATOR-ID         TO HIST-OPERATOR-ID.
011590     MOVE ZERO                    TO HIST-OPERAND-1.
011600     MOVE WS-COR-AFTER(WS-COR-SUB) TO HIST-OPERAND-2.
011610     MOVE "S"                     TO HIST-OPERATION.
011620     MOVE WS-COR-AFTER(WS-COR-SUB) TO HIST-RESULTADO.
011630     SET HIST-STATUS-OK           TO TRUE.
011640     MOVE WS-ORIG-CURRENCY        TO HIST-CURRENCY-CODE.
011650     MOVE WS-ORIG-BATCH-ID        TO HIST-SOURCE-BATCH-ID.
011660     MOVE WS-ORIG-REC-NO          TO HIST-SOURCE-REC-NO.
011670     MOVE WS-ORIG-ACCOUNT         TO HIST-ACCOUNT-CODE.
011680     MOVE WS-ORIG-BRANCH          TO HIST-SOURCE-BRANCH.
011690     MOVE WS-COR-DATE(WS-COR-SUB) TO HIST-LINK-DATE.
011700     MOVE WS-COR-SEQ(WS-COR-SUB)  TO HIST-LINK-SEQ.
011710     PERFORM 3800-ESCRIBIR-HISTORIAL
011720         THRU 3800-ESCRIBIR-HISTORIAL-EXIT.
011730     MOVE HIST-TRANS-SEQ TO WS-REPL-SEQ.
011740 3400-GRABAR-REEMPLAZO-EXIT.
011750     EXIT.
011760*
011770******************************************************************
011780* 3500-BITACORA-CONTRA - APPEND THE CONTRA ROW'S AUDIT RECORD
011790*                        (STATUS "3") SO COBOL4 REPORTS IT WITH
011800*                        THE DAY'S REVERSALS.
011810******************************************************************
011820 3500-BITACORA-CONTRA.
011830     MOVE SPACES              TO AUDIT-LOG-REC.
011840     MOVE WS-RUN-TIMESTAMP    TO AUD-TIMESTAMP.
011850     MOVE "RATECORR"          TO AUD-PROGRAM-NAME.
011860     MOVE LNK-OPERATOR-ID     TO AUD-OPERATOR-ID.
011870     MOVE WS-ORIG-OPERAND-1   TO AUD-OPERAND-1.
011880     MOVE WS-ORIG-OPERAND-2   TO AUD-OPERAND-2.
011890     MOVE WS-ORIG-OPERATION   TO AUD-OPERATION.
011900     MOVE WS-CONTRA-RESULTADO TO AUD-RESULTADO.
011910     SET AUD-STATUS-REVERSAL  TO TRUE.
011920     MOVE WS-ORIG-CURRENCY    TO AUD-CURRENCY-CODE.
011930     MOVE WS-ORIG-BATCH-ID    TO AUD-SOURCE-BATCH-ID.
011940     MOVE ZERO                TO AUD-SOURCE-REC-NO.
011950     MOVE WS-ORIG-ACCOUNT     TO AUD-ACCOUNT-CODE.
011960     MOVE WS-ORIG-BRANCH      TO AUD-SOURCE-BRANCH.
011962     MOVE WS-HIST-RUN-DATE        TO AUD-HIST-RUN-DATE.
011964     MOVE WS-CONTRA-SEQ           TO AUD-HIST-TRANS-SEQ.
011966     MOVE WS-COR-DATE(WS-COR-SUB) TO AUD-LINK-DATE.
011968     MOVE WS-COR-SEQ(WS-COR-SUB)  TO AUD-LINK-SEQ.
011970     WRITE AUDIT-LOG-REC.
011980 3500-BITACORA-CONTRA-EXIT.
011990     EXIT.
012000*
012010******************************************************************
012020* 3600-BITACORA-REEMPLAZO - APPEND THE REPLACEMENT ROW'S AUDIT
012030*                           RECORD (STATUS "0") SO COBOL4 AND
012040*                           ACCTPOST SEE IT WITH THE DAY'S WORK.
012050******************************************************************
012060 3600-BITACORA-REEMPLAZO.
012070     MOVE SPACES                   TO AUDIT-LOG-REC.
012080     MOVE WS-RUN-TIMESTAMP         TO AUD-TIMESTAMP.
012090     MOVE "RATECORR"               TO AUD-PROGRAM-NAME.
012100     MOVE LNK-OPERATOR-ID          TO AUD-OPERATOR-ID.
012110     MOVE ZERO                     TO AUD-OPERAND-1.
012120     MOVE WS-COR-AFTER(WS-COR-SUB) TO AUD-OPERAND-2.
012130     MOVE "S"                      TO AUD-OPERATION.
012140     MOVE WS-COR-AFTER(WS-COR-SUB) TO AUD-RESULTADO.
012150     SET AUD-STATUS-OK             TO TRUE.
012160     MOVE WS-ORIG-CURRENCY         TO AUD-CURRENCY-CODE.
012170     MOVE WS-ORIG-BATCH-ID         TO AUD-SOURCE-BATCH-ID.
012180     MOVE WS-ORIG-REC-NO           TO AUD-SOURCE-REC-NO.
012190     MOVE WS-ORIG-ACCOUNT          TO AUD-ACCOUNT-CODE.
012200     MOVE WS-ORIG-BRANCH           TO AUD-SOURCE-BRANCH.
012202     MOVE WS-HIST-RUN-DATE        TO AUD-HIST-RUN-DATE.
012204     MOVE WS-REPL-SEQ             TO AUD-HIST-TRANS-SEQ.
012206     MOVE WS-COR-DATE(WS-COR-SUB) TO AUD-LINK-DATE.
012208     MOVE WS-COR-SEQ(WS-COR-SUB)  TO AUD-LINK-SEQ.
012210     WRITE AUDIT-LOG-REC.
012220 3600-BITACORA-REEMPLAZO-EXIT.
012230     EXIT.
012240*
012250******************************************************************
012260* 3700-LINEA-DETALLE - PRINT THE ROW'S BEFORE AND AFTER AMOUNTS,
012270*                      THE WRONG RATE, THE NEW SEQUENCES AND
012280*                      THE OUTCOME.
012290******************************************************************
012300 3700-LINEA-DETALLE.
012310     IF WS-LINE-CNT NOT < WS-MAX-LINES
012320         PERFORM 2900-WRITE-PAGE-HEADING
012330             THRU 2900-WRITE-PAGE-HEADING-EXIT
012340         WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC
012350         ADD 1 TO WS-LINE-CNT
012360     END-IF.
012370     COMPUTE WS-ROW-DIFF = WS-COR-AFTER(WS-COR-SUB)
012380         - WS-COR-BEFORE(WS-COR-SUB).
012390     MOVE WS-COR-DATE(WS-COR-SUB)     TO RDL-ORIG-DATE.
012400     MOVE WS-COR-SEQ(WS-COR-SUB)      TO RDL-ORIG-SEQ.
012410     MOVE WS-ORIG-BRANCH              TO RDL-BRANCH.
012420     MOVE WS-ORIG-ACCOUNT             TO RDL-ACCOUNT.
012430     MOVE WS-ORIG-CURRENCY            TO RDL-CURRENCY.
012440     MOVE WS-COR-BEFORE(WS-COR-SUB)   TO RDL-BEFORE.
012450     MOVE WS-COR-AFTER(WS-COR-SUB)    TO RDL-AFTER.
012460     MOVE WS-ROW-DIFF                 TO RDL-DIFF.
012470     MOVE WS-COR-BAD-RATE(WS-COR-SUB) TO RDL-BAD-RATE.
012480     MOVE WS-CONTRA-SEQ               TO RDL-CONTRA-SEQ.
012490     MOVE WS-REPL-SEQ                 TO RDL-REPL-SEQ.
012500     WRITE REPORT-OUT-REC FROM RPT-DETAIL-LINE-REC.
012510     ADD 1 TO WS-LINE-CNT.
012520 3700-LINEA-DETALLE-EXIT.
012530     EXIT.
012540*
012550******************************************************************
012560* 3800-ESCRIBIR-HISTORIAL - WRITE THE HISTORY ROW THE CALLER
012570*                           BUILT, RE-ALLOCATING THE SEQUENCE ON
012580*                           A DUPLICATE KEY LIKE THE CALCULATORS
012590*                           DO. A WRITE THAT STILL FAILS AFTER
012600*                           THE RETRIES SETS WS-POST-FAILED.
012610******************************************************************
012620 3800-ESCRIBIR-HISTORIAL.
012630     MOVE "N" TO WS-POST-FAIL-SW.
012640     MOVE ZERO TO WS-WRITE-RETRY-CTR.
012650 3850-INTENTAR-HISTORIAL.
012660     WRITE HIST-REC
012670         INVALID KEY
012680             ADD 1 TO WS-WRITE-RETRY-CTR
012690             IF WS-WRITE-RETRY-CTR NOT > 5
012700                 DISPLAY "Aviso: clave de historial en uso "
012710                     "(estado " WS-HIST-STATUS "); se asigna "
012720                     "otra secuencia y se reintenta."
012730                 PERFORM 9400-ASIGNAR-SECUENCIA
012740                     THRU 9400-ASIGNAR-SECUENCIA-EXIT
012750                 MOVE WS-HIST-TRANS-SEQ TO HIST-TRANS-SEQ
012760                 GO TO 3850-INTENTAR-HISTORIAL
012770             ELSE
012780                 DISPLAY "Error: no se pudo grabar la fila de "
012790                     "correccion tras varios reintentos; "
012800                     "estado " WS-HIST-STATUS
012810                 SET WS-POST-FAILED TO TRUE
012820             END-IF
012830     END-WRITE.
012840 3800-ESCRIBIR-HISTORIAL-EXIT.
012850     EXIT.
012860*
012870******************************************************************
012880* 4000-ACUMULAR-IMPACTO - ADD THE CORRECTED ROW'S BEFORE AND
012890*                         AFTER AMOUNTS TO ITS BRANCH, ACCOUNT
012900*                         AND CURRENCY ENTRY, INSERTING THE
012910*                         ENTRY IN KEY ORDER ON FIRST USE. A
012920*                         FULL TABLE LEAVES THE ROW OUT OF THE
012930*                         IMPACT SUMMARY ONLY.
012940******************************************************************
012950 4000-ACUMULAR-IMPACTO.
012960     IF WS-ORIG-BRANCH = SPACES
012970         MOVE "----" TO WS-ROW-BRANCH
012980     ELSE
012990         MOVE WS-ORIG-BRANCH TO WS-ROW-BRANCH
013000     END-IF.
013010     IF WS-ORIG-ACCOUNT = SPACES
013020         MOVE "*NOACCT*" TO WS-ROW-ACCOUNT
013030     ELSE
013040         MOVE WS-ORIG-ACCOUNT TO WS-ROW-ACCOUNT
013050     END-IF.
013060     IF WS-ORIG-CURRENCY = SPACES
013070         MOVE "USD" TO WS-ROW-CURRENCY
013080     ELSE
013090         MOVE WS-ORIG-CURRENCY TO WS-ROW-CURRENCY
013100     END-IF.
013110     MOVE "N" TO WS-IMP-FOUND-SW.
013120     MOVE "N" TO WS-IMP-POS-SW.
013130     MOVE 1 TO WS-IMP-SUB.
013140     PERFORM 4100-COMPARAR-IMPACTO
013150         THRU 4100-COMPARAR-IMPACTO-EXIT
013160         UNTIL WS-IMP-FOUND OR WS-IMP-POS-FOUND
013170             OR WS-IMP-SUB > WS-IMP-USED-CNT.
013180     IF NOT WS-IMP-FOUND
013190         IF WS-IMP-USED-CNT NOT < 200
013200             IF WS-IMP-FULL-CNT = ZERO
013210                 DISPLAY "Aviso: tabla de impacto llena; las "
013220                     "sucursales y cuentas adicionales no "
013230                     "figuran en el resumen."
013240             END-IF
013250             ADD 1 TO WS-IMP-FULL-CNT
013260             SET WS-ANY-ERROR TO TRUE
013270             GO TO 4000-ACUMULAR-IMPACTO-EXIT
013280         END-IF
013290         MOVE WS-IMP-USED-CNT TO WS-SHIFT-SUB
013300         PERFORM 4200-DESPLAZAR-IMPACTO
013310             THRU 4200-DESPLAZAR-IMPACTO-EXIT
013320             UNTIL WS-SHIFT-SUB < WS-IMP-SUB
013330         ADD 1 TO WS-IMP-USED-CNT
013340         MOVE WS-ROW-KEY TO WS-IMP-KEY(WS-IMP-SUB)
013350         MOVE ZERO TO WS-IMP-ROWS(WS-IMP-SUB)
013360         MOVE ZERO TO WS-IMP-BEFORE(WS-IMP-SUB)
013370         MOVE ZERO TO WS-IMP-AFTER(WS-IMP-SUB)
013380     END-IF.
013390     ADD 1 TO WS-IMP-ROWS(WS-IMP-SUB).
013400     ADD WS-COR-BEFORE(WS-COR-SUB) TO WS-IMP-BEFORE(WS-IMP-SUB).
013410     ADD WS-COR-AFTER(WS-COR-SUB)  TO WS-IMP-AFTER(WS-IMP-SUB).
013420 4000-ACUMULAR-IMPACTO-EXIT.
013430     EXIT.
013440*
013450 4100-COMPARAR-IMPACTO.
013460     IF WS-IMP-KEY(WS-IMP-SUB) = WS-ROW-KEY
013470         SET WS-IMP-FOUND TO TRUE
013480     ELSE
013490         IF WS-IMP-KEY(WS-IMP-SUB) > WS-ROW-KEY
013500             SET WS-IMP-POS-FOUND TO TRUE
013510         ELSE
013520             ADD 1 TO WS-IMP-SUB
013530         END-IF
013540     END-IF.
013550 4100-COMPARAR-IMPACTO-EXIT.
013560     EXIT.
013570*
013580 4200-DESPLAZAR-IMPACTO.
013590     COMPUTE WS-SHIFT-NEXT = WS-SHIFT-SUB + 1.
013600     MOVE WS-IMP-ENTRY(WS-SHIFT-SUB)
013610         TO WS-IMP-ENTRY(WS-SHIFT-NEXT).
013620     SUBTRACT 1 FROM WS-SHIFT-SUB.
013630 4200-DESPLAZAR-IMPACTO-EXIT.
013640     EXIT.
013650*
013660******************************************************************
013670* 5000-BUSCAR-TASA - FIND THE RATE OF WS-RATE-CURRENCY IN EFFECT
013680*                    ON WS-RATE-DATE (THE LATEST ROW EFFECTIVE
013690*                    ON OR BEFORE IT) AND SET WS-RATE-VALUE,
013700*                    WS-RATE-EFF-DATE AND WS-RATE-FOUND.
013710******************************************************************
013720 5000-BUSCAR-TASA.
013730     MOVE "N"  TO WS-RATE-FOUND-SW.
013740     MOVE ZERO TO WS-RATE-VALUE.
013750     MOVE ZERO TO WS-RATE-EFF-DATE.
013760     MOVE WS-RATE-CURRENCY TO RATE-CURRENCY-CODE.
013770     MOVE WS-RATE-DATE     TO RATE-EFF-DATE.
013780     START RATE-MASTER-FILE KEY IS NOT GREATER THAN RATE-KEY
013790         INVALID KEY
013800             GO TO 5000-BUSCAR-TASA-EXIT
013810     END-START.
013820     READ RATE-MASTER-FILE NEXT RECORD
013830         AT END
013840             GO TO 5000-BUSCAR-TASA-EXIT
013850     END-READ.
013860     IF RATE-CURRENCY-CODE = WS-RATE-CURRENCY
013870             AND RATE-RATE-USABLE
013880         SET WS-RATE-FOUND TO TRUE
013890         MOVE RATE-UNITS-PER-BASE TO WS-RATE-VALUE
013900         MOVE RATE-EFF-DATE       TO WS-RATE-EFF-DATE
013910     END-IF.
013920 5000-BUSCAR-TASA-EXIT.
013930     EXIT.
013940*
013950******************************************************************
013960* 5100-TASA-ERRONEA - SET WS-BAD-IN-RANGE AND WS-BAD-RATE WHEN
013970*                     THE RATE OF THE CURRENCY IN EFFECT ON THE
013980*                     ROW'S RUN DATE IS ONE OF THE WRONG RATE
013990*                     ROWS OF THE RANGE. THE ANSWER FOR THE LAST
014000*                     RUN DATE IS KEPT.
014010******************************************************************
014020 5100-TASA-ERRONEA.
014030     IF HIST-RUN-DATE = WS-BAD-DATE
014040         GO TO 5100-TASA-ERRONEA-EXIT
014050     END-IF.
014060     MOVE HIST-RUN-DATE TO WS-BAD-DATE.
014070     MOVE "N"  TO WS-BAD-SW.
014080     MOVE ZERO TO WS-BAD-RATE.
014090     MOVE WS-COR-CURRENCY TO WS-RATE-CURRENCY.
014100     MOVE HIST-RUN-DATE   TO WS-RATE-DATE.
014110     PERFORM 5000-BUSCAR-TASA
014120         THRU 5000-BUSCAR-TASA-EXIT.
014130     IF WS-RATE-FOUND
014140             AND WS-RATE-EFF-DATE NOT < WS-FROM-DATE
014150             AND WS-RATE-EFF-DATE NOT > WS-TO-DATE
014160         SET WS-BAD-IN-RANGE TO TRUE
014170         MOVE WS-RATE-VALUE TO WS-BAD-RATE
014180     END-IF.
014190 5100-TASA-ERRONEA-EXIT.
014200     EXIT.
014210*
014220******************************************************************
014230* 6100-RECALCULAR - RECOMPUTE THE ROW'S OPERATION FROM ITS
014240*                   OPERANDS INTO THE THREE CANDIDATES THE
014250*                   CALCULATORS CAN HAVE STORED: ROUNDED, ROUNDED
014260*                   FROM FOUR DECIMALS, AND TRUNCATED.
014270******************************************************************
014280 6100-RECALCULAR.
014290     MOVE "N" TO WS-VRF-CALC-SW.
014300     MOVE "N" TO WS-VRF-BAD-OP-SW.
014310     EVALUATE HIST-OPERATION
014320         WHEN "A"
014330             COMPUTE WS-VRF-CAND(1) ROUNDED =
014340                 HIST-OPERAND-1 + HIST-OPERAND-2
014350                 ON SIZE ERROR
014360                     SET WS-VRF-CALC-FAILED TO TRUE
014370             END-COMPUTE
014380             COMPUTE WS-VRF-LONG ROUNDED =
014390                 HIST-OPERAND-1 + HIST-OPERAND-2
014400                 ON SIZE ERROR
014410                     SET WS-VRF-CALC-FAILED TO TRUE
014420             END-COMPUTE
014430         WHEN "S"
014440             COMPUTE WS-VRF-CAND(1) ROUNDED =
014450                 HIST-OPERAND-2 - HIST-OPERAND-1
014460                 ON SIZE ERROR
014470                     SET WS-VRF-CALC-FAILED TO TRUE
014480             END-COMPUTE
014490             COMPUTE WS-VRF-LONG ROUNDED =
014500                 HIST-OPERAND-2 - HIST-OPERAND-1
014510                 ON SIZE ERROR
014520                     SET WS-VRF-CALC-FAILED TO TRUE
014530             END-COMPUTE
014540         WHEN "M"
014550             COMPUTE WS-VRF-CAND(1) ROUNDED =
014560                 HIST-OPERAND-1 * HIST-OPERAND-2
014570                 ON SIZE ERROR
014580                     SET WS-VRF-CALC-FAILED TO TRUE
014590             END-COMPUTE
014600             COMPUTE WS-VRF-LONG ROUNDED =
014610                 HIST-OPERAND-1 * HIST-OPERAND-2
014620                 ON SIZE ERROR
014630                     SET WS-VRF-CALC-FAILED TO TRUE
014640             END-COMPUTE
014650         WHEN "D"
014660             IF HIST-OPERAND-2 = ZERO
014670                 SET WS-VRF-CALC-FAILED TO TRUE
014680             ELSE
014690                 COMPUTE WS-VRF-CAND(1) ROUNDED =
014700                     HIST-OPERAND-1 / HIST-OPERAND-2
014710                     ON SIZE ERROR
014720                         SET WS-VRF-CALC-FAILED TO TRUE
014730                 END-COMPUTE
014740                 COMPUTE WS-VRF-LONG ROUNDED =
014750                     HIST-OPERAND-1 / HIST-OPERAND-2
014760                     ON SIZE ERROR
014770                         SET WS-VRF-CALC-FAILED TO TRUE
014780                 END-COMPUTE
014790             END-IF
014800         WHEN "P"
014810             COMPUTE WS-VRF-CAND(1) ROUNDED =
014820                 HIST-OPERAND-1 * HIST-OPERAND-2 / 100
014830                 ON SIZE ERROR
014840                     SET WS-VRF-CALC-FAILED TO TRUE
014850             END-COMPUTE
014860             COMPUTE WS-VRF-LONG ROUNDED =
014870                 HIST-OPERAND-1 * HIST-OPERAND-2 / 100
014880                 ON SIZE ERROR
014890                     SET WS-VRF-CALC-FAILED TO TRUE
014900             END-COMPUTE
014910         WHEN "U"
014920             COMPUTE WS-VRF-CAND(1) ROUNDED = HIST-OPERAND-2
014930                 + (HIST-OPERAND-2 * HIST-OPERAND-1 / 100)
014940                 ON SIZE ERROR
014950                     SET WS-VRF-CALC-FAILED TO TRUE
014960             END-COMPUTE
014970             COMPUTE WS-VRF-LONG ROUNDED = HIST-OPERAND-2
014980                 + (HIST-OPERAND-2 * HIST-OPERAND-1 / 100)
014990                 ON SIZE ERROR
015000                     SET WS-VRF-CALC-FAILED TO TRUE
015010             END-COMPUTE
015020         WHEN "I"
015030             IF HIST-OPERAND-2 = ZERO
015040                 SET WS-VRF-CALC-FAILED TO TRUE
015050             ELSE
015060                 DIVIDE HIST-OPERAND-1 BY HIST-OPERAND-2
015070                     GIVING WS-VRF-QUOT
015080                     ON SIZE ERROR
015090                         SET WS-VRF-CALC-FAILED TO TRUE
015100                 END-DIVIDE
015110                 MOVE WS-VRF-QUOT TO WS-VRF-CAND(1)
015120                 MOVE WS-VRF-QUOT TO WS-VRF-LONG
015130             END-IF
015140         WHEN "E"
015150             COMPUTE WS-VRF-EXP = HIST-OPERAND-2
015160                 ON SIZE ERROR
015170                     SET WS-VRF-CALC-FAILED TO TRUE
015180             END-COMPUTE
015190             IF WS-VRF-EXP < 0
015200                 SET WS-VRF-CALC-FAILED TO TRUE
015210             END-IF
015220             IF NOT WS-VRF-CALC-FAILED
015230                 COMPUTE WS-VRF-CAND(1) ROUNDED =
015240                     HIST-OPERAND-1 ** WS-VRF-EXP
015250                     ON SIZE ERROR
015260                         SET WS-VRF-CALC-FAILED TO TRUE
015270                 END-COMPUTE
015280                 COMPUTE WS-VRF-LONG ROUNDED =
015290                     HIST-OPERAND-1 ** WS-VRF-EXP
015300                     ON SIZE ERROR
015310                         SET WS-VRF-CALC-FAILED TO TRUE
015320                 END-COMPUTE
015330             END-IF
015340         WHEN OTHER
015350             SET WS-VRF-BAD-OP TO TRUE
015360     END-EVALUATE.
015370     IF WS-VRF-CALC-FAILED OR WS-VRF-BAD-OP
015380         GO TO 6100-RECALCULAR-EXIT
015390     END-IF.
015400     COMPUTE WS-VRF-CAND(2) ROUNDED = WS-VRF-LONG.
015410     COMPUTE WS-VRF-CAND(3) = WS-VRF-LONG.
015420 6100-RECALCULAR-EXIT.
015430     EXIT.
015440*
015450******************************************************************
015460* 6200-PROBAR-CANDIDATO - ROUND THE NEXT CANDIDATE TO THE ROW'S
015470*                         CURRENCY DECIMALS AND COMPARE IT WITH
015480*                         THE STORED RESULTADO (A ROW THAT
015490*                         MATCHES WAS NOT CONVERTED).
015500******************************************************************
015510 6200-PROBAR-CANDIDATO.
015520     ADD 1 TO WS-VRF-CAND-SUB.
015530     MOVE WS-VRF-CAND(WS-VRF-CAND-SUB) TO WS-VRF-VALUE.
015540     PERFORM 6400-AJUSTAR-DECIMALES
015550         THRU 6400-AJUSTAR-DECIMALES-EXIT.
015560     IF WS-VRF-VALUE = HIST-RESULTADO
015570         SET WS-VRF-MATCH TO TRUE
015580     END-IF.
015590 6200-PROBAR-CANDIDATO-EXIT.
015600     EXIT.
015610*
015620******************************************************************
015630* 6300-PROBAR-CONVERSION - CONVERT THE NEXT CANDIDATE AT THE
015640*                          RATES IN WS-VRF-SRC-RATE AND, UNLESS
015650*                          THE ROW IS IN BASE, WS-VRF-TGT-RATE,
015660*                          AND COMPARE IT WITH THE STORED
015670*                          RESULTADO. ON A MATCH THE SAME
015680*                          CANDIDATE IS CONVERTED AGAIN AT THE
015690*                          WS-NEW- RATES INTO WS-NEW-VALUE.
015700******************************************************************
015710 6300-PROBAR-CONVERSION.
015720     ADD 1 TO WS-VRF-CAND-SUB.
015730     DIVIDE WS-VRF-CAND(WS-VRF-CAND-SUB) BY WS-VRF-SRC-RATE
015740         GIVING WS-VRF-BASE ROUNDED
015750         ON SIZE ERROR
015760             GO TO 6300-PROBAR-CONVERSION-EXIT
015770     END-DIVIDE.
015780     IF WS-VRF-TO-BASE
015790         MOVE WS-VRF-BASE TO WS-VRF-VALUE
015800     ELSE
015810         MULTIPLY WS-VRF-BASE BY WS-VRF-TGT-RATE
015820             GIVING WS-VRF-VALUE ROUNDED
015830             ON SIZE ERROR
015840                 GO TO 6300-PROBAR-CONVERSION-EXIT
015850         END-MULTIPLY
015860     END-IF.
015870     PERFORM 6400-AJUSTAR-DECIMALES
015880         THRU 6400-AJUSTAR-DECIMALES-EXIT.
015890     IF WS-VRF-VALUE NOT = HIST-RESULTADO
015900         GO TO 6300-PROBAR-CONVERSION-EXIT
015910     END-IF.
015920     SET WS-VRF-MATCH TO TRUE.
015930     MOVE "N" TO WS-NEW-FAIL-SW.
015940     DIVIDE WS-VRF-CAND(WS-VRF-CAND-SUB) BY WS-NEW-SRC-RATE
015950         GIVING WS-VRF-BASE ROUNDED
015960         ON SIZE ERROR
015970             SET WS-NEW-FAILED TO TRUE
015980             GO TO 6300-PROBAR-CONVERSION-EXIT
015990     END-DIVIDE.
016000     IF WS-VRF-TO-BASE
016010         MOVE WS-VRF-BASE TO WS-VRF-VALUE
016020     ELSE
016030         MULTIPLY WS-VRF-BASE BY WS-NEW-TGT-RATE
016040             GIVING WS-VRF-VALUE ROUNDED
016050             ON SIZE ERROR
016060                 SET WS-NEW-FAILED TO TRUE
016070                 GO TO 6300-PROBAR-CONVERSION-EXIT
016080         END-MULTIPLY
016090     END-IF.
016100     PERFORM 6400-AJUSTAR-DECIMALES
016110         THRU 6400-AJUSTAR-DECIMALES-EXIT.
016120     IF WS-VRF-VALUE > 999999999.99
016130             OR WS-VRF-VALUE < -999999999.99
016140         SET WS-NEW-FAILED TO TRUE
016150     END-IF.
016160     MOVE WS-VRF-VALUE TO WS-NEW-VALUE.
016170 6300-PROBAR-CONVERSION-EXIT.
016180     EXIT.
016190*
016200******************************************************************
016210* 6400-AJUSTAR-DECIMALES - ROUND WS-VRF-VALUE TO WS-VRF-DP
016220*                          DECIMAL PLACES, AS THE CALCULATORS
016230*                          ROUND EACH RESULT TO ITS OUTPUT
016240*                          CURRENCY.
016250******************************************************************
016260 6400-AJUSTAR-DECIMALES.
016270     IF WS-VRF-DP = 2
016280         GO TO 6400-AJUSTAR-DECIMALES-EXIT
016290     END-IF.
016300     IF WS-VRF-DP = 0
016310         COMPUTE WS-VRF-ENTERO ROUNDED = WS-VRF-VALUE
016320         MOVE WS-VRF-ENTERO TO WS-VRF-VALUE
016330     ELSE
016340         COMPUTE WS-VRF-ENTERO ROUNDED = WS-VRF-VALUE * 10
016350         COMPUTE WS-VRF-VALUE = WS-VRF-ENTERO / 10
016360     END-IF.
016370 6400-AJUSTAR-DECIMALES-EXIT.
016380     EXIT.
016390*
016400******************************************************************
016410* 6500-BUSCAR-DECIMALES - SET WS-VRF-DP TO THE DECIMAL PLACES OF
016420*                         WS-VRF-CUR; UNCHANGED WHEN THE CODE IS
016430*                         NOT ON THE RATE MASTER, SO THE CALLER
016440*                         PRESETS THE DEFAULT.
016450******************************************************************
016460 6500-BUSCAR-DECIMALES.
016470     MOVE ZERO TO WS-CURR-SUB.
016480     PERFORM 6510-COMPARAR-MONEDA
016490         THRU 6510-COMPARAR-MONEDA-EXIT
016500         UNTIL WS-CURR-SUB NOT < WS-CURR-USED.
016510 6500-BUSCAR-DECIMALES-EXIT.
016520     EXIT.
016530*
016540 6510-COMPARAR-MONEDA.
016550     ADD 1 TO WS-CURR-SUB.
016560     IF WS-CURR-CODE(WS-CURR-SUB) = WS-VRF-CUR
016570         MOVE WS-CURR-DP(WS-CURR-SUB) TO WS-VRF-DP
016580         MOVE WS-CURR-USED TO WS-CURR-SUB
016590     END-IF.
016600 6510-COMPARAR-MONEDA-EXIT.
016610     EXIT.
016620*
016630******************************************************************
016640* 7000-IMPRIMIR-IMPACTO - PRINT THE BEFORE/AFTER IMPACT OF THE
016650*                         ROWS CORRECTED BY BRANCH, ACCOUNT AND
016660*                         CURRENCY, THEN THE RUN'S COUNTS.
016670******************************************************************
016680 7000-IMPRIMIR-IMPACTO.
016690     IF WS-LINE-CNT + 5 > WS-MAX-LINES
016700         PERFORM 2900-WRITE-PAGE-HEADING
016710             THRU 2900-WRITE-PAGE-HEADING-EXIT
016720     ELSE
016730         WRITE REPORT-OUT-REC FROM RPT-BLANK-REC
016740     END-IF.
016750     WRITE REPORT-OUT-REC FROM RPT-IMPACT-TITLE-REC.
016760     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
016770     WRITE REPORT-OUT-REC FROM RPT-IMPACT-HEADER-REC.
016780     ADD 4 TO WS-LINE-CNT.
016790     MOVE ZERO TO WS-IMP-SUB.
016800     PERFORM 7100-LINEA-IMPACTO
016810         THRU 7100-LINEA-IMPACTO-EXIT
016820         UNTIL WS-IMP-SUB NOT < WS-IMP-USED-CNT.
016830     MOVE WS-ROWS-EXAM-CNT TO RGT-EXAM-CNT.
016840     MOVE WS-CORRECTED-CNT TO RGT-CORR-CNT.
016850     COMPUTE RGT-FAIL-CNT = WS-FAILED-CNT + WS-ROWS-BIG-CNT.
016860     MOVE WS-ROWS-UNCH-CNT TO RGT-UNCH-CNT.
016870     MOVE WS-ROWS-FULL-CNT TO RGT-FULL-CNT.
016880     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
016890     WRITE REPORT-OUT-REC FROM RPT-GRAND-TOTAL-REC.
016900 7000-IMPRIMIR-IMPACTO-EXIT.
016910     EXIT.
016920*
016930 7100-LINEA-IMPACTO.
016940     ADD 1 TO WS-IMP-SUB.
016950     IF WS-LINE-CNT NOT < WS-MAX-LINES
016960         PERFORM 2900-WRITE-PAGE-HEADING
016970             THRU 2900-WRITE-PAGE-HEADING-EXIT
016980         WRITE REPORT-OUT-REC FROM RPT-IMPACT-HEADER-REC
016990         ADD 1 TO WS-LINE-CNT
017000     END-IF.
017010     COMPUTE WS-IMP-DIFF = WS-IMP-AFTER(WS-IMP-SUB)
017020         - WS-IMP-BEFORE(WS-IMP-SUB).
017030     MOVE WS-IMP-BRANCH(WS-IMP-SUB)   TO RIL-BRANCH.
017040     MOVE WS-IMP-ACCOUNT(WS-IMP-SUB)  TO RIL-ACCOUNT.
017050     MOVE WS-IMP-CURRENCY(WS-IMP-SUB) TO RIL-CURRENCY.
017060     MOVE WS-IMP-ROWS(WS-IMP-SUB)     TO RIL-ROWS.
017070     MOVE WS-IMP-BEFORE(WS-IMP-SUB)   TO RIL-BEFORE.
017080     MOVE WS-IMP-AFTER(WS-IMP-SUB)    TO RIL-AFTER.
017090     MOVE WS-IMP-DIFF                 TO RIL-DIFF.
017100     WRITE REPORT-OUT-REC FROM RPT-IMPACT-LINE-REC.
017110     ADD 1 TO WS-LINE-CNT.
017120 7100-LINEA-IMPACTO-EXIT.
017130     EXIT.
017140*
017150******************************************************************
017160* 8000-TERMINATE - REPORT THE COUNTS, CLOSE THE FILES AND SET
017170*                  THE RETURN CODE.
017180******************************************************************
017190 8000-TERMINATE.
017200     MOVE WS-ROWS-EXAM-CNT TO WS-CNT-ED.
017210     DISPLAY "RATECORR: filas bajo la tasa erronea " WS-CNT-ED.
017220     MOVE WS-CORRECTED-CNT TO WS-CNT-ED.
017230     DISPLAY "RATECORR: filas corregidas " WS-CNT-ED
017240         " el " WS-HIST-RUN-DATE ".".
017250     IF WS-FAILED-CNT > ZERO OR WS-ROWS-BIG-CNT > ZERO
017260         COMPUTE WS-CNT-ED = WS-FAILED-CNT + WS-ROWS-BIG-CNT
017270         DISPLAY "Aviso: " WS-CNT-ED " fila(s) no se pudieron "
017280             "corregir; vea el informe."
017290     END-IF.
017300     IF WS-ROWS-FULL-CNT > ZERO
017310         MOVE WS-ROWS-FULL-CNT TO WS-CNT-ED
017320         DISPLAY "Aviso: " WS-CNT-ED " fila(s) quedan para "
017330             "otra ejecucion sobre el mismo rango."
017340     END-IF.
017350     CLOSE HISTORY-FILE
017360           RATE-MASTER-FILE
017370           AUDIT-LOG-FILE
017380           REPORT-OUT-FILE.
017390     IF WS-PCAL-FILE-OPEN
017400         CLOSE PERIOD-CAL-FILE
017410     END-IF.
017420     IF WS-ANY-ERROR
017430         MOVE 4 TO RETURN-CODE
017440     ELSE
017450         MOVE 0 TO RETURN-CODE
017460     END-IF.
017470 8000-TERMINATE-EXIT.
017480     EXIT.
017490*
017500******************************************************************
017510* 9050-CONSTRUIR-TIMESTAMP - FORMAT THE POSTING DATE AND TIME OF
017520*                            DAY INTO A DB2-STYLE TIMESTAMP FOR
017530*                            THE AUDIT LOG.
017540******************************************************************
017550 9050-CONSTRUIR-TIMESTAMP.
017560     MOVE WS-HIST-RUN-DATE(1:4)  TO WS-TS-YEAR.
017570     MOVE WS-HIST-RUN-DATE(5:2)  TO WS-TS-MONTH.
017580     MOVE WS-HIST-RUN-DATE(7:2)  TO WS-TS-DAY.
017590     MOVE WS-TIME-OF-DAY(1:2)    TO WS-TS-HOUR.
017600     MOVE WS-TIME-OF-DAY(3:2)    TO WS-TS-MINUTE.
017610     MOVE WS-TIME-OF-DAY(5:2)    TO WS-TS-SECOND.
017620     MOVE WS-TIME-OF-DAY(7:2)    TO WS-TS-HUNDREDTHS.
017630     STRING WS-TS-YEAR       DELIMITED BY SIZE
017640         "-"                 DELIMITED BY SIZE
017650         WS-TS-MONTH         DELIMITED BY SIZE
017660         "-"                 DELIMITED BY SIZE
017670         WS-TS-DAY           DELIMITED BY SIZE
017680         "-"                 DELIMITED BY SIZE
017690         WS-TS-HOUR          DELIMITED BY SIZE
017700         "."                 DELIMITED BY SIZE
017710         WS-TS-MINUTE        DELIMITED BY SIZE
017720         "."                 DELIMITED BY SIZE
017730         WS-TS-SECOND        DELIMITED BY SIZE
017740         "."                 DELIMITED BY SIZE
017750         WS-TS-HUNDREDTHS    DELIMITED BY SIZE
017760         "0000"              DELIMITED BY SIZE
017770         INTO WS-RUN-TIMESTAMP
017780     END-STRING.
017790 9050-CONSTRUIR-TIMESTAMP-EXIT.
017800     EXIT.
017810*
017820******************************************************************
017830* 9300-VERIFICAR-PERIODO - SET WS-PER-CLOSED WHEN THE PERIOD OF
017840*                          WS-PER-CHECK-DATE IS CLOSED ON THE
017850*                          PERIOD CALENDAR.
017860******************************************************************
017870 9300-VERIFICAR-PERIODO.
017880     MOVE "N" TO WS-PER-CLOSED-SW.
017890     IF NOT WS-PCAL-FILE-OPEN
017900         GO TO 9300-VERIFICAR-PERIODO-EXIT
017910     END-IF.
017920     MOVE WS-PER-CHECK-DATE(1:6) TO PCAL-PERIOD.
017930     READ PERIOD-CAL-FILE
017940         INVALID KEY
017950             GO TO 9300-VERIFICAR-PERIODO-EXIT
017960     END-READ.
017970     IF PCAL-CLOSED
017980         SET WS-PER-CLOSED TO TRUE
017990     END-IF.
018000 9300-VERIFICAR-PERIODO-EXIT.
018010     EXIT.
018020*
018030******************************************************************
018040* 9400-ASIGNAR-SECUENCIA - ALLOCATE THE NEXT HIST-TRANS-SEQ FOR
018050*                          THE POSTING DATE THROUGH THE
018060*                          SEQUENCE-CONTROL FILE, OPENED AND
018070*                          CLOSED PER ACCESS SO CONCURRENT
018080*                          SESSIONS SERIALIZE ON THE FILE.
018090******************************************************************
018100 9400-ASIGNAR-SECUENCIA.
018110     PERFORM 9410-ABRIR-SEQ-CTL
018120         THRU 9410-ABRIR-SEQ-CTL-EXIT.
018130     MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE.
018140     READ SEQ-CTL-FILE
018150         INVALID KEY
018160             MOVE WS-HIST-RUN-DATE TO SEQ-RUN-DATE
018170             MOVE WS-HIST-SEQ-CTR  TO SEQ-LAST-USED
018180             WRITE SEQ-CTL-REC
018190                 INVALID KEY
018200                     CONTINUE
018210             END-WRITE
018220     END-READ.
018230     ADD 1 TO SEQ-LAST-USED.
018240     REWRITE SEQ-CTL-REC
018250         INVALID KEY
018260             DISPLAY "Error: no se pudo regrabar el control "
018270                 "de secuencia; estado " WS-SEQ-STATUS
018280     END-REWRITE.
018290     MOVE SEQ-LAST-USED TO WS-HIST-TRANS-SEQ.
018300     MOVE SEQ-LAST-USED TO WS-HIST-SEQ-CTR.
018310     CLOSE SEQ-CTL-FILE.
018320 9400-ASIGNAR-SECUENCIA-EXIT.
018330     EXIT.
018340*
018350******************************************************************
018360* 9410-ABRIR-SEQ-CTL - OPEN THE SEQUENCE-CONTROL FILE FOR
018370*                      UPDATE, CREATING IT ON FIRST USE AND
018380*                      RETRYING WITH AN OPERATOR MESSAGE WHILE
018390*                      ANOTHER SESSION HOLDS IT.
018400******************************************************************
018410 9410-ABRIR-SEQ-CTL.
018420     MOVE ZERO TO WS-OPEN-RETRY-CTR.
018430 9415-INTENTAR-SEQ-CTL.
018440     OPEN I-O SEQ-CTL-FILE.
018450     IF WS-SEQ-STATUS = "35"
018460         OPEN OUTPUT SEQ-CTL-FILE
018470         CLOSE SEQ-CTL-FILE
018480         OPEN I-O SEQ-CTL-FILE
018490     END-IF.
018500     IF WS-SEQ-STATUS NOT = "00"
018510         ADD 1 TO WS-OPEN-RETRY-CTR
018520         IF WS-OPEN-RETRY-CTR > 50
018530             DISPLAY "Error: el control de secuencia esta "
018540                 "retenido por otra sesion (estado "
018550                 WS-SEQ-STATUS "); fin del programa."
018560             MOVE 12 TO RETURN-CODE
018570             GOBACK
018580         END-IF
018590         DISPLAY "Aviso: control de secuencia retenido por "
018600             "otra sesion; reintentando."
018610         GO TO 9415-INTENTAR-SEQ-CTL
018620     END-IF.
018630 9410-ABRIR-SEQ-CTL-EXIT.
018640     EXIT.
018650 END PROGRAM RATECORR.
