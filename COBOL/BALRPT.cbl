000250*               CUTOVER, SO THE LIVE AUDITLOG STILL HOLDS THE
000260*               DAY'S RECORDS. THE DATE TO BALANCE IS ACCEPTED;
000270*               ZERO TAKES THE CURRENT DATE.
000272*               EACH PROGRAM OUT OF BALANCE IS ALSO QUEUED AS A
000274*               SEVERITY H EXCEPTION ON THE SHARED EXCEPTION
000276*               QUEUE THROUGH EXCPOST (EXCPARMS), KEYED BY THE
000278*               PROGRAM AND THE DATE BALANCED.
000280* TECTONICS:    cobc
000290*
000300* MODIFICATION HISTORY
000318*   2026-08-22  RA  A ZERO DATE NOW TAKES THE BUSINESS
000319*                   PROCESSING DATE FROM THE RUN-CONTROL FILE
000320*                   (RUNCTLRC) RATHER THAN THE WALL CLOCK.
000321*   2026-10-15  RA  A DATE IN AN ACCOUNTING PERIOD CLOSED ON THE
000322*                   PERIOD CALENDAR (PERCALRC, DD PERCAL) IS
000323*                   REFUSED WITH RETURN CODE 8; A CLOSED MONTH IS
000324*                   NOT REBALANCED.
000325*   2026-10-15  RA  EACH PROGRAM OUT OF BALANCE IS ALSO RAISED
000326*                   ON THE SHARED EXCEPTION QUEUE THROUGH
000327*                   EXCPOST.
000328******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. BALRPT.
000350 ENVIRONMENT DIVISION.
000471     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-RUNCTL-STATUS.
000474     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000475         ORGANIZATION IS INDEXED
000476         ACCESS MODE IS DYNAMIC
000477         RECORD KEY IS PCAL-PERIOD
000478         FILE STATUS IS WS-PCAL-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUDIT-LOG-FILE
000571 FD  RUN-CTL-FILE
000572     RECORDING MODE IS F.
000573     COPY RUNCTLRC.
000574 FD  PERIOD-CAL-FILE.
000576     COPY PERCALRC.
000580 WORKING-STORAGE SECTION.
000590*
000600 01  RPT-TITLE-REC.
000850*
000860 77  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
000861 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
000865 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
000870 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000880 77  WS-AUD-EOF-SW              PIC X(01) VALUE "N".
000890     88 WS-AUD-EOF                        VALUE "Y".
001060         10 WS-PGM-HIST-CNT     PIC 9(08) COMP.
001070         10 WS-PGM-AUD-HASH     PIC S9(15)V99.
001080         10 WS-PGM-HIST-HASH    PIC S9(15)V99.
001082 77  WS-EXC-AUD-CNT             PIC 9(08) VALUE ZERO.
001084 77  WS-EXC-HIST-CNT            PIC 9(08) VALUE ZERO.
001086     COPY EXCPARMS.
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE
001350         PERFORM 1050-LEER-FECHA-NEGOCIO
001352             THRU 1050-LEER-FECHA-NEGOCIO-EXIT
001360     END-IF.
001362     PERFORM 1060-VERIFICAR-PERIODO
001364         THRU 1060-VERIFICAR-PERIODO-EXIT.
001370     MOVE WS-BAL-DATE(1:4) TO WS-BDF-YEAR.
001380     MOVE WS-BAL-DATE(5:2) TO WS-BDF-MONTH.
001390     MOVE WS-BAL-DATE(7:2) TO WS-BDF-DAY.
003240     ELSE
003250         MOVE "OUT OF BALANCE" TO RPL-VERDICT
003260         SET WS-OUT-OF-BAL TO TRUE
003262         PERFORM 8200-ENCOLAR-EXCEPCION
003264             THRU 8200-ENCOLAR-EXCEPCION-EXIT
003270     END-IF.
003280     WRITE REPORT-OUT-REC FROM RPT-PGM-LINE-REC.
003290 8100-PRINT-PGM-LINE-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330* 1060-VERIFICAR-PERIODO - LOOK UP THE BALANCING DATE'S PERIOD
003340*                          ON THE PERIOD CALENDAR AND END THE
003350*                          RUN IF IT HAS BEEN CLOSED. NO CALENDAR
003360*                          (OR NO ROW FOR THE PERIOD) MEANS THE
003370*                          PERIOD IS OPEN.
003380******************************************************************
003390 1060-VERIFICAR-PERIODO.
003400     OPEN INPUT PERIOD-CAL-FILE.
003410     IF WS-PCAL-STATUS NOT = "00"
003420         GO TO 1060-VERIFICAR-PERIODO-EXIT
003430     END-IF.
003440     MOVE WS-BAL-DATE(1:6) TO PCAL-PERIOD.
003450     READ PERIOD-CAL-FILE
003460         INVALID KEY
003470             MOVE SPACE TO PCAL-STATUS
003480     END-READ.
003490     CLOSE PERIOD-CAL-FILE.
003500     IF PCAL-CLOSED
003510         DISPLAY "Error: la fecha " WS-BAL-DATE " pertenece "
003520             "al periodo cerrado " PCAL-PERIOD "; no se vuelve "
003530             "a cuadrar."
003540         MOVE 8 TO RETURN-CODE
003550         GOBACK
003560     END-IF.
003570 1060-VERIFICAR-PERIODO-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610* 8200-ENCOLAR-EXCEPCION - RAISE THE PROGRAM AT WS-PGM-SUB AS A
003620*                          SEVERITY H EXCEPTION ON THE SHARED
003630*                          QUEUE, KEYED BY PROGRAM AND DATE.
003640******************************************************************
003650 8200-ENCOLAR-EXCEPCION.
003660     MOVE WS-PGM-AUD-CNT(WS-PGM-SUB)  TO WS-EXC-AUD-CNT.
003670     MOVE WS-PGM-HIST-CNT(WS-PGM-SUB) TO WS-EXC-HIST-CNT.
003680     MOVE "BALRPT"    TO EXP-SOURCE-STEP.
003690     MOVE WS-BAL-DATE TO EXP-BUS-DATE.
003700     SET EXP-SEV-HIGH TO TRUE.
003710     MOVE SPACES TO EXP-ITEM-KEY.
003720     STRING WS-PGM-ENTRY-NAME(WS-PGM-SUB) DELIMITED BY SPACE
003730         " "                             DELIMITED BY SIZE
003740         WS-BAL-DATE                     DELIMITED BY SIZE
003750         INTO EXP-ITEM-KEY
003760     END-STRING.
003770     MOVE SPACES TO EXP-DESCRIPTION.
003780     STRING "DESCUADRE " DELIMITED BY SIZE
003790         WS-PGM-ENTRY-NAME(WS-PGM-SUB) DELIMITED BY SPACE
003800         " AUD="         DELIMITED BY SIZE
003810         WS-EXC-AUD-CNT  DELIMITED BY SIZE
003820         " HST="         DELIMITED BY SIZE
003830         WS-EXC-HIST-CNT DELIMITED BY SIZE
003840         INTO EXP-DESCRIPTION
003850     END-STRING.
003860     CALL "EXCPOST" USING EXP-PARMS.
003870 8200-ENCOLAR-EXCEPCION-EXIT.
003880     EXIT.
003890 END PROGRAM BALRPT.
