000250*
000260* MODIFICATION HISTORY
000270*   2026-08-22  RA  INITIAL VERSION.
000272*   2026-10-15  RA  A RANGE THAT TOUCHES AN ACCOUNTING PERIOD
000274*                   CLOSED ON THE PERIOD CALENDAR (PERCALRC, DD
000276*                   PERCAL) IS REFUSED WITH RETURN CODE 8; A
000278*                   CLOSED MONTH IS NOT SUMMARIZED AGAIN.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. HISTSUM.
000380         FILE STATUS IS WS-HIST-STATUS.
000390     SELECT REPORT-OUT-FILE ASSIGN TO SUMRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS PCAL-PERIOD
000405         FILE STATUS IS WS-PCAL-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  HISTORY-FILE.
000450 FD  REPORT-OUT-FILE
000460     RECORDING MODE IS F.
000470 01  REPORT-OUT-REC             PIC X(132).
000472 FD  PERIOD-CAL-FILE.
000474     COPY PERCALRC.
000480 WORKING-STORAGE SECTION.
000490*
000500 01  RPT-PAGE-HEADER-REC.
001210     88 WS-EOF                            VALUE "Y".
001220 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
001230 77  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
001231 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
001232 01  WS-CHK-PERIOD              PIC 9(06) VALUE ZERO.
001233 01  WS-CHK-PERIOD-PARTS REDEFINES WS-CHK-PERIOD.
001234     05 WS-CHK-YEAR             PIC 9(04).
001235     05 WS-CHK-MONTH            PIC 9(02).
001236 77  WS-PER-CLOSED-SW           PIC X(01) VALUE "N".
001237     88 WS-PER-CLOSED                     VALUE "Y".
001240 77  WS-LINE-CNT                PIC 9(03) COMP VALUE ZERO.
001250 77  WS-PAGE-CNT                PIC 9(03) COMP VALUE ZERO.
001260 77  WS-MAX-LINES               PIC 9(03) COMP VALUE 50.
001760         MOVE 8 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001782     PERFORM 1050-VERIFICAR-PERIODOS
001784         THRU 1050-VERIFICAR-PERIODOS-EXIT.
001790     OPEN INPUT HISTORY-FILE.
001800     IF WS-HIST-STATUS NOT = "00"
001810         DISPLAY "Error: no se pudo abrir el archivo de "
003880     WRITE REPORT-OUT-REC FROM RPT-OPER-LINE-REC.
003890 8100-PRINT-OPER-LINE-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930* 1050-VERIFICAR-PERIODOS - LOOK UP EVERY PERIOD THE RANGE
003940*                           TOUCHES ON THE PERIOD CALENDAR AND
003950*                           END THE RUN IF ANY HAS BEEN CLOSED.
003960*                           NO CALENDAR (OR NO ROW FOR A PERIOD)
003970*                           MEANS THE PERIOD IS OPEN.
003980******************************************************************
003990 1050-VERIFICAR-PERIODOS.
004000     OPEN INPUT PERIOD-CAL-FILE.
004010     IF WS-PCAL-STATUS NOT = "00"
004020         GO TO 1050-VERIFICAR-PERIODOS-EXIT
004030     END-IF.
004040     MOVE WS-FROM-DATE(1:6) TO WS-CHK-PERIOD.
004050     PERFORM 1060-UN-PERIODO
004060         THRU 1060-UN-PERIODO-EXIT
004070         UNTIL WS-PER-CLOSED
004080            OR WS-CHK-PERIOD > WS-TO-DATE(1:6).
004090     CLOSE PERIOD-CAL-FILE.
004100     IF WS-PER-CLOSED
004110         DISPLAY "Error: el rango incluye el periodo cerrado "
004120             WS-CHK-PERIOD "; no se vuelve a resumir."
004130         MOVE 8 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160 1050-VERIFICAR-PERIODOS-EXIT.
004170     EXIT.
004180*
004190 1060-UN-PERIODO.
004200     MOVE WS-CHK-PERIOD TO PCAL-PERIOD.
004210     READ PERIOD-CAL-FILE
004220         INVALID KEY
004230             MOVE SPACE TO PCAL-STATUS
004240     END-READ.
004250     IF PCAL-CLOSED
004260         SET WS-PER-CLOSED TO TRUE
004270         GO TO 1060-UN-PERIODO-EXIT
004280     END-IF.
004290     IF WS-CHK-MONTH = 12
004300         ADD 1 TO WS-CHK-YEAR
004310         MOVE 1 TO WS-CHK-MONTH
004320     ELSE
004330         ADD 1 TO WS-CHK-MONTH
004340     END-IF.
004350 1060-UN-PERIODO-EXIT.
004360     EXIT.
004370 END PROGRAM HISTSUM.
