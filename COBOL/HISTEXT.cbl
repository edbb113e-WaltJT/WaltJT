000323*                   STATUS P, SO THE NEW GLRECON STEP CAN MATCH
000324*                   THE LEDGER'S ACKNOWLEDGMENT AGAINST WHAT WAS
000325*                   ACTUALLY SENT.
000326*   2026-10-15  RA  A DATE IN AN ACCOUNTING PERIOD CLOSED ON THE
000328*                   PERIOD CALENDAR (PERCALRC, DD PERCAL) IS
000330*                   REFUSED WITH RETURN CODE 8, SO A CLOSED
000332*                   MONTH CANNOT BE RE-EXTRACTED TO THE LEDGER.
000334******************************************************************
000336 IDENTIFICATION DIVISION.
000338 PROGRAM-ID. HISTEXT.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000410         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-HIST-STATUS.
000431     SELECT PERIOD-CAL-FILE ASSIGN TO PERCAL
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS PCAL-PERIOD
000435         FILE STATUS IS WS-PCAL-STATUS.
000440     SELECT EXTRACT-OUT-FILE ASSIGN TO GLEXTR
000450         ORGANIZATION IS LINE SEQUENTIAL.
000451     SELECT EXTRACT-REG-FILE ASSIGN TO EXTREG
000522     COPY EXTREGRC.
000523 FD  RATE-MASTER-FILE.
000524     COPY RATEREC.
000526 FD  PERIOD-CAL-FILE.
000528     COPY PERCALRC.
000530 WORKING-STORAGE SECTION.
000540 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000550 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000674 77  WS-RATE-FILE-SW            PIC X(01) VALUE "N".
000676     88 WS-RATE-FILE-OPEN                 VALUE "Y".
000678 77  WS-CURR-DP                 PIC 9(01) VALUE 2.
000680 77  WS-PCAL-STATUS             PIC X(02) VALUE SPACES.
000682 77  WS-DP-CURRENCY             PIC X(03) VALUE SPACES.
000683 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000890         MOVE 8 TO RETURN-CODE
000900         STOP RUN
000910     END-IF.
000912     PERFORM 1050-VERIFICAR-PERIODO
000914         THRU 1050-VERIFICAR-PERIODO-EXIT.
000920     OPEN INPUT HISTORY-FILE.
000930     IF WS-HIST-STATUS NOT = "00"
000940         DISPLAY "Error: no se pudo abrir el archivo de "
002036     CLOSE EXTRACT-REG-FILE.
002037 8100-REGISTRAR-EXTRACTO-EXIT.
002038     EXIT.
002040*
002050******************************************************************
002060* 1050-VERIFICAR-PERIODO - LOOK UP THE EXTRACT DATE'S PERIOD ON
002070*                          THE PERIOD CALENDAR AND END THE RUN
002080*                          IF IT HAS BEEN CLOSED. NO CALENDAR
002090*                          (OR NO ROW FOR THE PERIOD) MEANS THE
002100*                          PERIOD IS OPEN.
002110******************************************************************
002120 1050-VERIFICAR-PERIODO.
002130     OPEN INPUT PERIOD-CAL-FILE.
002140     IF WS-PCAL-STATUS NOT = "00"
002150         GO TO 1050-VERIFICAR-PERIODO-EXIT
002160     END-IF.
002170     MOVE WS-EXTRACT-DATE(1:6) TO PCAL-PERIOD.
002180     READ PERIOD-CAL-FILE
002190         INVALID KEY
002200             MOVE SPACE TO PCAL-STATUS
002210     END-READ.
002220     CLOSE PERIOD-CAL-FILE.
002230     IF PCAL-CLOSED
002240         DISPLAY "Error: la fecha " WS-EXTRACT-DATE " pertenece "
002250             "al periodo cerrado " PCAL-PERIOD "; no se vuelve "
002260             "a extraer."
002270         MOVE 8 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300 1050-VERIFICAR-PERIODO-EXIT.
002310     EXIT.
002320 END PROGRAM HISTEXT.
