000322*                 05 - ROUNDING-MODE INDICATOR NOT VALID.
000324*                 06 - CHAINING OPERAND INDICATOR NOT VALID.
000326*                 07 - ACCOUNT NOT ON THE MASTER OR INACTIVE.
000327*                 08 - DETAIL WOULD TAKE ITS ACCOUNT PAST THE
000328*                      PERIOD'S BUDGET (EDITPARM REJECT SETTING).
000329*                 09 - VALUE DATE NOT A VALID DATE.
000330*                 10 - FORWARD-DATED DETAIL COULD NOT BE PUT IN
000331*                      THE VALUE-DATE WAREHOUSE (WAREHOUSE NOT
000332*                      AVAILABLE, OR THE ITEM WAS ALREADY
000333*                      RELEASED OR CANCELLED THERE).
000334* TECTONICS:    cobc
000340*
000350* MODIFICATION HISTORY
000360*   2026-08-22  RA  INITIAL VERSION.
000453*                   STORGEN EXPANDS THE SAME FIXED OPERANDS
000454*                   UNDER A FRESH ID EVERY NIGHT BY DESIGN. THE
000455*                   BATCH-ID CHECK STILL APPLIES TO THEM.
000456*   2026-10-15  RA  EACH DETAIL IS NOW CHECKED AGAINST ITS
000457*                   ACCOUNT'S BUDGET FOR THE BUSINESS DATE'S
000458*                   PERIOD ON THE NEW BUDGET MASTER (BUDGREC,
000459*                   MAINTAINED BY BUDGMNT): THE PERIOD'S HISTORY
000460*                   ACTIVITY, PLUS THE DETAILS ALREADY PASSED IN
000461*                   THIS RUN, PLUS THE DETAIL'S OWN ESTIMATED
000462*                   RESULT MAY NOT EXCEED THE BUDGET. THE NEW
000463*                   EP-BUDGET-ACTION BYTE ON EDITPARM CHOOSES
000464*                   BETWEEN REJECTING THE DETAIL (R, REASON 08)
000465*                   AND PASSING IT WITH A WARNING (W OR BLANK,
000466*                   RETURN-CODE 4). ACCOUNTS WITH NO BUDGET ROW
000467*                   ARE NOT CHECKED; A MISSING BUDGET MASTER
000468*                   SKIPS THE CHECK WITH A WARNING.
000469*   2026-10-15  RA  OPCTRANS AND LOOPTRANS DETAILS NOW ACCEPT AN
000470*                   OPTIONAL VALUE DATE. A DETAIL DATED AFTER
000471*                   THE BUSINESS DATE IS FULLY VALIDATED (EXCEPT
000472*                   THE BUDGET, CHECKED WHEN IT COMES BACK) AND
000473*                   THEN, INSTEAD OF GOING TO THE CALCULATORS,
000474*                   IS STAMPED WITH ITS ORIGINAL BRANCH, BATCH
000475*                   ID AND RECORD NUMBER AND STORED ON THE NEW
000476*                   INDEXED VALUE-DATE WAREHOUSE (VDWHREC, DD
000477*                   VALWHSE) FOR THE VDREL RELEASE STEP. THE
000478*                   WAREHOUSED COUNT IS REPORTED PER FILE AND
000479*                   LEFT OUT OF THE FRESH TRAILER. A HELD RUN
000480*                   CANCELS WHAT IT WAREHOUSED, SO THE CORRECTED
000481*                   RERUN STORES THE ITEMS AGAIN. DETAILS THAT
000482*                   ALREADY CARRY AN ORIGINAL BATCH ID (RELEASED
000483*                   ITEMS) KEEP THEIR ORIGINAL NUMBERING, ALSO
000484*                   ON EDITREJ. RELEASE BATCHES (HOUSE BRANCH
000485*                   "VDW") ARE EXEMPT FROM THE HASH CHECK LIKE
000486*                   THE STANDING ORDERS. NEW REASONS 09 AND 10.
000487*   2026-10-15  RA  A BATCH WHOSE HEADER TRANSMISSION STAMP
000488*                   (BAT-SEND-DATE/-TIME) IS AFTER ITS BRANCH'S
000489*                   CUTOFF TIME ON THE BRANCH MASTER FOR THE
000490*                   BUSINESS DATE (OR ON A LATER DATE) IS LATE:
000491*                   IT IS STILL EDITED AND REGISTERED, BUT EVERY
000492*                   CLEAN DETAIL NOT ALREADY FORWARD-DATED IS
000493*                   STORED ON THE VALUE-DATE WAREHOUSE FOR THE
000494*                   NEXT BUSINESS DATE (WEEKENDS AND RUN-CONTROL
000495*                   HOLIDAYS SKIPPED) INSTEAD OF POSTING INTO
000496*                   THE DAY BEING CLOSED. TRANSIN DETAILS NOW
000497*                   CARRY THEIR ORIGINAL BATCH ID AND BRANCH LIKE
000498*                   OPCTRANS AND LOOPTRANS, SO A ROLLED TRANSIN
000499*                   ITEM (WAREHOUSE FILE TYPE T) KEEPS ITS
000500*                   LINEAGE WHEN VDREL RELEASES IT.
000501******************************************************************
000502 IDENTIFICATION DIVISION.
000503 PROGRAM-ID. EDITVAL.
000504 ENVIRONMENT DIVISION.
000505 INPUT-OUTPUT SECTION.
000506 FILE-CONTROL.
000507     SELECT TRANS-IN-FILE ASSIGN TO TRANSIN
000508         ORGANIZATION IS LINE SEQUENTIAL.
000509     SELECT OPCODE-IN-FILE ASSIGN TO OPCTRANS
000510         ORGANIZATION IS LINE SEQUENTIAL.
000511     SELECT LOOP-TRANS-FILE ASSIGN TO LOOPTRANS
000512         ORGANIZATION IS LINE SEQUENTIAL.
000513     SELECT TRANS-VAL-FILE ASSIGN TO TRANSVAL
000514         ORGANIZATION IS LINE SEQUENTIAL.
000515     SELECT OPCODE-VAL-FILE ASSIGN TO OPCVAL
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT LOOP-VAL-FILE ASSIGN TO LOOPVAL
000540         ORGANIZATION IS LINE SEQUENTIAL.
000674         ACCESS MODE IS DYNAMIC
000675         RECORD KEY IS BREG-KEY
000676         FILE STATUS IS WS-BREG-STATUS.
000677     SELECT BUDG-MASTER-FILE ASSIGN TO BUDGMAST
000678         ORGANIZATION IS INDEXED
000679         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS BUDG-KEY
000681         FILE STATUS IS WS-BUDG-STATUS.
000682     SELECT HISTORY-FILE ASSIGN TO HISTORY
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS DYNAMIC
000685         RECORD KEY IS HIST-KEY
000686         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000687             WITH DUPLICATES
000688         FILE STATUS IS WS-HIST-STATUS.
000689     SELECT VAL-WHSE-FILE ASSIGN TO VALWHSE
000690         ORGANIZATION IS INDEXED
000691         ACCESS MODE IS DYNAMIC
000692         RECORD KEY IS WH-KEY
000693         ALTERNATE RECORD KEY IS WH-VALUE-DATE
000694             WITH DUPLICATES
000695         FILE STATUS IS WS-WH-STATUS.
000696 DATA DIVISION.
000697 FILE SECTION.
000698 FD  TRANS-IN-FILE
000700     RECORDING MODE IS F.
000710 01  TRANS-IN-REC.
000720     05 TI-NUM1             PIC S9(9)V99
000760     05 TI-CURRENCY-CODE    PIC X(03).
000764     05 TI-ACCOUNT-CODE     PIC X(08).
000766     05 TI-SOURCE-REC-NO    PIC 9(06).
000767     05 TI-ORIG-BATCH-ID    PIC X(08).
000768     05 TI-ORIG-BRANCH-ID   PIC X(04).
000769     05 FILLER              PIC X(27).
000772     COPY BATCTL REPLACING LEADING ==BAT== BY ==TB==.
000780 FD  OPCODE-IN-FILE
000790     RECORDING MODE IS F.
000886     05 LT-OPER2-IND        PIC X(01).
000888     05 LT-ACCOUNT-CODE     PIC X(08).
000889     05 LT-TARGET-CURRENCY  PIC X(03).
000890     05 LT-SOURCE-REC-NO    PIC 9(06).
000891     05 LT-VALUE-DATE       PIC 9(08).
000892     05 LT-VALUE-DATE-X REDEFINES LT-VALUE-DATE
000893                            PIC X(08).
000894         88 LT-NO-VALUE-DATE           VALUE SPACES
000895                                       "00000000".
000896     05 LT-ORIG-BATCH-ID    PIC X(08).
000897     05 LT-ORIG-BRANCH-ID   PIC X(04).
000898     05 FILLER              PIC X(13).
000899     COPY BATCTL REPLACING LEADING ==BAT== BY ==LB==.
000900 FD  TRANS-VAL-FILE
000910     RECORDING MODE IS F.
000920 01  TRANS-VAL-REC          PIC X(80).
001070     RECORDING MODE IS F.
001080 01  EDIT-PARM-REC.
001090     05 EP-REJECT-THRESHOLD PIC 9(04).
001092     05 EP-BUDGET-ACTION    PIC X(01).
001094         88 EP-BUDGET-REJECT          VALUE "R".
001096         88 EP-BUDGET-WARN            VALUE "W" " ".
001098     05 FILLER              PIC X(75).
001101 FD  RUN-CTL-FILE
001102     RECORDING MODE IS F.
001103     COPY RUNCTLRC.
001110 FD  REPORT-OUT-FILE
001120     RECORDING MODE IS F.
001130 01  REPORT-OUT-REC         PIC X(132).
001131 FD  BUDG-MASTER-FILE.
001132     COPY BUDGREC.
001133 FD  HISTORY-FILE.
001134     COPY HISTREC.
001135 FD  VAL-WHSE-FILE.
001136     COPY VDWHREC.
001140 FD  RATE-MASTER-FILE.
001150     COPY RATEREC.
001152 FD  ACCT-MASTER-FILE.
001270     05 RPT-FILE-GOOD       PIC Z(5)9.
001280     05 FILLER              PIC X(10) VALUE " REJECTED=".
001290     05 RPT-FILE-REJECT     PIC Z(5)9.
001291     05 FILLER              PIC X(12) VALUE " WAREHOUSED=".
001292     05 RPT-FILE-WHSE       PIC Z(5)9.
001293     05 FILLER              PIC X(63) VALUE SPACES.
001294 01  RPT-LATE-REC.
001295     05 FILLER              PIC X(11) VALUE "LATE BATCH ".
001296     05 RPT-LATE-FILE-NAME  PIC X(09).
001297     05 FILLER              PIC X(01) VALUE SPACE.
001298     05 RPT-LATE-BATCH-ID   PIC X(08).
001299     05 FILLER              PIC X(08) VALUE " BRANCH ".
001300     05 RPT-LATE-BRANCH     PIC X(04).
001301     05 FILLER              PIC X(11) VALUE " ROLLED TO ".
001302     05 RPT-LATE-DATE       PIC 9(08).
001303     05 FILLER              PIC X(72) VALUE SPACES.
001310 01  RPT-TOTAL-REC.
001320     05 FILLER              PIC X(15) VALUE "TOTAL REJECTED=".
001330     05 RPT-TOT-REJECT      PIC Z(5)9.
001350     05 RPT-THRESHOLD       PIC Z(5)9.
001360     05 FILLER              PIC X(09) VALUE " VERDICT=".
001370     05 RPT-VERDICT         PIC X(08).
001371     05 FILLER              PIC X(77) VALUE SPACES.
001372 01  RPT-BUDGET-REC.
001373     05 FILLER              PIC X(13) VALUE "BUDGET CHECK=".
001374     05 RPT-BUDG-ACTION     PIC X(07).
001375     05 FILLER              PIC X(08) VALUE " PERIOD=".
001376     05 RPT-BUDG-PERIOD     PIC 9(06).
001377     05 FILLER              PIC X(10) VALUE " ACCOUNTS=".
001378     05 RPT-BUDG-ACCOUNTS   PIC Z(5)9.
001379     05 FILLER              PIC X(10) VALUE " WARNINGS=".
001380     05 RPT-BUDG-WARN       PIC Z(5)9.
001381     05 FILLER              PIC X(10) VALUE " REJECTED=".
001382     05 RPT-BUDG-REJECT     PIC Z(5)9.
001383     05 FILLER              PIC X(60) VALUE SPACES.
001390 01  RPT-BLANK-REC          PIC X(132) VALUE SPACES.
001400*
001410 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
001693     88 WS-LOOP-TRL-SEEN               VALUE "Y".
001694 77  WS-LOOP-NONNUM-SW      PIC X(01) VALUE "N".
001695     88 WS-LOOP-NONNUM                 VALUE "Y".
001696 77  WS-BUDG-STATUS         PIC X(02) VALUE SPACES.
001697 77  WS-BUDG-CHECK-SW       PIC X(01) VALUE "N".
001698     88 WS-BUDG-CHECK-ON             VALUE "Y".
001699 77  WS-BUDG-EOF-SW         PIC X(01) VALUE "N".
001700     88 WS-BUDG-EOF                  VALUE "Y".
001701 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
001702 77  WS-HIST-EOF-SW         PIC X(01) VALUE "N".
001703     88 WS-HIST-EOF                  VALUE "Y".
001704 77  WS-BUDG-ACTION-SW      PIC X(01) VALUE "W".
001705     88 WS-BUDG-REJECT               VALUE "R".
001706 77  WS-BUDG-PERIOD         PIC 9(06) VALUE ZERO.
001707 77  WS-BUDG-FROM-DATE      PIC 9(08) VALUE ZERO.
001708 77  WS-BUDG-TO-DATE        PIC 9(08) VALUE ZERO.
001709 77  WS-BUDG-SUB            PIC 9(03) COMP VALUE ZERO.
001710 77  WS-BUDG-USED-CNT       PIC 9(03) COMP VALUE ZERO.
001711 77  WS-BUDG-FOUND-SW       PIC X(01) VALUE "N".
001712     88 WS-BUDG-FOUND                VALUE "Y".
001713 77  WS-BUDG-WARN-CNT       PIC 9(06) COMP VALUE ZERO.
001714 77  WS-BUDG-REJ-CNT        PIC 9(06) COMP VALUE ZERO.
001715 77  WS-BUDG-PROJECTED      PIC S9(13)V99 VALUE ZERO.
001716 77  WS-EDIT-REC-NO         PIC 9(06) VALUE ZERO.
001717 77  WS-EST-OPERATION       PIC X(01) VALUE SPACE.
001718 77  WS-EST-OP              PIC X(01) VALUE SPACE.
001719 77  WS-EST-NUM1            PIC S9(9)V99 VALUE ZERO.
001720 77  WS-EST-NUM2            PIC S9(9)V99 VALUE ZERO.
001721 77  WS-EST-EXPONENT        PIC S9(09) VALUE ZERO.
001722 77  WS-EST-QUOTIENT        PIC S9(11) VALUE ZERO.
001723 77  WS-EST-RESULT          PIC S9(13)V99 VALUE ZERO.
001724 77  WS-EST-AMOUNT          PIC S9(13)V99 VALUE ZERO.
001725 77  WS-WH-STATUS           PIC X(02) VALUE SPACES.
001726 77  WS-WH-FILE-SW          PIC X(01) VALUE "N".
001727     88 WS-WH-FILE-OPEN              VALUE "Y".
001728 77  WS-WH-EOF-SW           PIC X(01) VALUE "N".
001729     88 WS-WH-EOF                    VALUE "Y".
001730 77  WS-VD-FUTURE-SW        PIC X(01) VALUE "N".
001731     88 WS-VD-FUTURE                 VALUE "Y".
001732 77  WS-TRANS-WH-CNT        PIC 9(06) COMP VALUE ZERO.
001733 77  WS-OPC-WH-CNT          PIC 9(06) COMP VALUE ZERO.
001734 77  WS-LOOP-WH-CNT         PIC 9(06) COMP VALUE ZERO.
001735 77  WS-WH-CANCEL-CNT       PIC 9(06) COMP VALUE ZERO.
001736 77  WS-WH-SCAN-BATCH-ID    PIC X(08) VALUE SPACES.
001737 77  WS-WH-SCAN-TYPE        PIC X(01) VALUE SPACE.
001738 77  WS-WH-SAVE-REC         PIC X(160) VALUE SPACES.
001739 77  WS-EDIT-LATE-SW        PIC X(01) VALUE "N".
001740     88 WS-EDIT-LATE                 VALUE "Y".
001741 77  WS-TRANS-LATE-SW       PIC X(01) VALUE "N".
001742     88 WS-TRANS-LATE                VALUE "Y".
001743 77  WS-OPC-LATE-SW         PIC X(01) VALUE "N".
001744     88 WS-OPC-LATE                  VALUE "Y".
001745 77  WS-LOOP-LATE-SW        PIC X(01) VALUE "N".
001746     88 WS-LOOP-LATE                 VALUE "Y".
001747 77  WS-RUNCTL-EOF-SW       PIC X(01) VALUE "N".
001748     88 WS-RUNCTL-EOF                VALUE "Y".
001749 77  WS-NEXT-BUS-DATE       PIC 9(08) VALUE ZERO.
001750 77  WS-NEXT-INT            PIC 9(07) VALUE ZERO.
001751 77  WS-NEXT-DOW            PIC 9(01) VALUE ZERO.
001752 77  WS-NEXT-OK-SW          PIC X(01) VALUE "N".
001753     88 WS-NEXT-OK                   VALUE "Y".
001754 77  WS-ADVANCE-CTR         PIC 9(03) COMP VALUE ZERO.
001755 77  WS-HOL-CNT             PIC 9(03) COMP VALUE ZERO.
001756 77  WS-HOL-SUB             PIC 9(03) COMP VALUE ZERO.
001757 01  WS-HOLIDAY-TABLE.
001758     05 WS-HOLIDAY-DATE     PIC 9(08) OCCURS 100 TIMES.
001759 01  WS-EDIT-VALUE-DATE-X   PIC X(08) VALUE SPACES.
001760 01  WS-EDIT-VALUE-DATE REDEFINES WS-EDIT-VALUE-DATE-X
001761                            PIC 9(08).
001762 01  WS-BUDG-TABLE.
001763     05 WS-BUDG-ENTRY       OCCURS 200 TIMES.
001764         10 WS-BUDG-ENTRY-CODE
001765                            PIC X(08).
001766         10 WS-BUDG-ENTRY-AMOUNT
001767                            PIC S9(13)V99.
001768         10 WS-BUDG-ENTRY-USED
001769                            PIC S9(13)V99.
001770 PROCEDURE DIVISION.
001771 0000-MAINLINE.
001772     PERFORM 1000-INITIALIZE
001773         THRU 1000-INITIALIZE-EXIT.
001774     PERFORM 2000-EDIT-TRANSIN
001775         THRU 2000-EDIT-TRANSIN-EXIT
001776         UNTIL WS-TRANS-EOF.
001777     PERFORM 2500-CERRAR-LOTE-TRANSIN
001778         THRU 2500-CERRAR-LOTE-TRANSIN-EXIT.
001779     PERFORM 3000-EDIT-OPCTRANS
001780         THRU 3000-EDIT-OPCTRANS-EXIT
001781         UNTIL WS-OPC-EOF.
001782     PERFORM 3500-CERRAR-LOTE-OPCTRANS
001783         THRU 3500-CERRAR-LOTE-OPCTRANS-EXIT.
001784     PERFORM 4000-EDIT-LOOPTRANS
001790         THRU 4000-EDIT-LOOPTRANS-EXIT
001800         UNTIL WS-LOOP-EOF.
001802     PERFORM 4500-CERRAR-LOTE-LOOPTRANS
002090                     MOVE EP-REJECT-THRESHOLD
002100                         TO WS-REJECT-THRESHOLD
002110                 END-IF
002112                 IF EP-BUDGET-REJECT
002114                     SET WS-BUDG-REJECT TO TRUE
002116                 END-IF
002120         END-READ
002130         CLOSE EDIT-PARM-FILE
002140     ELSE
002266     END-IF.
002267     PERFORM 1700-ABRIR-REGISTRO-LOTES
002268         THRU 1700-ABRIR-REGISTRO-LOTES-EXIT.
002269     PERFORM 1800-CARGAR-PRESUPUESTOS
002270         THRU 1800-CARGAR-PRESUPUESTOS-EXIT.
002271     PERFORM 1750-ABRIR-ALMACEN
002272         THRU 1750-ABRIR-ALMACEN-EXIT.
002273     PERFORM 2100-READ-TRANSIN
002274         THRU 2100-READ-TRANSIN-EXIT.
002280     PERFORM 3100-READ-OPCTRANS
002290         THRU 3100-READ-OPCTRANS-EXIT.
002300     PERFORM 4100-READ-LOOPTRANS
002349 1500-LEER-FECHA-NEGOCIO.
002350     OPEN INPUT RUN-CTL-FILE.
002351     IF WS-RUNCTL-STATUS = "00"
002352         PERFORM 1510-LEER-REG-CONTROL
002353             THRU 1510-LEER-REG-CONTROL-EXIT
002354             UNTIL WS-RUNCTL-EOF
002355         CLOSE RUN-CTL-FILE
002356     END-IF.
002357     IF WS-RUN-DATE = ZERO
002358         DISPLAY "Aviso: fecha de negocio no disponible; se "
002359             "usa la fecha del sistema."
002360         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002361     END-IF.
002362     PERFORM 1550-CALCULAR-SIGUIENTE-HABIL
002363         THRU 1550-CALCULAR-SIGUIENTE-HABIL-EXIT.
002367 1500-LEER-FECHA-NEGOCIO-EXIT.
002368     EXIT.
002369*
002401         MOVE TB-BATCH-ID  TO WS-EDIT-BATCH-ID
002402         MOVE TB-BRANCH-ID TO WS-EDIT-BRANCH
002403         MOVE TB-BRANCH-ID TO WS-TRANS-BRANCH-ID
002404         MOVE TB-CTL-REC   TO WK-CTL-REC
002405         MOVE "TRANSIN"    TO WS-EDIT-FILE-NAME
002406         PERFORM 6700-VALIDAR-SUCURSAL
002407             THRU 6700-VALIDAR-SUCURSAL-EXIT
002408         MOVE WS-EDIT-LATE-SW TO WS-TRANS-LATE-SW
002409         PERFORM 6800-VERIFICAR-LOTE-REGISTRO
002410             THRU 6800-VERIFICAR-LOTE-REGISTRO-EXIT
002411         IF WS-BREG-DUP
002412             SET WS-TRANS-DUP TO TRUE
002413             SET WS-CTL-FAIL  TO TRUE
002414             SET WS-TRANS-EOF TO TRUE
002415             GO TO 2000-EDIT-TRANSIN-EXIT
002416         END-IF
002417         WRITE TRANS-VAL-REC FROM TB-CTL-REC
002418         GO TO 2000-EDIT-TRANSIN-LEER
002419     END-IF.
002420     IF TB-TRAILER
002421         SET WS-TRANS-TRL-SEEN TO TRUE
002422         IF TB-EXPECT-CNT NOT = WS-TRANS-READ-CNT
002423             DISPLAY "Error: lote TRANSIN descuadrado en "
002424                 "numero de registros."
002425             SET WS-CTL-FAIL TO TRUE
002426         ELSE
002427             IF NOT WS-TRANS-NONNUM
002428                     AND TB-HASH-TOTAL NOT = WS-TRANS-IN-HASH
002429                 DISPLAY "Error: lote TRANSIN descuadrado en "
002430                     "el total de control."
002431                 SET WS-CTL-FAIL TO TRUE
002432             END-IF
002433         END-IF
002434         GO TO 2000-EDIT-TRANSIN-LEER
002435     END-IF.
002436     ADD 1 TO WS-TRANS-READ-CNT.
002437     MOVE SPACES TO WS-REJ-REASON.
002438     IF TI-NUM1 NOT NUMERIC
002439         MOVE "01" TO WS-REJ-REASON
002440         SET WS-TRANS-NONNUM TO TRUE
002441     ELSE
002450         IF TI-NUM2 NOT NUMERIC
002460             MOVE "02" TO WS-REJ-REASON
002461             SET WS-TRANS-NONNUM TO TRUE
002526         PERFORM 6500-VALIDAR-CUENTA
002528             THRU 6500-VALIDAR-CUENTA-EXIT
002529     END-IF.
002530     IF WS-REJ-NONE AND NOT WS-TRANS-LATE
002531         MOVE "A"               TO WS-EST-OPERATION
002532         MOVE TI-NUM1           TO WS-EST-NUM1
002533         MOVE TI-NUM2           TO WS-EST-NUM2
002534         MOVE WS-TRANS-READ-CNT TO WS-EDIT-REC-NO
002535         PERFORM 6600-VALIDAR-PRESUPUESTO
002536             THRU 6600-VALIDAR-PRESUPUESTO-EXIT
002537     END-IF.
002538     IF WS-REJ-NONE AND WS-TRANS-LATE
002539         IF TI-ORIG-BATCH-ID = SPACES
002540             MOVE WS-TRANS-READ-CNT  TO TI-SOURCE-REC-NO
002541             MOVE WS-TRANS-BATCH-ID  TO TI-ORIG-BATCH-ID
002542             MOVE WS-TRANS-BRANCH-ID TO TI-ORIG-BRANCH-ID
002543         END-IF
002544         MOVE SPACES             TO WH-REC
002545         MOVE TI-ORIG-BATCH-ID   TO WH-ORIG-BATCH-ID
002546         SET WH-TYPE-TRANSIN     TO TRUE
002547         MOVE TI-SOURCE-REC-NO   TO WH-ORIG-REC-NO
002548         MOVE WS-NEXT-BUS-DATE   TO WH-VALUE-DATE
002549         MOVE TI-ORIG-BRANCH-ID  TO WH-BRANCH-ID
002550         MOVE TRANS-IN-REC       TO WH-IMAGE
002551         PERFORM 6450-ALMACENAR-FECHA-VALOR
002552             THRU 6450-ALMACENAR-FECHA-VALOR-EXIT
002553         IF WS-REJ-NONE
002554             ADD 1 TO WS-TRANS-WH-CNT
002555             GO TO 2000-EDIT-TRANSIN-LEER
002556         END-IF
002557     END-IF.
002558     IF WS-REJ-NONE
002559         ADD 1 TO WS-TRANS-GOOD-CNT
002560         ADD TI-NUM1 TO WS-TRANS-GOOD-HASH
002561         ADD TI-NUM2 TO WS-TRANS-GOOD-HASH
002562         IF TI-ORIG-BATCH-ID = SPACES
002563             MOVE WS-TRANS-READ-CNT TO TI-SOURCE-REC-NO
002564         END-IF
002565         WRITE TRANS-VAL-REC FROM TRANS-IN-REC
002566     ELSE
002570         ADD 1 TO WS-TRANS-REJ-CNT
002578         MOVE SPACES TO REJ-REC
002580         MOVE "TRANSIN"  TO REJ-FILE-NAME
002592         MOVE WS-TRANS-BRANCH-ID TO REJ-BRANCH-ID
002594         MOVE WS-TRANS-BATCH-ID  TO REJ-BATCH-ID
002596         MOVE WS-TRANS-READ-CNT  TO REJ-REC-NO
002598         IF TI-ORIG-BATCH-ID NOT = SPACES
002600             MOVE TI-ORIG-BRANCH-ID TO REJ-BRANCH-ID
002602             MOVE TI-ORIG-BATCH-ID  TO REJ-BATCH-ID
002604             MOVE TI-SOURCE-REC-NO  TO REJ-REC-NO
002606         END-IF
002608         MOVE TRANS-IN-REC  TO REJ-IMAGE
002610         WRITE REJ-REC
002620     END-IF.
002621 2000-EDIT-TRANSIN-LEER.
002783* 3000-EDIT-OPCTRANS - VALIDATE ONE OPCTRANS RECORD AND ROUTE IT
002784*                      TO OPCVAL OR EDITREJ.
002790******************************************************************
002791 3000-EDIT-OPCTRANS.
002792     IF OB-HEADER
002793         MOVE OB-BATCH-ID TO WS-OPC-BATCH-ID
002794         MOVE OB-BATCH-ID  TO WS-EDIT-BATCH-ID
002795         MOVE OB-BRANCH-ID TO WS-EDIT-BRANCH
002796         MOVE OB-BRANCH-ID TO WS-OPC-BRANCH-ID
002797         MOVE OB-CTL-REC   TO WK-CTL-REC
002798         MOVE "OPCTRANS"   TO WS-EDIT-FILE-NAME
002799         PERFORM 6700-VALIDAR-SUCURSAL
002800             THRU 6700-VALIDAR-SUCURSAL-EXIT
002801         MOVE WS-EDIT-LATE-SW TO WS-OPC-LATE-SW
002809         PERFORM 6800-VERIFICAR-LOTE-REGISTRO
002810             THRU 6800-VERIFICAR-LOTE-REGISTRO-EXIT
002811         IF WS-BREG-DUP
002873         PERFORM 6500-VALIDAR-CUENTA
002874             THRU 6500-VALIDAR-CUENTA-EXIT
002875     END-IF.
002876     IF WS-REJ-NONE
002878         MOVE OPC-VALUE-DATE-X  TO WS-EDIT-VALUE-DATE-X
002880         PERFORM 6400-VALIDAR-FECHA-VALOR
002882             THRU 6400-VALIDAR-FECHA-VALOR-EXIT
002884     END-IF.
002886     IF WS-REJ-NONE AND WS-OPC-LATE AND NOT WS-VD-FUTURE
002888         MOVE WS-NEXT-BUS-DATE TO OPC-VALUE-DATE
002890         SET WS-VD-FUTURE TO TRUE
002892     END-IF.
002894     IF WS-REJ-NONE AND NOT WS-VD-FUTURE
002896         MOVE OPC-OPERATION     TO WS-EST-OPERATION
002898         MOVE OPC-OPERAND-1     TO WS-EST-NUM1
002900         MOVE OPC-OPERAND-2     TO WS-EST-NUM2
002902         MOVE WS-OPC-READ-CNT   TO WS-EDIT-REC-NO
002904         PERFORM 6600-VALIDAR-PRESUPUESTO
002906             THRU 6600-VALIDAR-PRESUPUESTO-EXIT
002908     END-IF.
002910     IF WS-REJ-NONE AND WS-VD-FUTURE
002912         IF OPC-ORIG-BATCH-ID = SPACES
002914             MOVE WS-OPC-READ-CNT  TO OPC-SOURCE-REC-NO
002916             MOVE WS-OPC-BATCH-ID  TO OPC-ORIG-BATCH-ID
002918             MOVE WS-OPC-BRANCH-ID TO OPC-ORIG-BRANCH-ID
002920         END-IF
002922         MOVE SPACES             TO WH-REC
002924         MOVE OPC-ORIG-BATCH-ID  TO WH-ORIG-BATCH-ID
002926         SET WH-TYPE-OPCTRANS    TO TRUE
002928         MOVE OPC-SOURCE-REC-NO  TO WH-ORIG-REC-NO
002930         MOVE OPC-VALUE-DATE     TO WH-VALUE-DATE
002932         MOVE OPC-ORIG-BRANCH-ID TO WH-BRANCH-ID
002934         MOVE OPC-TRANS-REC      TO WH-IMAGE
002936         PERFORM 6450-ALMACENAR-FECHA-VALOR
002938             THRU 6450-ALMACENAR-FECHA-VALOR-EXIT
002940         IF WS-REJ-NONE
002942             ADD 1 TO WS-OPC-WH-CNT
002944             GO TO 3000-EDIT-OPCTRANS-LEER
002946         END-IF
002948     END-IF.
002950     IF WS-REJ-NONE
003000         ADD 1 TO WS-OPC-GOOD-CNT
003002         ADD OPC-OPERAND-1 TO WS-OPC-GOOD-HASH
003004         ADD OPC-OPERAND-2 TO WS-OPC-GOOD-HASH
003005         IF OPC-ORIG-BATCH-ID = SPACES
003006             MOVE WS-OPC-READ-CNT TO OPC-SOURCE-REC-NO
003007         END-IF
003010         WRITE OPCODE-VAL-REC FROM OPC-TRANS-REC
003020     ELSE
003030         ADD 1 TO WS-OPC-REJ-CNT
003052         MOVE WS-OPC-BRANCH-ID TO REJ-BRANCH-ID
003054         MOVE WS-OPC-BATCH-ID  TO REJ-BATCH-ID
003056         MOVE WS-OPC-READ-CNT  TO REJ-REC-NO
003058         IF OPC-ORIG-BATCH-ID NOT = SPACES
003060             MOVE OPC-ORIG-BRANCH-ID TO REJ-BRANCH-ID
003062             MOVE OPC-ORIG-BATCH-ID  TO REJ-BATCH-ID
003064             MOVE OPC-SOURCE-REC-NO  TO REJ-REC-NO
003066         END-IF
003068         MOVE OPC-TRANS-REC TO REJ-IMAGE
003070         WRITE REJ-REC
003080     END-IF.
003081 3000-EDIT-OPCTRANS-LEER.
003242* 4000-EDIT-LOOPTRANS - VALIDATE ONE LOOPTRANS RECORD AND ROUTE
003243*                       IT TO LOOPVAL OR EDITREJ.
003250******************************************************************
003251 4000-EDIT-LOOPTRANS.
003252     IF LB-HEADER
003253         MOVE LB-BATCH-ID TO WS-LOOP-BATCH-ID
003254         MOVE LB-BATCH-ID  TO WS-EDIT-BATCH-ID
003255         MOVE LB-BRANCH-ID TO WS-EDIT-BRANCH
003256         MOVE LB-BRANCH-ID TO WS-LOOP-BRANCH-ID
003257         MOVE LB-CTL-REC   TO WK-CTL-REC
003258         MOVE "LOOPTRANS"  TO WS-EDIT-FILE-NAME
003259         PERFORM 6700-VALIDAR-SUCURSAL
003260             THRU 6700-VALIDAR-SUCURSAL-EXIT
003261         MOVE WS-EDIT-LATE-SW TO WS-LOOP-LATE-SW
003269         PERFORM 6800-VERIFICAR-LOTE-REGISTRO
003270             THRU 6800-VERIFICAR-LOTE-REGISTRO-EXIT
003271         IF WS-BREG-DUP
003338         PERFORM 6500-VALIDAR-CUENTA
003339             THRU 6500-VALIDAR-CUENTA-EXIT
003340     END-IF.
003341     IF WS-REJ-NONE
003342         MOVE LT-VALUE-DATE-X   TO WS-EDIT-VALUE-DATE-X
003343         PERFORM 6400-VALIDAR-FECHA-VALOR
003344             THRU 6400-VALIDAR-FECHA-VALOR-EXIT
003345     END-IF.
003346     IF WS-REJ-NONE AND WS-LOOP-LATE AND NOT WS-VD-FUTURE
003347         MOVE WS-NEXT-BUS-DATE TO LT-VALUE-DATE
003348         SET WS-VD-FUTURE TO TRUE
003349     END-IF.
003350     IF WS-REJ-NONE AND NOT WS-VD-FUTURE
003351         MOVE LT-OPERATION      TO WS-EST-OPERATION
003352         MOVE LT-NUM1           TO WS-EST-NUM1
003353         MOVE LT-NUM2           TO WS-EST-NUM2
003354         IF LT-OPER1-IND = "R"
003355             MOVE ZERO TO WS-EST-NUM1
003356         END-IF
003357         IF LT-OPER2-IND = "R"
003358             MOVE ZERO TO WS-EST-NUM2
003359         END-IF
003360         MOVE WS-LOOP-READ-CNT  TO WS-EDIT-REC-NO
003361         PERFORM 6600-VALIDAR-PRESUPUESTO
003362             THRU 6600-VALIDAR-PRESUPUESTO-EXIT
003363     END-IF.
003364     IF WS-REJ-NONE AND WS-VD-FUTURE
003365         IF LT-ORIG-BATCH-ID = SPACES
003366             MOVE WS-LOOP-READ-CNT  TO LT-SOURCE-REC-NO
003367             MOVE WS-LOOP-BATCH-ID  TO LT-ORIG-BATCH-ID
003368             MOVE WS-LOOP-BRANCH-ID TO LT-ORIG-BRANCH-ID
003369         END-IF
003370         MOVE SPACES             TO WH-REC
003371         MOVE LT-ORIG-BATCH-ID   TO WH-ORIG-BATCH-ID
003372         SET WH-TYPE-LOOPTRANS   TO TRUE
003373         MOVE LT-SOURCE-REC-NO   TO WH-ORIG-REC-NO
003374         MOVE LT-VALUE-DATE      TO WH-VALUE-DATE
003375         MOVE LT-ORIG-BRANCH-ID  TO WH-BRANCH-ID
003376         MOVE LOOP-TRANS-REC     TO WH-IMAGE
003377         PERFORM 6450-ALMACENAR-FECHA-VALOR
003378             THRU 6450-ALMACENAR-FECHA-VALOR-EXIT
003379         IF WS-REJ-NONE
003380             ADD 1 TO WS-LOOP-WH-CNT
003381             GO TO 4000-EDIT-LOOPTRANS-LEER
003382         END-IF
003383     END-IF.
003384     IF WS-REJ-NONE
003410         ADD 1 TO WS-LOOP-GOOD-CNT
003412         ADD LT-NUM1 TO WS-LOOP-GOOD-HASH
003414         ADD LT-NUM2 TO WS-LOOP-GOOD-HASH
003415         IF LT-ORIG-BATCH-ID = SPACES
003416             MOVE WS-LOOP-READ-CNT TO LT-SOURCE-REC-NO
003417         END-IF
003420         WRITE LOOP-VAL-REC FROM LOOP-TRANS-REC
003430     ELSE
003440         ADD 1 TO WS-LOOP-REJ-CNT
003462         MOVE WS-LOOP-BRANCH-ID TO REJ-BRANCH-ID
003464         MOVE WS-LOOP-BATCH-ID  TO REJ-BATCH-ID
003466         MOVE WS-LOOP-READ-CNT  TO REJ-REC-NO
003468         IF LT-ORIG-BATCH-ID NOT = SPACES
003470             MOVE LT-ORIG-BRANCH-ID TO REJ-BRANCH-ID
003472             MOVE LT-ORIG-BATCH-ID  TO REJ-BATCH-ID
003474             MOVE LT-SOURCE-REC-NO  TO REJ-REC-NO
003476         END-IF
003478         MOVE LOOP-TRANS-REC TO REJ-IMAGE
003480         WRITE REJ-REC
003490     END-IF.
003491 4000-EDIT-LOOPTRANS-LEER.
003910     END-IF.
003920     IF NOT WS-CURR-FOUND
003930         MOVE "04" TO WS-REJ-REASON
003931     END-IF.
003932 6000-VALIDAR-MONEDA-EXIT.
003933     EXIT.
003934*
003935******************************************************************
003936* 6500-VALIDAR-CUENTA - CHECK THAT WS-EDIT-ACCOUNT IS AN ACTIVE
003937*                       ROW ON THE ACCOUNT (COST-CENTER) MASTER.
003938*                       SPACES MEANS UNASSIGNED WORK AND IS
003939*                       ALWAYS ACCEPTED; AN UNOPENABLE MASTER
003940*                       SKIPS THE CHECK. SETS WS-REJ-REASON 07
003941*                       ON AN UNKNOWN OR INACTIVE ACCOUNT.
003942******************************************************************
003943 6500-VALIDAR-CUENTA.
003944     IF WS-EDIT-ACCOUNT = SPACES OR NOT WS-ACCT-FILE-OPEN
003945         GO TO 6500-VALIDAR-CUENTA-EXIT
003946     END-IF.
003947     MOVE WS-EDIT-ACCOUNT TO ACCT-CODE.
003948     READ ACCT-MASTER-FILE
003949         INVALID KEY
003950             MOVE "07" TO WS-REJ-REASON
003951     END-READ.
003952     IF WS-REJ-NONE AND ACCT-INACTIVE
003953         MOVE "07" TO WS-REJ-REASON
003954     END-IF.
003955 6500-VALIDAR-CUENTA-EXIT.
003956     EXIT.
003957*
003958******************************************************************
003959* 6700-VALIDAR-SUCURSAL - CHECK THAT WS-EDIT-BRANCH (THE BATCH
003960*                         HEADER'S BAT-BRANCH-ID) IS AN ACTIVE
003961*                         ROW ON THE BRANCH MASTER. A BATCH FROM
003962*                         AN UNKNOWN, INACTIVE OR BLANK BRANCH
003963*                         HOLDS THE RUN LIKE AN OUT-OF-BALANCE
003964*                         TRAILER. BATCH ID "RESUBMIT" (SUSPRES)
003965*                         IS EXEMPT; AN UNOPENABLE MASTER SKIPS
003966*                         THE CHECK. ALSO SETS WS-EDIT-LATE WHEN
003967*                         THE HEADER (COPIED TO WK-CTL-REC) WAS
003968*                         TRANSMITTED AFTER THE BRANCH'S CUTOFF
003969*                         ON THE BUSINESS DATE, OR ON A LATER
003970*                         DATE; AN UNSTAMPED HEADER OR A BRANCH
003971*                         WITH NO CUTOFF IS NEVER LATE.
003972******************************************************************
003973 6700-VALIDAR-SUCURSAL.
003974     MOVE "N" TO WS-EDIT-LATE-SW.
003975     IF WS-EDIT-BATCH-ID = "RESUBMIT"
003976             OR NOT WS-BRCH-FILE-OPEN
003977         GO TO 6700-VALIDAR-SUCURSAL-EXIT
003978     END-IF.
003979     IF WS-EDIT-BRANCH = SPACES
003980         DISPLAY "Error: lote " WS-EDIT-FILE-NAME " "
003981             WS-EDIT-BATCH-ID " sin sucursal en la cabecera."
003982         SET WS-CTL-FAIL TO TRUE
003983         GO TO 6700-VALIDAR-SUCURSAL-EXIT
003984     END-IF.
003985     MOVE WS-EDIT-BRANCH TO BRCH-ID.
003986     READ BRCH-MASTER-FILE
003987         INVALID KEY
003988             DISPLAY "Error: lote " WS-EDIT-FILE-NAME " "
003989                 WS-EDIT-BATCH-ID " de la sucursal "
003990                 WS-EDIT-BRANCH " no registrada."
003991             SET WS-CTL-FAIL TO TRUE
003992             GO TO 6700-VALIDAR-SUCURSAL-EXIT
003993     END-READ.
003994     IF BRCH-INACTIVE
003995         DISPLAY "Error: lote " WS-EDIT-FILE-NAME " "
003996             WS-EDIT-BATCH-ID " de la sucursal "
003997             WS-EDIT-BRANCH " inactiva."
003998         SET WS-CTL-FAIL TO TRUE
003999     END-IF.
004000     IF BRCH-CUTOFF-TIME NOT NUMERIC OR BRCH-CUTOFF-TIME = ZERO
004001             OR WK-SEND-DATE NOT NUMERIC OR WK-SEND-DATE = ZERO
004002         GO TO 6700-VALIDAR-SUCURSAL-EXIT
004003     END-IF.
004004     IF WK-SEND-DATE > WS-RUN-DATE
004005             OR (WK-SEND-DATE = WS-RUN-DATE
004006             AND WK-SEND-TIME > BRCH-CUTOFF-TIME)
004007         SET WS-EDIT-LATE TO TRUE
004008         DISPLAY "Aviso: lote " WS-EDIT-FILE-NAME " "
004009             WS-EDIT-BATCH-ID " de la sucursal "
004010             WS-EDIT-BRANCH " recibido despues de la hora "
004011             "limite; pasa al " WS-NEXT-BUS-DATE "."
004012     END-IF.
004013 6700-VALIDAR-SUCURSAL-EXIT.
004014     EXIT.
004015*
004016******************************************************************
004017* 6800-VERIFICAR-LOTE-REGISTRO - SET WS-BREG-DUP WHEN THE BATCH
004018*                                IN WS-EDIT-BATCH-ID IS ALREADY
004019*                                ON THE PROCESSED-BATCH REGISTER
004020*                                FOR THIS PROGRAM. BATCH ID
004021*                                "RESUBMIT" IS EXEMPT; AN
004022*                                UNOPENABLE REGISTER SKIPS THE
004023*                                CHECK.
004024******************************************************************
004025 6800-VERIFICAR-LOTE-REGISTRO.
004026     MOVE "N" TO WS-BREG-DUP-SW.
004027     IF WS-EDIT-BATCH-ID = "RESUBMIT"
004028             OR WS-EDIT-BATCH-ID = SPACES
004029             OR NOT WS-BREG-FILE-OPEN
004030         GO TO 6800-VERIFICAR-LOTE-REGISTRO-EXIT
004031     END-IF.
004032     MOVE WS-EDIT-BATCH-ID TO BREG-BATCH-ID.
004033     MOVE "EDITVAL"        TO BREG-PROGRAM.
004034     READ BAT-REG-FILE
004035         INVALID KEY
004036             CONTINUE
004037         NOT INVALID KEY
004038             SET WS-BREG-DUP TO TRUE
004039             DISPLAY "Error: el lote " WS-EDIT-BATCH-ID
004040                 " ya fue procesado el dia " BREG-BUS-DATE
004041                 "; lote rechazado."
004042     END-READ.
004043 6800-VERIFICAR-LOTE-REGISTRO-EXIT.
004044     EXIT.
004045*
004046******************************************************************
004047* 6850-VERIFICAR-HASH-REGISTRO - SET WS-BREG-DUP WHEN A BATCH
004048*                                WITH A DIFFERENT ID BUT EXACTLY
004049*                                THE HASH TOTAL IN WS-CHECK-HASH
004050*                                IS ALREADY REGISTERED FOR THIS
004051*                                PROGRAM AND SOURCE FILE (THE
004052*                                SAME FILE RESENT UNDER A FRESH
004053*                                BATCH ID). STANDING-ORDER
004054*                                BATCHES (HOUSE BRANCH "STO")
004055*                                ARE EXEMPT: STORGEN EXPANDS THE
004056*                                SAME FIXED OPERANDS UNDER A
004057*                                FRESH ID EVERY NIGHT BY DESIGN,
004058*                                SO ONLY THE ID CHECK APPLIES TO
004059*                                THEM. THE SAME GOES FOR VALUE-
004060*                                DATE RELEASE BATCHES (HOUSE
004061*                                BRANCH "VDW"), WHOSE EMPTY DAYS
004062*                                ALL CARRY A ZERO HASH.
004069******************************************************************
004070 6850-VERIFICAR-HASH-REGISTRO.
004071     MOVE "N" TO WS-BREG-DUP-SW.
004072     IF WS-EDIT-BATCH-ID = "RESUBMIT"
004073             OR WS-CHECK-BRANCH = "STO " OR "VDW "
004074             OR NOT WS-BREG-FILE-OPEN
004075         GO TO 6850-VERIFICAR-HASH-REGISTRO-EXIT
004076     END-IF.
004138******************************************************************
004139* 8000-TERMINATE - PRINT THE CONTROL REPORT, CLOSE THE FILES AND
004140*                  SET THE RETURN CODE: 0 CLEAN, 4 REJECTS AT OR
004141*                  UNDER THE THRESHOLD (OR BUDGET WARNINGS), 8
004142*                  OVER THE THRESHOLD. A HELD RUN CANCELS WHAT IT
004143*                  PUT IN THE VALUE-DATE WAREHOUSE.
004144******************************************************************
004145 8000-TERMINATE.
004146     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
004147     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004148     MOVE "TRANSIN"        TO RPT-FILE-NAME.
004149     MOVE WS-TRANS-READ-CNT TO RPT-FILE-READ.
004150     MOVE WS-TRANS-GOOD-CNT TO RPT-FILE-GOOD.
004151     MOVE WS-TRANS-REJ-CNT  TO RPT-FILE-REJECT.
004152     MOVE WS-TRANS-WH-CNT   TO RPT-FILE-WHSE.
004153     WRITE REPORT-OUT-REC FROM RPT-FILE-LINE-REC.
004154     MOVE "OPCTRANS"       TO RPT-FILE-NAME.
004155     MOVE WS-OPC-READ-CNT  TO RPT-FILE-READ.
004156     MOVE WS-OPC-GOOD-CNT  TO RPT-FILE-GOOD.
004157     MOVE WS-OPC-REJ-CNT   TO RPT-FILE-REJECT.
004158     MOVE WS-OPC-WH-CNT    TO RPT-FILE-WHSE.
004159     WRITE REPORT-OUT-REC FROM RPT-FILE-LINE-REC.
004160     MOVE "LOOPTRANS"      TO RPT-FILE-NAME.
004170     MOVE WS-LOOP-READ-CNT TO RPT-FILE-READ.
004180     MOVE WS-LOOP-GOOD-CNT TO RPT-FILE-GOOD.
004181     MOVE WS-LOOP-REJ-CNT  TO RPT-FILE-REJECT.
004182     MOVE WS-LOOP-WH-CNT   TO RPT-FILE-WHSE.
004183     WRITE REPORT-OUT-REC FROM RPT-FILE-LINE-REC.
004184     MOVE WS-NEXT-BUS-DATE TO RPT-LATE-DATE.
004185     IF WS-TRANS-LATE
004186         MOVE "TRANSIN"          TO RPT-LATE-FILE-NAME
004187         MOVE WS-TRANS-BATCH-ID  TO RPT-LATE-BATCH-ID
004188         MOVE WS-TRANS-BRANCH-ID TO RPT-LATE-BRANCH
004189         WRITE REPORT-OUT-REC FROM RPT-LATE-REC
004190     END-IF.
004191     IF WS-OPC-LATE
004192         MOVE "OPCTRANS"         TO RPT-LATE-FILE-NAME
004193         MOVE WS-OPC-BATCH-ID    TO RPT-LATE-BATCH-ID
004194         MOVE WS-OPC-BRANCH-ID   TO RPT-LATE-BRANCH
004195         WRITE REPORT-OUT-REC FROM RPT-LATE-REC
004196     END-IF.
004197     IF WS-LOOP-LATE
004198         MOVE "LOOPTRANS"        TO RPT-LATE-FILE-NAME
004199         MOVE WS-LOOP-BATCH-ID   TO RPT-LATE-BATCH-ID
004200         MOVE WS-LOOP-BRANCH-ID  TO RPT-LATE-BRANCH
004201         WRITE REPORT-OUT-REC FROM RPT-LATE-REC
004202     END-IF.
004210     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
004220     COMPUTE WS-TOT-REJ-CNT = WS-TRANS-REJ-CNT
004230         + WS-OPC-REJ-CNT + WS-LOOP-REJ-CNT.
004260     IF WS-CTL-FAIL
004262             OR WS-TOT-REJ-CNT > WS-REJECT-THRESHOLD
004270         MOVE "HOLD"  TO RPT-VERDICT
004272         PERFORM 7000-ANULAR-ALMACENADOS
004274             THRU 7000-ANULAR-ALMACENADOS-EXIT
004280     ELSE
004290         IF WS-TOT-REJ-CNT > ZERO OR WS-BUDG-WARN-CNT > ZERO
004300             MOVE "WARNING" TO RPT-VERDICT
004310         ELSE
004320             MOVE "CLEAN"   TO RPT-VERDICT
004330         END-IF
004340     END-IF.
004341     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
004342     IF WS-BUDG-CHECK-ON
004343         IF WS-BUDG-REJECT
004344             MOVE "REJECT" TO RPT-BUDG-ACTION
004345         ELSE
004346             MOVE "WARN"   TO RPT-BUDG-ACTION
004347         END-IF
004348     ELSE
004349         MOVE "OFF" TO RPT-BUDG-ACTION
004350     END-IF.
004351     MOVE WS-BUDG-PERIOD   TO RPT-BUDG-PERIOD.
004352     MOVE WS-BUDG-USED-CNT TO RPT-BUDG-ACCOUNTS.
004353     MOVE WS-BUDG-WARN-CNT TO RPT-BUDG-WARN.
004354     MOVE WS-BUDG-REJ-CNT  TO RPT-BUDG-REJECT.
004355     WRITE REPORT-OUT-REC FROM RPT-BUDGET-REC.
004360     CLOSE TRANS-IN-FILE
004370           OPCODE-IN-FILE
004380           LOOP-TRANS-FILE
004471     IF WS-BREG-FILE-OPEN
004472         CLOSE BAT-REG-FILE
004473     END-IF.
004474     IF WS-WH-FILE-OPEN
004475         CLOSE VAL-WHSE-FILE
004476     END-IF.
004477     IF WS-CTL-FAIL
004478             OR WS-TOT-REJ-CNT > WS-REJECT-THRESHOLD
004480         MOVE 8 TO RETURN-CODE
004490     ELSE
004500         IF WS-TOT-REJ-CNT > ZERO OR WS-BUDG-WARN-CNT > ZERO
004510             MOVE 4 TO RETURN-CODE
004520         ELSE
004530             MOVE 0 TO RETURN-CODE
004550     END-IF.
004560 8000-TERMINATE-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600* 1510-LEER-REG-CONTROL - READ ONE RUN-CONTROL RECORD: THE "C"
004610*                         RECORD GIVES THE BUSINESS DATE, EACH
004620*                         "F" RECORD A HOLIDAY.
004630******************************************************************
004640 1510-LEER-REG-CONTROL.
004650     READ RUN-CTL-FILE
004660         AT END
004670             SET WS-RUNCTL-EOF TO TRUE
004680             GO TO 1510-LEER-REG-CONTROL-EXIT
004690     END-READ.
004700     IF RCT-TYPE-CONTROL AND WS-RUN-DATE = ZERO
004710         MOVE RCT-BUSINESS-DATE TO WS-RUN-DATE
004720     END-IF.
004730     IF RCT-TYPE-HOLIDAY AND WS-HOL-CNT < 100
004740         ADD 1 TO WS-HOL-CNT
004750         MOVE RCT-BUSINESS-DATE TO WS-HOLIDAY-DATE(WS-HOL-CNT)
004760     END-IF.
004770 1510-LEER-REG-CONTROL-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810* 1550-CALCULAR-SIGUIENTE-HABIL - WORK OUT THE NEXT BUSINESS
004820*                                 DATE AFTER WS-RUN-DATE THE WAY
004830*                                 DAYEND WILL ADVANCE IT: THE
004840*                                 NEXT WEEKDAY THAT IS NOT A
004850*                                 LISTED HOLIDAY. LATE BATCHES
004860*                                 ARE WAREHOUSED FOR THAT DATE.
004870******************************************************************
004880 1550-CALCULAR-SIGUIENTE-HABIL.
004890     COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
004900     MOVE ZERO TO WS-ADVANCE-CTR.
004910     MOVE "N"  TO WS-NEXT-OK-SW.
004920     PERFORM 1560-PROBAR-SIGUIENTE-DIA
004930         THRU 1560-PROBAR-SIGUIENTE-DIA-EXIT
004940         UNTIL WS-NEXT-OK OR WS-ADVANCE-CTR > 60.
004950     IF NOT WS-NEXT-OK
004960         COMPUTE WS-NEXT-BUS-DATE = FUNCTION DATE-OF-INTEGER(
004970             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
004980     END-IF.
004990 1550-CALCULAR-SIGUIENTE-HABIL-EXIT.
005000     EXIT.
005010*
005020 1560-PROBAR-SIGUIENTE-DIA.
005030     ADD 1 TO WS-ADVANCE-CTR.
005040     ADD 1 TO WS-NEXT-INT.
005050     COMPUTE WS-NEXT-BUS-DATE
005060         = FUNCTION DATE-OF-INTEGER(WS-NEXT-INT).
005070     COMPUTE WS-NEXT-DOW = FUNCTION MOD(WS-NEXT-INT - 1, 7) + 1.
005080     IF WS-NEXT-DOW > 5
005090         GO TO 1560-PROBAR-SIGUIENTE-DIA-EXIT
005100     END-IF.
005110     SET WS-NEXT-OK TO TRUE.
005120     MOVE ZERO TO WS-HOL-SUB.
005130     PERFORM 1570-PROBAR-FERIADO
005140         THRU 1570-PROBAR-FERIADO-EXIT
005150         UNTIL WS-HOL-SUB NOT < WS-HOL-CNT
005160             OR NOT WS-NEXT-OK.
005170 1560-PROBAR-SIGUIENTE-DIA-EXIT.
005180     EXIT.
005190*
005200 1570-PROBAR-FERIADO.
005210     ADD 1 TO WS-HOL-SUB.
005220     IF WS-HOLIDAY-DATE(WS-HOL-SUB) = WS-NEXT-BUS-DATE
005230         MOVE "N" TO WS-NEXT-OK-SW
005240     END-IF.
005250 1570-PROBAR-FERIADO-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 1750-ABRIR-ALMACEN - OPEN THE VALUE-DATE WAREHOUSE FOR UPDATE,
005300*                      CREATING IT ON ITS VERY FIRST USE. WHILE
005310*                      IT CANNOT BE OPENED, FORWARD-DATED
005320*                      DETAILS ARE REJECTED (REASON 10) RATHER
005330*                      THAN POSTED EARLY.
005340******************************************************************
005350 1750-ABRIR-ALMACEN.
005360     OPEN I-O VAL-WHSE-FILE.
005370     IF WS-WH-STATUS = "35"
005380         OPEN OUTPUT VAL-WHSE-FILE
005390         CLOSE VAL-WHSE-FILE
005400         OPEN I-O VAL-WHSE-FILE
005410     END-IF.
005420     IF WS-WH-STATUS = "00"
005430         SET WS-WH-FILE-OPEN TO TRUE
005440     ELSE
005450         DISPLAY "Aviso: no se pudo abrir el almacen de fecha "
005460             "valor (estado " WS-WH-STATUS "); las partidas "
005470             "con fecha valor futura se rechazan."
005480     END-IF.
005490 1750-ABRIR-ALMACEN-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530* 1800-CARGAR-PRESUPUESTOS - LOAD EVERY BUDGET ROW FOR THE
005540*                            BUSINESS DATE'S PERIOD INTO THE
005550*                            BUDGET TABLE, THEN ADD UP THE
005560*                            PERIOD'S HISTORY ACTIVITY (ERROR
005570*                            ROWS LEFT OUT, AS ON BUDGRPT)
005580*                            AGAINST EACH BUDGETED ACCOUNT. AN
005590*                            UNOPENABLE BUDGET MASTER SKIPS THE
005600*                            CHECK; AN UNOPENABLE HISTORY FILE
005610*                            CHECKS AGAINST THIS RUN ONLY.
005620******************************************************************
005630 1800-CARGAR-PRESUPUESTOS.
005640     MOVE WS-RUN-DATE(1:6) TO WS-BUDG-PERIOD.
005650     COMPUTE WS-BUDG-FROM-DATE = WS-BUDG-PERIOD * 100 + 1.
005660     COMPUTE WS-BUDG-TO-DATE   = WS-BUDG-PERIOD * 100 + 31.
005670     OPEN INPUT BUDG-MASTER-FILE.
005680     IF WS-BUDG-STATUS NOT = "00"
005690         DISPLAY "Aviso: no se pudo abrir el maestro de "
005700             "presupuestos (estado " WS-BUDG-STATUS "); no se "
005710             "validan los presupuestos."
005720         GO TO 1800-CARGAR-PRESUPUESTOS-EXIT
005730     END-IF.
005740     SET WS-BUDG-CHECK-ON TO TRUE.
005750     MOVE LOW-VALUES TO BUDG-KEY.
005760     START BUDG-MASTER-FILE KEY IS NOT LESS THAN BUDG-KEY
005770         INVALID KEY
005780             SET WS-BUDG-EOF TO TRUE
005790     END-START.
005800     PERFORM 1810-LEER-PRESUPUESTO
005810         THRU 1810-LEER-PRESUPUESTO-EXIT
005820         UNTIL WS-BUDG-EOF.
005830     CLOSE BUDG-MASTER-FILE.
005840     IF WS-BUDG-USED-CNT = ZERO
005850         GO TO 1800-CARGAR-PRESUPUESTOS-EXIT
005860     END-IF.
005870     OPEN INPUT HISTORY-FILE.
005880     IF WS-HIST-STATUS NOT = "00"
005890         DISPLAY "Aviso: no se pudo abrir el archivo de "
005900             "historial (estado " WS-HIST-STATUS "); el "
005910             "presupuesto se valida solo contra esta corrida."
005920         GO TO 1800-CARGAR-PRESUPUESTOS-EXIT
005930     END-IF.
005940     MOVE WS-BUDG-FROM-DATE TO HIST-RUN-DATE.
005950     MOVE ZERO              TO HIST-TRANS-SEQ.
005960     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
005970         INVALID KEY
005980             SET WS-HIST-EOF TO TRUE
005990     END-START.
006000     PERFORM 1850-SUMAR-HISTORIAL
006010         THRU 1850-SUMAR-HISTORIAL-EXIT
006020         UNTIL WS-HIST-EOF.
006030     CLOSE HISTORY-FILE.
006040 1800-CARGAR-PRESUPUESTOS-EXIT.
006050     EXIT.
006060*
006070 1810-LEER-PRESUPUESTO.
006080     READ BUDG-MASTER-FILE NEXT RECORD
006090         AT END
006100             SET WS-BUDG-EOF TO TRUE
006110             GO TO 1810-LEER-PRESUPUESTO-EXIT
006120     END-READ.
006130     IF BUDG-PERIOD NOT = WS-BUDG-PERIOD
006140         GO TO 1810-LEER-PRESUPUESTO-EXIT
006150     END-IF.
006160     IF WS-BUDG-USED-CNT NOT < 200
006170         DISPLAY "Aviso: tabla de presupuestos llena; la "
006180             "cuenta " BUDG-ACCOUNT-CODE " no se valida."
006190         GO TO 1810-LEER-PRESUPUESTO-EXIT
006200     END-IF.
006210     ADD 1 TO WS-BUDG-USED-CNT.
006220     MOVE BUDG-ACCOUNT-CODE
006230         TO WS-BUDG-ENTRY-CODE(WS-BUDG-USED-CNT).
006240     MOVE BUDG-AMOUNT
006250         TO WS-BUDG-ENTRY-AMOUNT(WS-BUDG-USED-CNT).
006260     MOVE ZERO TO WS-BUDG-ENTRY-USED(WS-BUDG-USED-CNT).
006270 1810-LEER-PRESUPUESTO-EXIT.
006280     EXIT.
006290*
006300 1850-SUMAR-HISTORIAL.
006310     READ HISTORY-FILE NEXT RECORD
006320         AT END
006330             SET WS-HIST-EOF TO TRUE
006340             GO TO 1850-SUMAR-HISTORIAL-EXIT
006350     END-READ.
006360     IF HIST-RUN-DATE > WS-BUDG-TO-DATE
006370         SET WS-HIST-EOF TO TRUE
006380         GO TO 1850-SUMAR-HISTORIAL-EXIT
006390     END-IF.
006400     IF HIST-STATUS-ERROR OR HIST-ACCOUNT-CODE = SPACES
006410         GO TO 1850-SUMAR-HISTORIAL-EXIT
006420     END-IF.
006430     MOVE HIST-ACCOUNT-CODE TO WS-EDIT-ACCOUNT.
006440     PERFORM 6610-BUSCAR-PRESUPUESTO
006450         THRU 6610-BUSCAR-PRESUPUESTO-EXIT.
006460     IF WS-BUDG-FOUND
006470         ADD HIST-RESULTADO TO WS-BUDG-ENTRY-USED(WS-BUDG-SUB)
006480     END-IF.
006490 1850-SUMAR-HISTORIAL-EXIT.
006500     EXIT.
006510*
006520******************************************************************
006530* 6400-VALIDAR-FECHA-VALOR - CHECK THE DETAIL'S OPTIONAL VALUE
006540*                            DATE IN WS-EDIT-VALUE-DATE-X. BLANK
006550*                            OR ZERO MEANS NONE. AN INVALID DATE
006560*                            SETS WS-REJ-REASON 09; A DATE AFTER
006570*                            THE BUSINESS DATE SETS WS-VD-FUTURE.
006580*                            A PAST OR CURRENT VALUE DATE POSTS
006590*                            TODAY LIKE AN UNDATED DETAIL.
006600******************************************************************
006610 6400-VALIDAR-FECHA-VALOR.
006620     MOVE "N" TO WS-VD-FUTURE-SW.
006630     IF WS-EDIT-VALUE-DATE-X = SPACES
006640             OR WS-EDIT-VALUE-DATE-X = "00000000"
006650         GO TO 6400-VALIDAR-FECHA-VALOR-EXIT
006660     END-IF.
006670     IF WS-EDIT-VALUE-DATE-X NOT NUMERIC
006680         MOVE "09" TO WS-REJ-REASON
006690         GO TO 6400-VALIDAR-FECHA-VALOR-EXIT
006700     END-IF.
006710     IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-VALUE-DATE)
006720             NOT = ZERO
006730         MOVE "09" TO WS-REJ-REASON
006740         GO TO 6400-VALIDAR-FECHA-VALOR-EXIT
006750     END-IF.
006760     IF WS-EDIT-VALUE-DATE > WS-RUN-DATE
006770         SET WS-VD-FUTURE TO TRUE
006780     END-IF.
006790 6400-VALIDAR-FECHA-VALOR-EXIT.
006800     EXIT.
006810*
006820******************************************************************
006830* 6450-ALMACENAR-FECHA-VALOR - STORE THE FORWARD-DATED DETAIL
006840*                              BUILT IN WH-REC ON THE VALUE-DATE
006850*                              WAREHOUSE AS PENDING. AN ITEM
006860*                              ALREADY THERE IS REPLACED WHILE
006870*                              IT IS STILL PENDING, OR WAS
006880*                              CANCELLED BY A HELD EDIT RUN (THE
006890*                              CORRECTED RERUN OF THE SAME
006900*                              BATCH); ONE RELEASED OR CANCELLED
006910*                              BY AN OPERATOR IS NOT TOUCHED.
006920*                              EITHER THAT OR AN UNOPENABLE
006930*                              WAREHOUSE SETS WS-REJ-REASON 10.
006940******************************************************************
006950 6450-ALMACENAR-FECHA-VALOR.
006960     IF NOT WS-WH-FILE-OPEN
006970         MOVE "10" TO WS-REJ-REASON
006980         GO TO 6450-ALMACENAR-FECHA-VALOR-EXIT
006990     END-IF.
007000     SET WH-PENDING TO TRUE.
007010     MOVE WS-RUN-DATE TO WH-STORED-DATE.
007020     MOVE ZERO        TO WH-ACTION-DATE.
007030     MOVE WH-REC      TO WS-WH-SAVE-REC.
007040     WRITE WH-REC
007050         INVALID KEY
007060             CONTINUE
007070     END-WRITE.
007080     IF WS-WH-STATUS = "00"
007090         GO TO 6450-ALMACENAR-FECHA-VALOR-EXIT
007100     END-IF.
007110     READ VAL-WHSE-FILE
007120         INVALID KEY
007130             MOVE "10" TO WS-REJ-REASON
007140             GO TO 6450-ALMACENAR-FECHA-VALOR-EXIT
007150     END-READ.
007160     IF WH-PENDING
007170             OR (WH-CANCELLED AND WH-ACTION-BY = "EDITVAL")
007180         MOVE WS-WH-SAVE-REC TO WH-REC
007190         REWRITE WH-REC
007200             INVALID KEY
007210                 MOVE "10" TO WS-REJ-REASON
007220         END-REWRITE
007230     ELSE
007240         MOVE "10" TO WS-REJ-REASON
007250         DISPLAY "Aviso: la partida " WH-ORIG-BATCH-ID " "
007260             WH-FILE-TYPE " " WH-ORIG-REC-NO " ya figura "
007270             "liberada o anulada en el almacen de fecha valor."
007280     END-IF.
007290 6450-ALMACENAR-FECHA-VALOR-EXIT.
007300     EXIT.
007310*
007320******************************************************************
007330* 6550-ESTIMAR-IMPORTE - ESTIMATE THE RESULTADO THE DETAIL WILL
007340*                        POST, FROM WS-EST-OPERATION AND THE TWO
007350*                        OPERANDS, THE WAY THE CALCULATORS WORK
007360*                        IT OUT: A BLANK OPERATION (LOOPTRANS)
007370*                        POSTS ALL FOUR OF A/S/M/D. A DIVIDE BY
007380*                        ZERO OR AN OVERFLOW POSTS AN ERROR ROW
007390*                        WITH NO RESULT, SO IT ESTIMATES ZERO. A
007400*                        CHAINED ("R") OPERAND IS NOT KNOWN
007410*                        UNTIL RUN TIME AND COUNTS AS ZERO.
007420******************************************************************
007430 6550-ESTIMAR-IMPORTE.
007440     MOVE ZERO TO WS-EST-AMOUNT.
007450     IF WS-EST-OPERATION NOT = SPACE
007460         MOVE WS-EST-OPERATION TO WS-EST-OP
007470         PERFORM 6560-APLICAR-OPERACION
007480             THRU 6560-APLICAR-OPERACION-EXIT
007490         GO TO 6550-ESTIMAR-IMPORTE-EXIT
007500     END-IF.
007510     MOVE "A" TO WS-EST-OP.
007520     PERFORM 6560-APLICAR-OPERACION
007530         THRU 6560-APLICAR-OPERACION-EXIT.
007540     MOVE "S" TO WS-EST-OP.
007550     PERFORM 6560-APLICAR-OPERACION
007560         THRU 6560-APLICAR-OPERACION-EXIT.
007570     MOVE "M" TO WS-EST-OP.
007580     PERFORM 6560-APLICAR-OPERACION
007590         THRU 6560-APLICAR-OPERACION-EXIT.
007600     MOVE "D" TO WS-EST-OP.
007610     PERFORM 6560-APLICAR-OPERACION
007620         THRU 6560-APLICAR-OPERACION-EXIT.
007630 6550-ESTIMAR-IMPORTE-EXIT.
007640     EXIT.
007650*
007660 6560-APLICAR-OPERACION.
007670     MOVE ZERO TO WS-EST-RESULT.
007680     EVALUATE WS-EST-OP
007690         WHEN "A"
007700             COMPUTE WS-EST-RESULT = WS-EST-NUM1 + WS-EST-NUM2
007710         WHEN "S"
007720             COMPUTE WS-EST-RESULT = WS-EST-NUM2 - WS-EST-NUM1
007730         WHEN "M"
007740             COMPUTE WS-EST-RESULT ROUNDED =
007750                 WS-EST-NUM1 * WS-EST-NUM2
007760                 ON SIZE ERROR
007770                     MOVE ZERO TO WS-EST-RESULT
007780             END-COMPUTE
007790         WHEN "D"
007800             IF WS-EST-NUM2 NOT = ZERO
007810                 COMPUTE WS-EST-RESULT ROUNDED =
007820                     WS-EST-NUM1 / WS-EST-NUM2
007830                     ON SIZE ERROR
007840                         MOVE ZERO TO WS-EST-RESULT
007850                 END-COMPUTE
007860             END-IF
007870         WHEN "P"
007880             COMPUTE WS-EST-RESULT ROUNDED =
007890                 WS-EST-NUM1 * WS-EST-NUM2 / 100
007900                 ON SIZE ERROR
007910                     MOVE ZERO TO WS-EST-RESULT
007920             END-COMPUTE
007930         WHEN "U"
007940             COMPUTE WS-EST-RESULT ROUNDED =
007950                 WS-EST-NUM2 + WS-EST-NUM2 * WS-EST-NUM1 / 100
007960                 ON SIZE ERROR
007970                     MOVE ZERO TO WS-EST-RESULT
007980             END-COMPUTE
007990         WHEN "I"
008000             IF WS-EST-NUM2 NOT = ZERO
008010                 DIVIDE WS-EST-NUM1 BY WS-EST-NUM2
008020                     GIVING WS-EST-QUOTIENT
008030                     ON SIZE ERROR
008040                         MOVE ZERO TO WS-EST-QUOTIENT
008050                 END-DIVIDE
008060                 MOVE WS-EST-QUOTIENT TO WS-EST-RESULT
008070             END-IF
008080         WHEN "E"
008090             MOVE WS-EST-NUM2 TO WS-EST-EXPONENT
008100             COMPUTE WS-EST-RESULT ROUNDED =
008110                 WS-EST-NUM1 ** WS-EST-EXPONENT
008120                 ON SIZE ERROR
008130                     MOVE ZERO TO WS-EST-RESULT
008140             END-COMPUTE
008150     END-EVALUATE.
008160     ADD WS-EST-RESULT TO WS-EST-AMOUNT
008170         ON SIZE ERROR
008180             CONTINUE
008190     END-ADD.
008200 6560-APLICAR-OPERACION-EXIT.
008210     EXIT.
008220*
008230******************************************************************
008240* 6600-VALIDAR-PRESUPUESTO - CHECK THAT THE DETAIL'S ESTIMATED
008250*                            RESULT DOES NOT TAKE WS-EDIT-ACCOUNT
008260*                            PAST ITS BUDGET FOR THE PERIOD: THE
008270*                            PERIOD'S HISTORY ACTIVITY PLUS THE
008280*                            DETAILS ALREADY PASSED IN THIS RUN
008290*                            PLUS THIS ONE. OVER BUDGET SETS
008300*                            WS-REJ-REASON 08 WHEN EDITPARM SAYS
008310*                            REJECT, OTHERWISE PASSES THE DETAIL
008320*                            WITH A WARNING. A DETAIL THAT PASSES
008330*                            IS ADDED TO THE ACCOUNT'S RUNNING
008340*                            TOTAL. BLANK OR UNBUDGETED ACCOUNTS
008350*                            ARE NOT CHECKED.
008360******************************************************************
008370 6600-VALIDAR-PRESUPUESTO.
008380     IF WS-EDIT-ACCOUNT = SPACES OR NOT WS-BUDG-CHECK-ON
008390         GO TO 6600-VALIDAR-PRESUPUESTO-EXIT
008400     END-IF.
008410     PERFORM 6610-BUSCAR-PRESUPUESTO
008420         THRU 6610-BUSCAR-PRESUPUESTO-EXIT.
008430     IF NOT WS-BUDG-FOUND
008440         GO TO 6600-VALIDAR-PRESUPUESTO-EXIT
008450     END-IF.
008460     PERFORM 6550-ESTIMAR-IMPORTE
008470         THRU 6550-ESTIMAR-IMPORTE-EXIT.
008480     COMPUTE WS-BUDG-PROJECTED = WS-BUDG-ENTRY-USED(WS-BUDG-SUB)
008490         + WS-EST-AMOUNT.
008500     IF WS-BUDG-PROJECTED > WS-BUDG-ENTRY-AMOUNT(WS-BUDG-SUB)
008510         IF WS-BUDG-REJECT
008520             MOVE "08" TO WS-REJ-REASON
008530             ADD 1 TO WS-BUDG-REJ-CNT
008540             GO TO 6600-VALIDAR-PRESUPUESTO-EXIT
008550         END-IF
008560         ADD 1 TO WS-BUDG-WARN-CNT
008570         DISPLAY "Aviso: " WS-EDIT-FILE-NAME " lote "
008580             WS-EDIT-BATCH-ID " registro " WS-EDIT-REC-NO
008590             " excede el presupuesto de la cuenta "
008600             WS-EDIT-ACCOUNT "."
008610     END-IF.
008620     MOVE WS-BUDG-PROJECTED TO WS-BUDG-ENTRY-USED(WS-BUDG-SUB).
008630 6600-VALIDAR-PRESUPUESTO-EXIT.
008640     EXIT.
008650*
008660******************************************************************
008670* 6610-BUSCAR-PRESUPUESTO - FIND WS-EDIT-ACCOUNT IN THE BUDGET
008680*                           TABLE; SETS WS-BUDG-FOUND AND LEAVES
008690*                           WS-BUDG-SUB POINTING AT ITS ENTRY.
008700******************************************************************
008710 6610-BUSCAR-PRESUPUESTO.
008720     MOVE "N" TO WS-BUDG-FOUND-SW.
008730     MOVE 1 TO WS-BUDG-SUB.
008740     PERFORM 6620-COMPARAR-PRESUPUESTO
008750         THRU 6620-COMPARAR-PRESUPUESTO-EXIT
008760         UNTIL WS-BUDG-FOUND OR WS-BUDG-SUB > WS-BUDG-USED-CNT.
008770 6610-BUSCAR-PRESUPUESTO-EXIT.
008780     EXIT.
008790*
008800 6620-COMPARAR-PRESUPUESTO.
008810     IF WS-BUDG-ENTRY-CODE(WS-BUDG-SUB) = WS-EDIT-ACCOUNT
008820         SET WS-BUDG-FOUND TO TRUE
008830     ELSE
008840         ADD 1 TO WS-BUDG-SUB
008850     END-IF.
008860 6620-COMPARAR-PRESUPUESTO-EXIT.
008870     EXIT.
008880*
008890******************************************************************
008900* 7000-ANULAR-ALMACENADOS - THE RUN IS HELD: CANCEL THE ITEMS
008910*                           THIS RUN PUT IN THE VALUE-DATE
008920*                           WAREHOUSE FROM THE TRANSIN,
008930*                           OPCTRANS AND LOOPTRANS BATCHES
008940*                           (FORWARD-DATED OR LATE), SO
008950*                           NOTHING FROM A HELD BATCH IS
008960*                           RELEASED LATER. THE CORRECTED RERUN
008970*                           STORES THEM AGAIN.
008980******************************************************************
008990 7000-ANULAR-ALMACENADOS.
009000     MOVE ZERO TO WS-WH-CANCEL-CNT.
009010     IF WS-TRANS-WH-CNT > ZERO
009020         MOVE WS-TRANS-BATCH-ID TO WS-WH-SCAN-BATCH-ID
009030         MOVE "T"               TO WS-WH-SCAN-TYPE
009040         PERFORM 7100-ANULAR-LOTE
009050             THRU 7100-ANULAR-LOTE-EXIT
009060     END-IF.
009070     IF WS-OPC-WH-CNT > ZERO
009080         MOVE WS-OPC-BATCH-ID TO WS-WH-SCAN-BATCH-ID
009090         MOVE "O"             TO WS-WH-SCAN-TYPE
009100         PERFORM 7100-ANULAR-LOTE
009110             THRU 7100-ANULAR-LOTE-EXIT
009120     END-IF.
009130     IF WS-LOOP-WH-CNT > ZERO
009140         MOVE WS-LOOP-BATCH-ID TO WS-WH-SCAN-BATCH-ID
009150         MOVE "L"              TO WS-WH-SCAN-TYPE
009160         PERFORM 7100-ANULAR-LOTE
009170             THRU 7100-ANULAR-LOTE-EXIT
009180     END-IF.
009190     IF WS-WH-CANCEL-CNT > ZERO
009200         DISPLAY "Aviso: corrida retenida; " WS-WH-CANCEL-CNT
009210             " partidas con fecha valor anuladas en el almacen."
009220     END-IF.
009230 7000-ANULAR-ALMACENADOS-EXIT.
009240     EXIT.
009250*
009260 7100-ANULAR-LOTE.
009270     MOVE "N" TO WS-WH-EOF-SW.
009280     MOVE WS-WH-SCAN-BATCH-ID TO WH-ORIG-BATCH-ID.
009290     MOVE WS-WH-SCAN-TYPE     TO WH-FILE-TYPE.
009300     MOVE ZERO                TO WH-ORIG-REC-NO.
009310     START VAL-WHSE-FILE KEY IS NOT LESS THAN WH-KEY
009320         INVALID KEY
009330             SET WS-WH-EOF TO TRUE
009340     END-START.
009350     PERFORM 7110-ANULAR-PARTIDA
009360         THRU 7110-ANULAR-PARTIDA-EXIT
009370         UNTIL WS-WH-EOF.
009380 7100-ANULAR-LOTE-EXIT.
009390     EXIT.
009400*
009410 7110-ANULAR-PARTIDA.
009420     READ VAL-WHSE-FILE NEXT RECORD
009430         AT END
009440             SET WS-WH-EOF TO TRUE
009450             GO TO 7110-ANULAR-PARTIDA-EXIT
009460     END-READ.
009470     IF WH-ORIG-BATCH-ID NOT = WS-WH-SCAN-BATCH-ID
009480             OR WH-FILE-TYPE NOT = WS-WH-SCAN-TYPE
009490         SET WS-WH-EOF TO TRUE
009500         GO TO 7110-ANULAR-PARTIDA-EXIT
009510     END-IF.
009520     IF NOT WH-PENDING OR WH-STORED-DATE NOT = WS-RUN-DATE
009530         GO TO 7110-ANULAR-PARTIDA-EXIT
009540     END-IF.
009550     SET WH-CANCELLED TO TRUE.
009560     MOVE WS-RUN-DATE TO WH-ACTION-DATE.
009570     MOVE "EDITVAL"   TO WH-ACTION-BY.
009580     REWRITE WH-REC
009590         INVALID KEY
009600             GO TO 7110-ANULAR-PARTIDA-EXIT
009610     END-REWRITE.
009620     ADD 1 TO WS-WH-CANCEL-CNT.
009630 7110-ANULAR-PARTIDA-EXIT.
009640     EXIT.
009650 END PROGRAM EDITVAL.
