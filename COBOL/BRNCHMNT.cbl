000240*
000250* MODIFICATION HISTORY
000260*   2026-09-02  RA  INITIAL VERSION.
000262*   2026-10-15  RA  EACH BRANCH NOW ALSO CARRIES ITS EXPECTED
000264*                   SUBMISSION SCHEDULE (FILES SENT, WEEKDAYS
000266*                   AND CUTOFF TIME), ASKED FOR ON ADD AND
000268*                   UPDATE AND SHOWN ON INQUIRY.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BRNCHMNT.
000460 01  WS-ENT-BRCH-ID         PIC X(04).
000470 01  WS-ENT-NAME            PIC X(30).
000480 01  WS-ENT-ACTIVE          PIC X(01).
000481 01  WS-ENT-CONTACT         PIC X(30).
000482 01  WS-ENT-EXPECT-TRANSIN  PIC X(01).
000483 01  WS-ENT-EXPECT-OPCTRANS PIC X(01).
000484 01  WS-ENT-EXPECT-LOOPTRANS
000485                            PIC X(01).
000486 01  WS-ENT-DAYS.
000487     05 WS-ENT-DAY          PIC X(01) OCCURS 7 TIMES.
000488 01  WS-ENT-CUTOFF          PIC X(04).
000489 01  WS-ENT-CUTOFF-PARTS REDEFINES WS-ENT-CUTOFF.
000490     05 WS-ENT-CUTOFF-HH    PIC 9(02).
000491     05 WS-ENT-CUTOFF-MM    PIC 9(02).
000492 01  WS-ENT-FILE-NAME       PIC X(09).
000493 01  WS-ENT-ANSWER          PIC X(01).
000494 77  WS-DAY-SUB             PIC 9(02) COMP VALUE ZERO.
000495 77  WS-DAYS-OK-SW          PIC X(01) VALUE "Y".
000496     88 WS-DAYS-OK                    VALUE "Y".
000500 LINKAGE SECTION.
000510     COPY LNKPARMS.
000520 PROCEDURE DIVISION USING LNK-PARMS.
001260*
001270******************************************************************
001280* 2200-PEDIR-DATOS - ASK FOR THE NON-KEY FIELDS OF A BRANCH ROW:
001285*                    NAME, ACTIVE/INACTIVE, CONTACT AND THE
001290*                    EXPECTED SUBMISSION SCHEDULE.
001300******************************************************************
001310 2200-PEDIR-DATOS.
001320     DISPLAY "Nombre de la sucursal: ".
001360     ACCEPT WS-ENT-ACTIVE.
001370     IF WS-ENT-ACTIVE NOT = "A" AND WS-ENT-ACTIVE NOT = "I"
001380         DISPLAY "Error: estado no valido; intente de nuevo."
001381         GO TO 2210-PEDIR-ESTADO
001382     END-IF.
001383     DISPLAY "Contacto de la sucursal: ".
001384     ACCEPT WS-ENT-CONTACT.
001385     MOVE "TRANSIN"   TO WS-ENT-FILE-NAME.
001386     PERFORM 2300-PEDIR-SI-NO
001387         THRU 2300-PEDIR-SI-NO-EXIT.
001388     MOVE WS-ENT-ANSWER TO WS-ENT-EXPECT-TRANSIN.
001389     MOVE "OPCTRANS"  TO WS-ENT-FILE-NAME.
001390     PERFORM 2300-PEDIR-SI-NO
001391         THRU 2300-PEDIR-SI-NO-EXIT.
001392     MOVE WS-ENT-ANSWER TO WS-ENT-EXPECT-OPCTRANS.
001393     MOVE "LOOPTRANS" TO WS-ENT-FILE-NAME.
001394     PERFORM 2300-PEDIR-SI-NO
001395         THRU 2300-PEDIR-SI-NO-EXIT.
001396     MOVE WS-ENT-ANSWER TO WS-ENT-EXPECT-LOOPTRANS.
001397 2220-PEDIR-DIAS.
001398     DISPLAY "Dias de envio, lunes a domingo (7 posiciones, "
001399         "S=si N=no; en blanco = sin calendario): ".
001400     MOVE SPACES TO WS-ENT-DAYS.
001401     ACCEPT WS-ENT-DAYS.
001402     INSPECT WS-ENT-DAYS CONVERTING "SsNn" TO "YYNN".
001403     SET WS-DAYS-OK TO TRUE.
001404     MOVE ZERO TO WS-DAY-SUB.
001405     PERFORM 2310-VALIDAR-DIA
001406         THRU 2310-VALIDAR-DIA-EXIT
001407         UNTIL WS-DAY-SUB NOT < 7.
001408     IF NOT WS-DAYS-OK
001409         DISPLAY "Error: use solo S, N o blanco en cada dia; "
001410             "intente de nuevo."
001411         GO TO 2220-PEDIR-DIAS
001412     END-IF.
001413 2230-PEDIR-HORA-LIMITE.
001414     DISPLAY "Hora limite de envio (HHMM, 0000 = sin hora "
001415         "limite): ".
001416     MOVE SPACES TO WS-ENT-CUTOFF.
001417     ACCEPT WS-ENT-CUTOFF.
001418     IF WS-ENT-CUTOFF = SPACES
001419         MOVE "0000" TO WS-ENT-CUTOFF
001420     END-IF.
001421     IF WS-ENT-CUTOFF NOT NUMERIC
001422             OR WS-ENT-CUTOFF-HH > 23
001423             OR WS-ENT-CUTOFF-MM > 59
001424         DISPLAY "Error: hora no valida; intente de nuevo."
001425         GO TO 2230-PEDIR-HORA-LIMITE
001426     END-IF.
001430 2200-PEDIR-DATOS-EXIT.
001440     EXIT.
001450*
001510         THRU 2100-PEDIR-ID-EXIT.
001520     PERFORM 2200-PEDIR-DATOS
001530         THRU 2200-PEDIR-DATOS-EXIT.
001535     MOVE SPACES         TO BRCH-REC.
001540     MOVE WS-ENT-BRCH-ID TO BRCH-ID.
001550     MOVE WS-ENT-NAME    TO BRCH-NAME.
001560     MOVE WS-ENT-ACTIVE  TO BRCH-ACTIVE-SW.
001570     MOVE WS-ENT-CONTACT TO BRCH-CONTACT.
001572     PERFORM 2400-MOVER-CALENDARIO
001574         THRU 2400-MOVER-CALENDARIO-EXIT.
001580     WRITE BRCH-REC
001590         INVALID KEY
001600             DISPLAY "Ya existe una sucursal con esa "
001810     IF WS-BRCH-OK
001820         DISPLAY "Sucursal actual: " BRCH-NAME
001830             " estado " BRCH-ACTIVE-SW
001832         DISPLAY "Calendario actual: archivos T/O/L "
001834             BRCH-EXPECT-TRANSIN BRCH-EXPECT-OPCTRANS
001836             BRCH-EXPECT-LOOPTRANS " dias " BRCH-SCHED-DAYS
001838             " hora limite " BRCH-CUTOFF-TIME-X
001840         PERFORM 2200-PEDIR-DATOS
001850             THRU 2200-PEDIR-DATOS-EXIT
001860         MOVE WS-ENT-NAME    TO BRCH-NAME
001870         MOVE WS-ENT-ACTIVE  TO BRCH-ACTIVE-SW
001880         MOVE WS-ENT-CONTACT TO BRCH-CONTACT
001882         PERFORM 2400-MOVER-CALENDARIO
001884             THRU 2400-MOVER-CALENDARIO-EXIT
001890         REWRITE BRCH-REC
001900             INVALID KEY
001910                 DISPLAY "Error: no se pudo regrabar la "
002150         DISPLAY "Nombre............: " BRCH-NAME
002160         DISPLAY "Estado............: " BRCH-ACTIVE-SW
002170         DISPLAY "Contacto..........: " BRCH-CONTACT
002171         DISPLAY "Envia TRANSIN.....: " BRCH-EXPECT-TRANSIN
002172         DISPLAY "Envia OPCTRANS....: " BRCH-EXPECT-OPCTRANS
002173         DISPLAY "Envia LOOPTRANS...: " BRCH-EXPECT-LOOPTRANS
002174         DISPLAY "Dias (lun..dom)...: " BRCH-SCHED-DAYS
002175         DISPLAY "Hora limite.......: " BRCH-CUTOFF-TIME-X
002180     END-IF.
002190 5000-CONSULTAR-SUCURSAL-EXIT.
002200     EXIT.
002260     CLOSE BRCH-MASTER-FILE.
002270 8000-TERMINATE-EXIT.
002280     EXIT.
002290*
002300******************************************************************
002310* 2300-PEDIR-SI-NO - ASK WHETHER THE BRANCH SENDS THE FILE NAMED
002320*                    IN WS-ENT-FILE-NAME; ANSWER Y OR N.
002330******************************************************************
002340 2300-PEDIR-SI-NO.
002350     DISPLAY "Envia " WS-ENT-FILE-NAME "? (S/N): ".
002360     ACCEPT WS-ENT-ANSWER.
002370     EVALUATE WS-ENT-ANSWER
002380         WHEN "S"
002390         WHEN "s"
002400             MOVE "Y" TO WS-ENT-ANSWER
002410         WHEN "N"
002420         WHEN "n"
002430             MOVE "N" TO WS-ENT-ANSWER
002440         WHEN OTHER
002450             DISPLAY "Error: responda S o N."
002460             GO TO 2300-PEDIR-SI-NO
002470     END-EVALUATE.
002480 2300-PEDIR-SI-NO-EXIT.
002490     EXIT.
002500*
002510 2310-VALIDAR-DIA.
002520     ADD 1 TO WS-DAY-SUB.
002530     IF WS-ENT-DAY(WS-DAY-SUB) NOT = "Y"
002540             AND WS-ENT-DAY(WS-DAY-SUB) NOT = "N"
002550             AND WS-ENT-DAY(WS-DAY-SUB) NOT = SPACE
002560         MOVE "N" TO WS-DAYS-OK-SW
002570     END-IF.
002580 2310-VALIDAR-DIA-EXIT.
002590     EXIT.
002600*
002610******************************************************************
002620* 2400-MOVER-CALENDARIO - COPY THE ENTERED SCHEDULE TO THE ROW.
002630******************************************************************
002640 2400-MOVER-CALENDARIO.
002650     MOVE WS-ENT-EXPECT-TRANSIN   TO BRCH-EXPECT-TRANSIN.
002660     MOVE WS-ENT-EXPECT-OPCTRANS  TO BRCH-EXPECT-OPCTRANS.
002670     MOVE WS-ENT-EXPECT-LOOPTRANS TO BRCH-EXPECT-LOOPTRANS.
002680     MOVE WS-ENT-DAYS             TO BRCH-SCHED-DAYS.
002690     MOVE WS-ENT-CUTOFF           TO BRCH-CUTOFF-TIME-X.
002700 2400-MOVER-CALENDARIO-EXIT.
002710     EXIT.
002720 END PROGRAM BRNCHMNT.
