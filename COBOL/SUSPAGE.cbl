000240*               RETURN-CODE 4 SO THE COBOL6 MORNING SEQUENCE
000250*               FLAGS OVERDUE ITEMS INSTEAD OF WAITING FOR
000260*               SOMEBODY TO REMEMBER SUSPRES.
000262*               EACH OVERDUE ITEM IS ALSO QUEUED AS A SEVERITY M
000264*               EXCEPTION ON THE SHARED EXCEPTION QUEUE THROUGH
000266*               EXCPOST (EXCPARMS), KEYED BY ITS SUSPENSE KEY; IT
000268*               STAYS ONE EXCEPTION FROM DAY TO DAY UNTIL CLOSED.
000270* TECTONICS:    cobc
000280*
000290* MODIFICATION HISTORY
000300*   2026-09-02  RA  INITIAL VERSION.
000302*   2026-10-15  RA  EACH OVERDUE ITEM IS ALSO RAISED ON THE
000304*                   SHARED EXCEPTION QUEUE THROUGH EXCPOST.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SUSPAGE.
001490         10 WS-GRP-B4       PIC 9(06) COMP.
001500         10 WS-GRP-CLEARED  PIC 9(06) COMP.
001510 77  WS-GRP-LINE-TOTAL      PIC 9(06) COMP VALUE ZERO.
001512 77  WS-EXC-AGE             PIC 9(05) VALUE ZERO.
001514     COPY EXCPARMS.
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE
002570         END-EVALUATE
002580         IF WS-AGE-DAYS > WS-THRESHOLD-DAYS
002590             ADD 1 TO WS-TOT-OVERDUE
002592             PERFORM 4500-ENCOLAR-EXCEPCION
002594                 THRU 4500-ENCOLAR-EXCEPCION-EXIT
002600         END-IF
002610     ELSE
002620         ADD 1 TO WS-TOT-CLEARED
003800     WRITE REPORT-OUT-REC FROM RPT-CLEARED-LINE-REC.
003810 8200-PRINT-CLEARED-LINE-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 4500-ENCOLAR-EXCEPCION - RAISE THE OVERDUE SUSPENSE ITEM AS A
003860*                          SEVERITY M EXCEPTION ON THE SHARED
003870*                          QUEUE, KEYED BY ITS SUSPENSE KEY.
003880******************************************************************
003890 4500-ENCOLAR-EXCEPCION.
003900     MOVE WS-AGE-DAYS TO WS-EXC-AGE.
003910     MOVE "SUSPAGE"   TO EXP-SOURCE-STEP.
003920     MOVE WS-BUS-DATE TO EXP-BUS-DATE.
003930     SET EXP-SEV-MEDIUM TO TRUE.
003940     MOVE SPACES TO EXP-ITEM-KEY.
003950     STRING SUSP-RUN-DATE DELIMITED BY SIZE
003960         "/"              DELIMITED BY SIZE
003970         SUSP-SEQ         DELIMITED BY SIZE
003980         INTO EXP-ITEM-KEY
003990     END-STRING.
004000     MOVE SPACES TO EXP-DESCRIPTION.
004010     STRING "SUSPENSO VENCIDO " DELIMITED BY SIZE
004020         SUSP-PROGRAM-NAME      DELIMITED BY SPACE
004030         " MOTIVO "             DELIMITED BY SIZE
004040         SUSP-REASON            DELIMITED BY SIZE
004050         " DIAS "               DELIMITED BY SIZE
004060         WS-EXC-AGE             DELIMITED BY SIZE
004070         INTO EXP-DESCRIPTION
004080     END-STRING.
004090     CALL "EXCPOST" USING EXP-PARMS.
004100 4500-ENCOLAR-EXCEPCION-EXIT.
004110     EXIT.
004120 END PROGRAM SUSPAGE.
