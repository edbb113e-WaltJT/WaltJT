000250*               INSTEAD OF THE CALCULATORS POSTING UNCONVERTED
000260*               AMOUNTS THAT SURFACE WHEN THE GL EXTRACT DOES
000270*               NOT BALANCE.
000271*               EACH MISSING OR STALE RATE IS ALSO QUEUED AS A
000272*               SEVERITY H EXCEPTION ON THE SHARED EXCEPTION
000273*               QUEUE THROUGH EXCPOST (EXCPARMS), KEYED BY
000274*               CURRENCY AND VERDICT; IT STAYS ONE EXCEPTION
000275*               FROM NIGHT TO NIGHT UNTIL CLOSED.
000280* TECTONICS:    cobc
000290*
000300* MODIFICATION HISTORY
000310*   2026-09-02  RA  INITIAL VERSION.
000312*   2026-10-15  RA  EACH MISSING OR STALE RATE IS ALSO RAISED
000314*                   ON THE SHARED EXCEPTION QUEUE THROUGH
000316*                   EXCPOST.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. RATECHK.
001550 77  WS-AGE-DAYS            PIC S9(05) VALUE ZERO.
001560 77  WS-BUS-INT             PIC 9(07) VALUE ZERO.
001570 77  WS-EFF-INT             PIC 9(07) VALUE ZERO.
001575 77  WS-EXC-AGE             PIC 9(05) VALUE ZERO.
001580 01  WS-CURRENCY-TABLE.
001590     05 WS-CURR-CODE        PIC X(03) OCCURS 50 TIMES.
001595     COPY EXCPARMS.
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
004000         END-IF
004010     END-IF.
004020     WRITE REPORT-OUT-REC FROM RPT-CURR-LINE-REC.
004022     IF RCL-VERDICT NOT = "OK"
004024         PERFORM 3200-ENCOLAR-EXCEPCION
004026             THRU 3200-ENCOLAR-EXCEPCION-EXIT
004028     END-IF.
004030 3100-VERIFICAR-UNA-MONEDA-EXIT.
004040     EXIT.
004050*
004290     END-IF.
004300 8000-TERMINATE-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340* 3200-ENCOLAR-EXCEPCION - RAISE THE CURRENCY JUST FLAGGED AS A
004350*                          SEVERITY H EXCEPTION ON THE SHARED
004360*                          QUEUE, KEYED BY CURRENCY AND VERDICT.
004370******************************************************************
004380 3200-ENCOLAR-EXCEPCION.
004390     MOVE RCL-AGE-DAYS TO WS-EXC-AGE.
004400     MOVE "RATECHK"    TO EXP-SOURCE-STEP.
004410     MOVE WS-BUS-DATE  TO EXP-BUS-DATE.
004420     SET EXP-SEV-HIGH TO TRUE.
004430     MOVE SPACES TO EXP-ITEM-KEY.
004440     STRING RCL-CURRENCY DELIMITED BY SIZE
004450         " "             DELIMITED BY SIZE
004460         RCL-VERDICT     DELIMITED BY SPACE
004470         INTO EXP-ITEM-KEY
004480     END-STRING.
004490     MOVE SPACES TO EXP-DESCRIPTION.
004500     STRING "TASA "      DELIMITED BY SIZE
004510         RCL-CURRENCY    DELIMITED BY SIZE
004520         " "             DELIMITED BY SIZE
004530         RCL-VERDICT     DELIMITED BY SPACE
004540         " EFECTIVA "    DELIMITED BY SIZE
004550         RCL-EFF-DATE    DELIMITED BY SIZE
004560         " DIAS "        DELIMITED BY SIZE
004570         WS-EXC-AGE      DELIMITED BY SIZE
004580         INTO EXP-DESCRIPTION
004590     END-STRING.
004600     CALL "EXCPOST" USING EXP-PARMS.
004610 3200-ENCOLAR-EXCEPCION-EXIT.
004620     EXIT.
004630 END PROGRAM RATECHK.
