000210*               TRAILER AND ITS ACTUAL RECORDS. EACH ROW LISTS
000220*               AS VERIFIED, OUT-OF-BAL, NO-TRAILER OR MISSING;
000230*               ANY PROBLEM SETS RETURN-CODE 4.
000232*               EACH PROBLEM ROW IS ALSO QUEUED AS A SEVERITY M
000234*               EXCEPTION ON THE SHARED EXCEPTION QUEUE THROUGH
000236*               EXCPOST (EXCPARMS), KEYED BY VERDICT AND
000238*               GENERATION DATE.
000240* TECTONICS:    cobc
000250*
000260* MODIFICATION HISTORY
000270*   2026-09-02  RA  INITIAL VERSION.
000272*   2026-10-15  RA  EACH PROBLEM ROW IS ALSO RAISED ON THE
000274*                   SHARED EXCEPTION QUEUE THROUGH EXCPOST.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. GENCATLS.
000920 77  WS-TRAILER-CNT         PIC 9(08) VALUE ZERO.
000930 77  WS-TOT-GENS            PIC 9(06) COMP VALUE ZERO.
000940 77  WS-TOT-FLAGGED         PIC 9(06) COMP VALUE ZERO.
000942 77  WS-EXC-CAT-CNT         PIC 9(08) VALUE ZERO.
000944 77  WS-EXC-ACT-CNT         PIC 9(08) VALUE ZERO.
000946     COPY EXCPARMS.
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE
001550         MOVE "MISSING" TO RGL-VERDICT
001560         ADD 1 TO WS-TOT-FLAGGED
001570         WRITE REPORT-OUT-REC FROM RPT-GEN-LINE-REC
001572         PERFORM 4000-ENCOLAR-EXCEPCION
001574             THRU 4000-ENCOLAR-EXCEPCION-EXIT
001580         GO TO 2000-VERIFICAR-LEER
001590     END-IF.
001600     PERFORM 3000-CONTAR-REGISTRO
001750         END-IF
001760     END-IF.
001770     WRITE REPORT-OUT-REC FROM RPT-GEN-LINE-REC.
001772     IF RGL-VERDICT NOT = "VERIFIED"
001774         PERFORM 4000-ENCOLAR-EXCEPCION
001776             THRU 4000-ENCOLAR-EXCEPCION-EXIT
001778     END-IF.
001780 2000-VERIFICAR-LEER.
001790     PERFORM 2100-READ-CATALOG
001800         THRU 2100-READ-CATALOG-EXIT.
002230     END-IF.
002240 8000-TERMINATE-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280* 4000-ENCOLAR-EXCEPCION - RAISE THE GENERATION JUST REPORTED AS
002290*                          A SEVERITY M EXCEPTION ON THE SHARED
002300*                          QUEUE, KEYED BY VERDICT AND GENERATION
002310*                          DATE. THE BUSINESS DATE IS LEFT TO
002320*                          EXCPOST.
002330******************************************************************
002340 4000-ENCOLAR-EXCEPCION.
002350     MOVE GCT-RECORD-COUNT TO WS-EXC-CAT-CNT.
002360     MOVE WS-ACTUAL-CNT    TO WS-EXC-ACT-CNT.
002370     MOVE "GENCATLS"       TO EXP-SOURCE-STEP.
002380     MOVE ZERO             TO EXP-BUS-DATE.
002390     SET EXP-SEV-MEDIUM TO TRUE.
002400     MOVE SPACES TO EXP-ITEM-KEY.
002410     STRING RGL-VERDICT DELIMITED BY SPACE
002420         " "            DELIMITED BY SIZE
002430         GCT-BUS-DATE   DELIMITED BY SIZE
002440         INTO EXP-ITEM-KEY
002450     END-STRING.
002460     MOVE SPACES TO EXP-DESCRIPTION.
002470     STRING "GEN "      DELIMITED BY SIZE
002480         GCT-BUS-DATE   DELIMITED BY SIZE
002490         " "            DELIMITED BY SIZE
002500         RGL-VERDICT    DELIMITED BY SPACE
002510         " CAT="        DELIMITED BY SIZE
002520         WS-EXC-CAT-CNT DELIMITED BY SIZE
002530         " ACT="        DELIMITED BY SIZE
002540         WS-EXC-ACT-CNT DELIMITED BY SIZE
002550         INTO EXP-DESCRIPTION
002560     END-STRING.
002570     CALL "EXCPOST" USING EXP-PARMS.
002580 4000-ENCOLAR-EXCEPCION-EXIT.
002590     EXIT.
002600 END PROGRAM GENCATLS.
