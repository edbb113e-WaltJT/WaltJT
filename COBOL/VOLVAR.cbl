000260*               LAST WEEK GETS A HUMAN GLANCE. THE DAY'S OWN
000270*               AGGREGATES ARE APPENDED TO THE BASELINE UNLESS
000280*               THE DATE IS ALREADY ON IT (A RERUN).
000282*               EACH FLAGGED FIGURE IS ALSO QUEUED AS A SEVERITY
000284*               M EXCEPTION ON THE SHARED EXCEPTION QUEUE THROUGH
000286*               EXCPOST (EXCPARMS), KEYED BY DIMENSION TYPE, KEY
000288*               AND BUSINESS DATE.
000290* TECTONICS:    cobc
000300*
000310* MODIFICATION HISTORY
000320*   2026-09-02  RA  INITIAL VERSION.
000322*   2026-10-15  RA  EACH FLAGGED FIGURE IS ALSO RAISED ON THE
000324*                   SHARED EXCEPTION QUEUE THROUGH EXCPOST.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. VOLVAR.
001630 77  WS-MOVE-PCT            PIC 9(05)V9 VALUE ZERO.
001640 77  WS-LINE-FLAG-SW        PIC X(01) VALUE "N".
001650     88 WS-LINE-FLAGGED             VALUE "Y".
001652 77  WS-EXC-CNT             PIC 9(08) VALUE ZERO.
001654 77  WS-EXC-PCT             PIC ZZZZ9.9.
001656     COPY EXCPARMS.
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE
005540         MOVE WS-AVG-TOT                   TO RVL-AVG-TOT
005550         MOVE WS-MOVE-PCT                  TO RVL-MOVE-PCT
005560         WRITE REPORT-OUT-REC FROM RPT-VAR-LINE-REC
005562         PERFORM 5200-ENCOLAR-EXCEPCION
005564             THRU 5200-ENCOLAR-EXCEPCION-EXIT
005570     END-IF.
005580 5100-COMPARAR-UNA-EXIT.
005590     EXIT.
006240     END-IF.
006250 8000-TERMINATE-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290* 5200-ENCOLAR-EXCEPCION - RAISE THE FLAGGED FIGURE AT WS-DIM-SUB
006300*                          AS A SEVERITY M EXCEPTION ON THE
006310*                          SHARED QUEUE, KEYED BY DIMENSION TYPE,
006320*                          KEY AND BUSINESS DATE.
006330******************************************************************
006340 5200-ENCOLAR-EXCEPCION.
006350     MOVE WS-DIM-TODAY-CNT(WS-DIM-SUB) TO WS-EXC-CNT.
006360     MOVE WS-MOVE-PCT TO WS-EXC-PCT.
006370     MOVE "VOLVAR"    TO EXP-SOURCE-STEP.
006380     MOVE WS-BUS-DATE TO EXP-BUS-DATE.
006390     SET EXP-SEV-MEDIUM TO TRUE.
006400     MOVE SPACES TO EXP-ITEM-KEY.
006410     MOVE WS-DIM-TYPE(WS-DIM-SUB) TO EXP-ITEM-KEY(1:1).
006420     MOVE WS-DIM-KEY(WS-DIM-SUB)  TO EXP-ITEM-KEY(2:20).
006430     MOVE WS-BUS-DATE             TO EXP-ITEM-KEY(22:8).
006440     MOVE SPACES TO EXP-DESCRIPTION.
006450     STRING "VARIACION "            DELIMITED BY SIZE
006460         WS-DIM-TYPE(WS-DIM-SUB)    DELIMITED BY SIZE
006470         "/"                        DELIMITED BY SIZE
006480         WS-DIM-KEY(WS-DIM-SUB)     DELIMITED BY SPACE
006490         " HOY="                    DELIMITED BY SIZE
006500         WS-EXC-CNT                 DELIMITED BY SIZE
006510         " PCT="                    DELIMITED BY SIZE
006520         WS-EXC-PCT                 DELIMITED BY SIZE
006530         INTO EXP-DESCRIPTION
006540     END-STRING.
006550     CALL "EXCPOST" USING EXP-PARMS.
006560 5200-ENCOLAR-EXCEPCION-EXIT.
006570     EXIT.
006580 END PROGRAM VOLVAR.
