000260*               RETURN CODE (8 ON A MISMATCH OR UNKNOWN ACK, 4
000270*               ON UNACKNOWLEDGED ONLY) SO A SILENT INTERFACE
000280*               FAILURE SURFACES THE NEXT MORNING.
000282*               EVERY REPORTED LINE IS ALSO QUEUED ON THE SHARED
000284*               EXCEPTION QUEUE THROUGH EXCPOST (EXCPARMS), KEYED
000286*               BY VERDICT AND EXTRACT DATE: SEVERITY H FOR A
000288*               MISMATCH OR UNKNOWN ACK, M FOR UNACKNOWLEDGED.
000290* TECTONICS:    cobc
000300*
000310* MODIFICATION HISTORY
000320*   2026-09-02  RA  INITIAL VERSION.
000322*   2026-10-15  RA  EVERY REPORTED LINE IS ALSO RAISED ON THE
000324*                   SHARED EXCEPTION QUEUE THROUGH EXCPOST.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. GLRECON.
001070 77  WS-TOT-MISMATCHED      PIC 9(06) COMP VALUE ZERO.
001080 77  WS-TOT-UNKNOWN         PIC 9(06) COMP VALUE ZERO.
001090 77  WS-TOT-UNACKED         PIC 9(06) COMP VALUE ZERO.
001092 77  WS-EXC-SENT-CNT        PIC 9(08) VALUE ZERO.
001094 77  WS-EXC-ACK-CNT         PIC 9(08) VALUE ZERO.
001096     COPY EXCPARMS.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE
001750             MOVE GLA-RECORD-COUNT TO RLR-ACK-CNT
001760             MOVE GLA-AMOUNT       TO RLR-ACK-SUM
001770             WRITE REPORT-OUT-REC FROM RPT-LINE-REC
001772             PERFORM 4000-ENCOLAR-EXCEPCION
001774                 THRU 4000-ENCOLAR-EXCEPCION-EXIT
001780             GO TO 2000-PROCESS-ACK-LEER
001790     END-READ.
001800     MOVE GLA-RECORD-COUNT TO XRG-ACK-COUNT.
001930         MOVE GLA-RECORD-COUNT TO RLR-ACK-CNT
001940         MOVE GLA-AMOUNT       TO RLR-ACK-SUM
001950         WRITE REPORT-OUT-REC FROM RPT-LINE-REC
001952         PERFORM 4000-ENCOLAR-EXCEPCION
001954             THRU 4000-ENCOLAR-EXCEPCION-EXIT
001960     END-IF.
001970     REWRITE XRG-REC
001980         INVALID KEY
002450         MOVE ZERO             TO RLR-ACK-CNT
002460         MOVE ZERO             TO RLR-ACK-SUM
002470         WRITE REPORT-OUT-REC FROM RPT-LINE-REC
002472         PERFORM 4000-ENCOLAR-EXCEPCION
002474             THRU 4000-ENCOLAR-EXCEPCION-EXIT
002480     END-IF.
002490 3100-REVISAR-UNA-FILA-EXIT.
002500     EXIT.
002790     END-IF.
002800 8000-TERMINATE-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840* 4000-ENCOLAR-EXCEPCION - RAISE THE LINE JUST REPORTED ON THE
002850*                          SHARED EXCEPTION QUEUE, KEYED BY
002860*                          VERDICT AND EXTRACT DATE: SEVERITY M
002870*                          WHEN UNACKNOWLEDGED, H OTHERWISE. THE
002880*                          BUSINESS DATE IS LEFT TO EXCPOST.
002890******************************************************************
002900 4000-ENCOLAR-EXCEPCION.
002910     MOVE RLR-SENT-CNT TO WS-EXC-SENT-CNT.
002920     MOVE RLR-ACK-CNT  TO WS-EXC-ACK-CNT.
002930     MOVE "GLRECON"    TO EXP-SOURCE-STEP.
002940     MOVE ZERO         TO EXP-BUS-DATE.
002950     IF RLR-VERDICT = "UNACKNOWLEDGED"
002960         SET EXP-SEV-MEDIUM TO TRUE
002970     ELSE
002980         SET EXP-SEV-HIGH TO TRUE
002990     END-IF.
003000     MOVE SPACES TO EXP-ITEM-KEY.
003010     STRING RLR-VERDICT   DELIMITED BY SPACE
003020         " "              DELIMITED BY SIZE
003030         RLR-EXTRACT-DATE DELIMITED BY SIZE
003040         INTO EXP-ITEM-KEY
003050     END-STRING.
003060     MOVE SPACES TO EXP-DESCRIPTION.
003070     STRING "GL "          DELIMITED BY SIZE
003080         RLR-EXTRACT-DATE  DELIMITED BY SIZE
003090         " "               DELIMITED BY SIZE
003100         RLR-VERDICT       DELIMITED BY SPACE
003110         " "               DELIMITED BY SIZE
003120         WS-EXC-SENT-CNT   DELIMITED BY SIZE
003130         "/"               DELIMITED BY SIZE
003140         WS-EXC-ACK-CNT    DELIMITED BY SIZE
003150         INTO EXP-DESCRIPTION
003160     END-STRING.
003170     CALL "EXCPOST" USING EXP-PARMS.
003180 4000-ENCOLAR-EXCEPCION-EXIT.
003190     EXIT.
003200 END PROGRAM GLRECON.
