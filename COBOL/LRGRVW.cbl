000270*               REVIEW IS ACCEPTED; ZERO TAKES THE BUSINESS
000280*               PROCESSING DATE. RETURN-CODE 4 FLAGS ITEMS FOR
000290*               REVIEW.
000292*               EACH FLAGGED ITEM IS ALSO QUEUED AS A SEVERITY M
000294*               EXCEPTION ON THE SHARED EXCEPTION QUEUE THROUGH
000296*               EXCPOST (EXCPARMS), KEYED BY THE AUDIT TIMESTAMP
000298*               AND SOURCE RECORD NUMBER.
000300* TECTONICS:    cobc
000310*
000320* MODIFICATION HISTORY
000330*   2026-08-22  RA  INITIAL VERSION.
000332*   2026-10-15  RA  EACH FLAGGED ITEM IS ALSO RAISED ON THE
000334*                   SHARED EXCEPTION QUEUE THROUGH EXCPOST.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. LRGRVW.
001290     88 WS-LIMIT-SET                      VALUE "Y".
001300 77  WS-FLAG-CNT                PIC 9(06) COMP VALUE ZERO.
001310 77  WS-FLAGGED-FIELDS          PIC X(12) VALUE SPACES.
001315     COPY EXCPARMS.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE
002900         MOVE AUD-CURRENCY-CODE     TO RVD-CURRENCY
002910         MOVE WS-FLAGGED-FIELDS     TO RVD-FLAGGED
002920         WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC
002922         PERFORM 2300-ENCOLAR-EXCEPCION
002924             THRU 2300-ENCOLAR-EXCEPCION-EXIT
002930     END-IF.
002940 2000-REVISAR-AUDIT-REC-LEER.
002950     PERFORM 2100-READ-AUDIT
003720     END-IF.
003730 8000-TERMINATE-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 2300-ENCOLAR-EXCEPCION - RAISE THE FLAGGED AUDIT RECORD AS A
003780*                          SEVERITY M EXCEPTION ON THE SHARED
003790*                          QUEUE, KEYED BY ITS TIMESTAMP AND
003800*                          SOURCE RECORD NUMBER.
003810******************************************************************
003820 2300-ENCOLAR-EXCEPCION.
003830     MOVE "LRGRVW"    TO EXP-SOURCE-STEP.
003840     MOVE WS-RVW-DATE TO EXP-BUS-DATE.
003850     SET EXP-SEV-MEDIUM TO TRUE.
003860     MOVE SPACES TO EXP-ITEM-KEY.
003870     STRING AUD-TIMESTAMP           DELIMITED BY SIZE
003880         AUD-SOURCE-REC-NO(3:4)     DELIMITED BY SIZE
003890         INTO EXP-ITEM-KEY
003900     END-STRING.
003910     MOVE SPACES TO EXP-DESCRIPTION.
003920     STRING "VALOR ALTO "   DELIMITED BY SIZE
003930         AUD-PROGRAM-NAME   DELIMITED BY SPACE
003940         " OPER "           DELIMITED BY SIZE
003950         AUD-OPERATOR-ID    DELIMITED BY SPACE
003960         " "                DELIMITED BY SIZE
003970         WS-FLAGGED-FIELDS  DELIMITED BY SIZE
003980         " "                DELIMITED BY SIZE
003990         AUD-CURRENCY-CODE  DELIMITED BY SIZE
004000         INTO EXP-DESCRIPTION
004010     END-STRING.
004020     CALL "EXCPOST" USING EXP-PARMS.
004030 2300-ENCOLAR-EXCEPCION-EXIT.
004040     EXIT.
004050 END PROGRAM LRGRVW.
