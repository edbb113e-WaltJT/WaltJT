001477*               LEVEL-3 OPERATOR IN OPERMNT) AND EVERY ATTEMPT,
001478*               LOCKOUT AND MAINTENANCE ACTION LANDS ON THE
001479*               SECURITY EVENT LOG (DD SECLOG).
001480*               OPER-CERT-DATE/-BY/-RESULT RECORD THE LATEST
001481*               ACCESS RECERTIFICATION: K KEPT, L LEVEL CHANGED
001482*               OR R REVOKED BY THE SUPERVISOR IN OPER-CERT-BY
001483*               (OPERMNT), OR D DEACTIVATED AS DORMANT BY THE
001484*               OPERCERT RUN. A BLANK DATE (A ROW WRITTEN BEFORE
001485*               THE FIELDS EXISTED) MEANS NEVER CERTIFIED.
001486*               OPER-TRAINING-SW "Y" MARKS A TRAINEE: COBOL5
001487*               RUNS EVERY SESSION OF THAT OPERATOR IN TRAINING
001488*               MODE, AGAINST THE TRAINING FILE SET (TRNRESET)
001489*               AND NEVER THE PRODUCTION FILES. BLANK (A ROW
001490*               WRITTEN BEFORE THE FIELD EXISTED) OR "N" IS A
001491*               PRODUCTION OPERATOR.
001500******************************************************************
001600 01  OPER-REC.
001700     05 OPER-ID                 PIC X(08).
002390         88 OPER-LOCKED                  VALUE "L".
002392     05 OPER-FORCE-CHANGE-SW    PIC X(01).
002394         88 OPER-FORCE-CHANGE            VALUE "Y".
002400     05 OPER-CERT-DATE          PIC 9(08).
002410     05 OPER-CERT-BY            PIC X(08).
002420     05 OPER-CERT-RESULT        PIC X(01).
002430         88 OPER-CERT-KEPT               VALUE "K".
002440         88 OPER-CERT-LEVEL-CHANGED      VALUE "L".
002450         88 OPER-CERT-REVOKED            VALUE "R".
002460         88 OPER-CERT-DORMANT            VALUE "D".
002470     05 OPER-TRAINING-SW        PIC X(01).
002480         88 OPER-TRAINEE                 VALUE "Y".
002490     05 FILLER                  PIC X(09).
