000500* PURPOSE:      ONE LINE PER SECURITY EVENT, APPENDED TO THE
000600*               SHARED SECURITY EVENT LOG (DD SECLOG) BY COBOL5
000700*               (SIGN-ON ATTEMPTS, REJECTIONS, LOCKOUTS AND
000750*               PASSWORD CHANGES), BY OPERMNT (MAINTENANCE
000800*               ACTIONS AND RECERTIFICATION OUTCOMES CERT-KEEP,
000850*               CERT-LEVEL, CERT-REVOKE) AND BY OPERCERT
000900*               (CERT-DORMANT DEACTIVATIONS), EACH WITH A
000950*               TIMESTAMP AND THE TERMINAL SESSION STAMP, AND
001000*               READ BACK BY THE SECRPT
001100*               REPORT SO THE AUDITORS GET THE SIGN-ON TRAIL THE
001200*               SAME WAY COBOL4 GIVES THEM THE TRANSACTION
001300*               TRAIL.
