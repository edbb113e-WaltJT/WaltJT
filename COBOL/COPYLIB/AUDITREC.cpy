000895*               INTERACTIVE WORK. AUD-OVERRIDE-ID CARRIES THE
000896*               LEVEL-3 SUPERVISOR WHO AUTHORIZED AN OVER-LIMIT
000897*               TRANSACTION; BLANK WHEN NO OVERRIDE WAS NEEDED.
000900*               AUD-SESSION-ID CARRIES THE COBOL5 TERMINAL
000905*               SESSION STAMP (SEV-SESSION ON THE SECURITY LOG)
000910*               OF THE INTERACTIVE SESSION THAT PRODUCED THE
000915*               RECORD, FOR THE END-OF-SHIFT BLOTTER; BLANK ON
000920*               BATCH WORK.
000925*               AUD-HIST-RUN-DATE AND AUD-HIST-TRANS-SEQ CARRY THE
000930*               HISTORY KEY OF THE ROW THE RECORD WAS POSTED AS
000935*               (ZERO WHEN THE HISTORY ROW COULD NOT BE WRITTEN),
000940*               AND AUD-LINK-DATE/AUD-LINK-SEQ THE ROW'S
000945*               HIST-LINK-DATE/HIST-LINK-SEQ: ON A REVERSAL
000950*               (STATUS "3") THE ORIGINAL ROW IT MARKED REVERSED.
000955*               WITH THEM HISTRCOV CAN REPLAY A SEALED GENERATION
000960*               ONTO A RESTORED HISTORY BACKUP ROW FOR ROW.
000965******************************************************************
001000 01  AUDIT-LOG-REC.
001100     05 AUD-TIMESTAMP       PIC X(26).
001200     05 AUD-PROGRAM-NAME    PIC X(20).
002380     05 AUD-ACCOUNT-CODE    PIC X(08).
002390     05 AUD-SOURCE-BRANCH   PIC X(04).
002400     05 AUD-OVERRIDE-ID     PIC X(08).
002410     05 AUD-SESSION-ID      PIC X(15).
002420     05 AUD-HIST-RUN-DATE   PIC 9(08).
002430     05 AUD-HIST-TRANS-SEQ  PIC 9(08).
002440     05 AUD-LINK-DATE       PIC 9(08).
002450     05 AUD-LINK-SEQ        PIC 9(08).
