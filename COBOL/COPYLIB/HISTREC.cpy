001001*               HIST-RESTORED-SW IS "R" ON A ROW RELOADED FROM A
001002*               HISTARCH ARCHIVE BY ARCHINQ FOR AN INVESTIGATION;
001003*               BLANK ON A ROW POSTED LIVE.
001010*               HIST-SESSION-ID CARRIES THE COBOL5 TERMINAL
001020*               SESSION STAMP (SEV-SESSION ON THE SECURITY LOG)
001030*               OF THE INTERACTIVE SESSION THAT POSTED THE ROW;
001040*               BLANK ON BATCH WORK.
001050******************************************************************
001100 01  HIST-REC.
001200     05 HIST-KEY.
001300         10 HIST-RUN-DATE       PIC 9(08).
002710     05 HIST-LINK-SEQ           PIC 9(08).
002720     05 HIST-RESTORED-SW        PIC X(01).
002730         88 HIST-RESTORED                 VALUE "R".
002740     05 HIST-SESSION-ID         PIC X(15).
