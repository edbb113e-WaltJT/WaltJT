000310*
000320* MODIFICATION HISTORY
000330*   2026-09-02  RA  INITIAL VERSION.
000335*   2026-10-15  RA  A RESTORED ROW KEEPS ITS SESSION STAMP.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. ARCHINQ.
002450     MOVE ARC-TRANS-SEQ       TO HIST-TRANS-SEQ.
002460     MOVE ARC-PROGRAM-NAME    TO HIST-PROGRAM-NAME.
002470     MOVE ARC-OPERATOR-ID     TO HIST-OPERATOR-ID.
002475     MOVE ARC-SESSION-ID      TO HIST-SESSION-ID.
002480     MOVE ARC-OPERAND-1       TO HIST-OPERAND-1.
002490     MOVE ARC-OPERAND-2       TO HIST-OPERAND-2.
002500     MOVE ARC-OPERATION       TO HIST-OPERATION.
