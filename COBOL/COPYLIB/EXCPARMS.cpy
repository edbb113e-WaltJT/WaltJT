000100******************************************************************
000200* EXCPARMS    - EXCEPTION POSTING PARAMETER BLOCK.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      PASSED BY CALL "EXCPOST" USING FROM EACH CONTROL
000600*               STEP THAT RAISES AN EXCEPTION ONTO THE SHARED
000700*               EXCEPTION QUEUE (EXCREC, DD EXCQUEUE). THE CALLER
000800*               FILLS THE SOURCE STEP, THE BUSINESS DATE (ZERO
000900*               LETS EXCPOST TAKE IT FROM RUNCTL), THE SEVERITY
001000*               (H = THE STEP HOLDS THE RUN, M = A WARNING, L =
001100*               FOR INFORMATION), THE KEY OF THE OFFENDING ITEM
001200*               AND A DESCRIPTION. EXCPOST RETURNS R WITH THE
001300*               NUMBER ISSUED WHEN THE EXCEPTION WAS QUEUED, D
001400*               WHEN THE SAME STEP AND ITEM ARE STILL ACTIVE ON
001500*               THE QUEUE OR WERE ALREADY RAISED FOR THE SAME
001600*               BUSINESS DATE (A RERUN), AND F WHEN THE QUEUE
001700*               COULD NOT BE UPDATED. THE CALLER'S RETURN CODE IS
001800*               NEVER CHANGED BY THE QUEUE.
001900******************************************************************
002000 01  EXP-PARMS.
002100     05 EXP-SOURCE-STEP         PIC X(08).
002200     05 EXP-BUS-DATE            PIC 9(08) VALUE ZERO.
002300     05 EXP-SEVERITY            PIC X(01).
002400         88 EXP-SEV-HIGH                   VALUE "H".
002500         88 EXP-SEV-MEDIUM                 VALUE "M".
002600         88 EXP-SEV-LOW                    VALUE "L".
002700     05 EXP-ITEM-KEY            PIC X(30).
002800     05 EXP-DESCRIPTION         PIC X(50).
002900     05 EXP-RESULT-SW           PIC X(01).
003000         88 EXP-RAISED                     VALUE "R".
003100         88 EXP-DUPLICATE                  VALUE "D".
003200         88 EXP-FAILED                     VALUE "F".
003300     05 EXP-EXC-NO              PIC 9(06) VALUE ZERO.
