000100******************************************************************
000200* BUDGREC     - INDEXED ACCOUNT BUDGET MASTER RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE ROW PER ACCOUNT (COST-CENTER) CODE AND
000600*               ACCOUNTING PERIOD (YYYYMM, AS ON THE PERCALRC
000700*               CALENDAR), KEYED BY BOTH, CARRYING THE APPROVED
000800*               BUDGET FOR THAT MONTH AND WHO LAST CHANGED IT.
000900*               MAINTAINED BY BUDGMNT FROM THE COBOL5 SESSION
001000*               MENU (SUPERVISOR LEVEL). BUDGRPT COMPARES IT
001100*               WITH THE PERIOD'S HISTORY ACTIVITY BY
001200*               HIST-ACCOUNT-CODE, AND EDITVAL WARNS OR REJECTS
001300*               (REASON 08) A DETAIL THAT WOULD TAKE ITS ACCOUNT
001400*               PAST BUDGET. THE BUDGET IS EXPRESSED LIKE THE
001500*               ACCTRPT TOTALS: THE SUM OF HIST-RESULTADO. AN
001600*               ACCOUNT WITH NO ROW FOR A PERIOD HAS NO BUDGET
001700*               AND IS NEVER HELD BY THE CHECK.
001800******************************************************************
001900 01  BUDG-REC.
002000     05 BUDG-KEY.
002100         10 BUDG-ACCOUNT-CODE   PIC X(08).
002200         10 BUDG-PERIOD         PIC 9(06).
002300     05 BUDG-AMOUNT             PIC 9(11)V99.
002400     05 BUDG-UPD-OPERATOR       PIC X(08).
002500     05 BUDG-UPD-DATE           PIC 9(08).
002600     05 FILLER                  PIC X(20).
