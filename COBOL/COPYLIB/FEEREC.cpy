000100******************************************************************
000200* FEEREC      - INDEXED BRANCH CHARGEBACK FEE SCHEDULE RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE ROW PER FEE TYPE AND OPERATION CODE, KEYED
000600*               BY BOTH, CARRYING THE UNIT FEE HEAD OFFICE
000700*               CHARGES A BRANCH, IN THE BASE CURRENCY, AND WHO
000800*               LAST CHANGED IT. FEE TYPES:
000900*                 I - PER DETAIL ITEM PROCESSED (HISTORY ROW).
001000*                 S - PER ITEM THAT WENT TO SUSPENSE (HISTORY
001100*                     ERROR ROW, STATUS "1").
001200*                 R - PER DETAIL REJECTED BY EDITVAL (EDITREJ).
001300*                 B - PER BATCH CONSUMED BY EDITVAL (BATREG).
001400*               I AND S ROWS ARE PRICED BY HISTORY OPERATION
001500*               CODE; A ROW WITH A BLANK OPERATION IS THE
001600*               DEFAULT FOR ANY CODE WITHOUT ITS OWN ROW, AND IS
001700*               THE ONLY ROW USED FOR TYPES R AND B. MAINTAINED
001800*               BY FEEMNT FROM THE COBOL5 SESSION MENU
001900*               (SUPERVISOR LEVEL) AND PRICED BY THE MONTHLY
002000*               CHGBILL BILLING RUN. AN ITEM WITH NO FEE ROW IS
002100*               COUNTED BUT NOT CHARGED.
002200******************************************************************
002300 01  FEE-REC.
002400     05 FEE-KEY.
002500         10 FEE-TYPE            PIC X(01).
002600             88 FEE-PER-ITEM              VALUE "I".
002700             88 FEE-SUSPENSE-ITEM         VALUE "S".
002800             88 FEE-REJECT-ITEM           VALUE "R".
002900             88 FEE-PER-BATCH             VALUE "B".
003000             88 FEE-TYPE-VALID            VALUE "I" "S" "R" "B".
003100         10 FEE-OPERATION       PIC X(01).
003200     05 FEE-DESCRIPTION         PIC X(30).
003300     05 FEE-AMOUNT              PIC 9(05)V99.
003400     05 FEE-UPD-OPERATOR        PIC X(08).
003500     05 FEE-UPD-DATE            PIC 9(08).
003600     05 FILLER                  PIC X(20).
