000100******************************************************************
000200* BILLREC     - MONTHLY BRANCH CHARGEBACK BILLING FILE RECORDS.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      OUTPUT OF CHGBILL (DD BILLOUT), ONE FILE PER
000600*               ACCOUNTING PERIOD (YYYYMM). ONE DETAIL RECORD
000700*               ("D") PER BRANCH, FEE TYPE AND OPERATION CODE
000800*               WITH A NON-ZERO ITEM COUNT, CARRYING THE COUNT,
000900*               THE UNIT FEE FROM THE FEE SCHEDULE (FEEREC) AND
001000*               THE AMOUNT CHARGED, IN THE BASE CURRENCY. FEE
001100*               TYPES AND OPERATION CODES ARE AS ON FEEREC;
001200*               BILL-FEE-FOUND IS "N" WHEN NO SCHEDULE ROW
001300*               PRICED THE LINE (UNIT FEE AND AMOUNT ZERO). THE
001400*               FILE ENDS WITH ONE CONTROL TRAILER ("T")
001500*               CARRYING THE BRANCH AND LINE COUNTS AND THE ITEM
001600*               AND AMOUNT TOTALS FOR THE RECEIVING SIDE TO
001700*               BALANCE AGAINST.
001800******************************************************************
001900 01  BILL-DETAIL-REC.
002000     05 BILL-REC-TYPE           PIC X(01).
002100         88 BILL-DETAIL                   VALUE "D".
002200     05 BILL-PERIOD             PIC 9(06).
002300     05 BILL-BRANCH-ID          PIC X(04).
002400     05 BILL-FEE-TYPE           PIC X(01).
002500     05 BILL-OPERATION          PIC X(01).
002600     05 BILL-ITEM-COUNT         PIC 9(07).
002700     05 BILL-UNIT-FEE           PIC 9(05)V99.
002800     05 BILL-AMOUNT             PIC 9(11)V99.
002900     05 BILL-FEE-FOUND          PIC X(01).
003000         88 BILL-FEE-NOT-FOUND            VALUE "N".
003100     05 FILLER                  PIC X(39).
003200 01  BILL-TRAILER-REC.
003300     05 BILL-T-REC-TYPE         PIC X(01).
003400         88 BILL-TRAILER                  VALUE "T".
003500     05 BILL-T-PERIOD           PIC 9(06).
003600     05 BILL-T-BRANCH-COUNT     PIC 9(04).
003700     05 BILL-T-LINE-COUNT       PIC 9(06).
003800     05 BILL-T-ITEM-COUNT       PIC 9(09).
003900     05 BILL-T-AMOUNT-TOTAL     PIC 9(13)V99.
004000     05 FILLER                  PIC X(39).
