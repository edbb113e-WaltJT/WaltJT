000100******************************************************************
000200* SETLREC     - BRANCH SETTLEMENT INSTRUCTION FILE RECORDS.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      OUTPUT OF SETLPOS (DD SETLINS), ONE FILE PER
000600*               BUSINESS DAY. ONE DETAIL RECORD ("D") PER
000700*               SUBMITTING BRANCH AND CURRENCY WHOSE NET
000800*               POSITION FOR THE DAY IS NOT ZERO: A POSITIVE NET
000900*               RESULTADO IS OWED TO THE BRANCH AND IS A CREDIT
001000*               ("C"), A NEGATIVE ONE IS OWED BY THE BRANCH AND
001100*               IS A DEBIT ("D"); SETL-AMOUNT IS ALWAYS
001200*               UNSIGNED, IN THE CURRENCY OF THE INSTRUCTION.
001300*               THE FILE ENDS WITH ONE CONTROL TRAILER ("T")
001400*               CARRYING THE INSTRUCTION COUNT, THE DEBIT AND
001500*               CREDIT AMOUNT TOTALS AND THE NUMBER OF AUDIT
001600*               ITEMS SETTLED, FOR THE RECEIVING SIDE TO
001700*               BALANCE AGAINST.
001800******************************************************************
001900 01  SETL-INSTR-REC.
002000     05 SETL-REC-TYPE           PIC X(01).
002100         88 SETL-DETAIL                   VALUE "D".
002200     05 SETL-BUS-DATE           PIC 9(08).
002300     05 SETL-BRANCH-ID          PIC X(04).
002400     05 SETL-CURRENCY           PIC X(03).
002500     05 SETL-DR-CR              PIC X(01).
002600         88 SETL-DEBIT                    VALUE "D".
002700         88 SETL-CREDIT                   VALUE "C".
002800     05 SETL-AMOUNT             PIC 9(13)V99.
002900     05 SETL-ITEM-COUNT         PIC 9(06).
003000     05 SETL-INSTR-NO           PIC 9(06).
003100     05 FILLER                  PIC X(36).
003200 01  SETL-TRAILER-REC.
003300     05 SETL-T-REC-TYPE         PIC X(01).
003400         88 SETL-TRAILER                  VALUE "T".
003500     05 SETL-T-BUS-DATE         PIC 9(08).
003600     05 SETL-T-INSTR-COUNT      PIC 9(06).
003700     05 SETL-T-DEBIT-TOTAL      PIC 9(13)V99.
003800     05 SETL-T-CREDIT-TOTAL     PIC 9(13)V99.
003900     05 SETL-T-ITEM-COUNT       PIC 9(08).
004000     05 FILLER                  PIC X(27).
