000100******************************************************************
000200* LOANREC     - LOAN AMORTIZATION REQUEST RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE SCHEDULE REQUEST PER DETAIL RECORD OF THE
000600*               LOANTRAN BATCH READ BY LOANAMRT, SEALED BY A
000700*               BATCTL HEADER AND TRAILER LIKE THE OTHER
000800*               TRANSACTION FILES (THE TRAILER HASH IS THE SUM
000900*               OF LN-PRINCIPAL AND LN-ANNUAL-RATE). LN-PRINCIPAL
001000*               IS THE AMOUNT FINANCED, IN LN-CURRENCY-CODE
001100*               (BLANK MEANS USD), WITH NO MORE DECIMALS THAN THE
001200*               CURRENCY CARRIES. LN-ANNUAL-RATE IS THE NOMINAL
001300*               ANNUAL INTEREST RATE IN PER CENT (7.2500 = 7.25
001400*               PER CENT), CONVERTED TO A PERIODIC RATE BY
001500*               LN-FREQUENCY: M MONTHLY (12 A YEAR), Q QUARTERLY
001600*               (4), S SEMIANNUAL (2), A ANNUAL (1). LN-TERM IS
001700*               THE NUMBER OF PAYMENT PERIODS. LN-ACCOUNT-CODE
001800*               CARRIES THE COST-CENTER (ACCTREC MASTER); BLANK
001900*               MEANS UNASSIGNED. LN-SOURCE-REC-NO IS THE
002000*               RECORD'S NUMBER IN THE SUBMITTING BRANCH'S
002100*               ORIGINAL FILE; ZERO OR BLANK TAKES THE POSITION
002200*               IN THE FILE. BYTE ONE IS ALWAYS A DIGIT, SO A
002300*               DETAIL CANNOT COLLIDE WITH A CONTROL RECORD.
002400******************************************************************
002500 01  LOAN-IN-REC.
002600     05 LN-PRINCIPAL            PIC S9(9)V99
002700                                SIGN IS TRAILING SEPARATE.
002800     05 LN-ANNUAL-RATE          PIC 9(03)V9(04).
002900     05 LN-TERM                 PIC 9(03).
003000     05 LN-FREQUENCY            PIC X(01).
003100         88 LN-FREQ-MONTHLY               VALUE "M".
003200         88 LN-FREQ-QUARTERLY             VALUE "Q".
003300         88 LN-FREQ-SEMIANNUAL            VALUE "S".
003400         88 LN-FREQ-ANNUAL                VALUE "A".
003500     05 LN-CURRENCY-CODE        PIC X(03).
003600     05 LN-ACCOUNT-CODE         PIC X(08).
003700     05 LN-SOURCE-REC-NO        PIC 9(06).
003800     05 FILLER                  PIC X(40).
