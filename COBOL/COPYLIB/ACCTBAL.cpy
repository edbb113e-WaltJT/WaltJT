000100******************************************************************
000200* ACCTBAL     - INDEXED ACCOUNT BALANCE (SUBLEDGER) RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE ROW PER ACCOUNT (COST-CENTER) CODE AND
000600*               CURRENCY, KEYED BY BOTH, POSTED NIGHTLY BY
000700*               ACCTPOST FROM THE DAY'S SEALED AUDIT LOG
000800*               GENERATION (AUDITGEN, AFTER AUDCUT). CARRIES THE
000900*               ACCOUNTING PERIOD (YYYYMM) THE FIGURES BELONG
001000*               TO, THE OPENING BALANCE OF THAT PERIOD, THE
001100*               PERIOD-TO-DATE ACTIVITY (WITH THE REVPOST
001200*               CONTRA POSTINGS, AUDIT STATUS "3", ALSO SHOWN ON
001300*               THEIR OWN) AND THE CLOSING BALANCE. THE FIRST
001400*               POSTING INTO A LATER PERIOD ROLLS THE CLOSING
001500*               BALANCE FORWARD AS THE NEW OPENING BALANCE.
001600*               ABAL-LAST-POST-DATE AND ABAL-DAY-ACTIVITY HOLD
001700*               THE LAST BUSINESS DATE POSTED AND ITS NET
001800*               MOVEMENT, SO THE TRIAL BALANCE CAN PROVE THE
001900*               DAY'S POSTINGS BACK TO THE GENERATION. WORK
002000*               WITH A BLANK ACCOUNT CODE POSTS UNDER *NOACCT*.
002100******************************************************************
002200 01  ABAL-REC.
002300     05 ABAL-KEY.
002400         10 ABAL-ACCOUNT-CODE   PIC X(08).
002500         10 ABAL-CURRENCY-CODE  PIC X(03).
002600     05 ABAL-PERIOD             PIC 9(06).
002700     05 ABAL-OPENING-BAL        PIC S9(13)V99
002800                                SIGN IS TRAILING SEPARATE.
002900     05 ABAL-PTD-ACTIVITY       PIC S9(13)V99
003000                                SIGN IS TRAILING SEPARATE.
003100     05 ABAL-PTD-CONTRA         PIC S9(13)V99
003200                                SIGN IS TRAILING SEPARATE.
003300     05 ABAL-CLOSING-BAL        PIC S9(13)V99
003400                                SIGN IS TRAILING SEPARATE.
003500     05 ABAL-PTD-COUNT          PIC 9(08).
003600     05 ABAL-LAST-POST-DATE     PIC 9(08).
003700     05 ABAL-DAY-ACTIVITY       PIC S9(13)V99
003800                                SIGN IS TRAILING SEPARATE.
003900     05 FILLER                  PIC X(20).
