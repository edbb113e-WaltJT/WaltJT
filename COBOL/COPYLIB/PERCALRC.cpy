000100******************************************************************
000200* PERCALRC    - INDEXED ACCOUNTING PERIOD CALENDAR RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE ROW PER ACCOUNTING PERIOD (CALENDAR MONTH,
000600*               YYYYMM), KEYED BY THE PERIOD, WITH ITS FIRST
000700*               AND LAST DATES AND ITS STATUS. THE MONTH-END
000800*               CLOSE STEP (PERCLOSE) WRITES THE ROW AT STATUS C
000900*               ONCE EVERY DAY OF THE PERIOD WITH HISTORY
001000*               ACTIVITY HAS BEEN EXTRACTED BY HISTEXT AND
001100*               ACKNOWLEDGED BY THE LEDGER THROUGH GLRECON, AND
001200*               RECORDS THE BUSINESS DATE AND TIME OF THE CLOSE
001300*               AND THE HISTORY COUNT AND RESULTADO SUM IT
001400*               CLOSED ON. A PERIOD WITH NO ROW (OR A ROW AT
001500*               STATUS O) IS OPEN. ONCE CLOSED, REVPOST POSTS
001600*               ITS CONTRA ROWS INTO THE CURRENT OPEN PERIOD,
001700*               HISTEXT, BALRPT AND HISTSUM REFUSE TO RUN FOR
001800*               THE PERIOD AGAIN, AND HISTARCH ARCHIVES ONLY
001900*               CLOSED PERIODS.
002000******************************************************************
002100 01  PCAL-REC.
002200     05 PCAL-PERIOD             PIC 9(06).
002300     05 PCAL-START-DATE         PIC 9(08).
002400     05 PCAL-END-DATE           PIC 9(08).
002500     05 PCAL-STATUS             PIC X(01).
002600         88 PCAL-OPEN                    VALUE "O".
002700         88 PCAL-CLOSED                  VALUE "C".
002800     05 PCAL-CLOSED-BUS-DATE    PIC 9(08).
002900     05 PCAL-CLOSED-TIME        PIC 9(08).
003000     05 PCAL-DAYS-ACTIVE        PIC 9(03).
003100     05 PCAL-HIST-COUNT         PIC 9(08).
003200     05 PCAL-RESULT-SUM         PIC S9(13)V99
003300                                SIGN IS TRAILING SEPARATE.
003400     05 FILLER                  PIC X(20).
