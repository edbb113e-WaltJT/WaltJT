000100******************************************************************
000200* SHFTREC     - INDEXED OPERATOR SHIFT REGISTER RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE FILE (DD SHFTREG) HOLDING THE END-OF-SHIFT
000600*               BLOTTER OF EVERY COBOL5 SESSION THAT PRODUCED
000700*               AUDIT LOG RECORDS, WRITTEN BY SHFTBLT WHEN THE
000800*               OPERATOR SIGNS OFF. THE KEY IS THE SESSION STAMP
000900*               (SEV-SESSION ON THE SECURITY LOG, AUD-SESSION-ID
001000*               AND HIST-SESSION-ID ON THE SESSION'S ROWS), THE
001100*               OPERATOR, A ROW TYPE AND A LINE NUMBER, SO A
001200*               BLOTTER READS BACK IN ONE PASS: ITS HEADER ("H",
001300*               LINE 0) - SIGN-OFF DATE AND TIME, THE COUNTS OF
001400*               CALCULATIONS, ERRORS, OVERRIDES AND REVERSALS,
001500*               AND THE ACKNOWLEDGMENT - THEN ONE "L" ROW PER
001600*               AUDIT RECORD OF THE SESSION IN THE ORDER WRITTEN,
001700*               THEN ONE "T" ROW PER CURRENCY WITH ITS COUNTS AND
001800*               TOTALS. STATUS P (PENDING) MEANS NO SUPERVISOR
001900*               HAS ACKNOWLEDGED THE BLOTTER YET; A (ACKNOWLEDGED)
002000*               IS FINAL AND NAMES THE LEVEL-3 SUPERVISOR, THE
002100*               DATE AND TIME, AND AN OPTIONAL REMARK (SHFTACK).
002200*               SHFTRPT LISTS THE SHIFTS STILL PENDING. ROWS ARE
002300*               NEVER DELETED.
002400******************************************************************
002500 01  SHF-REC.
002600     05 SHF-KEY.
002700         10 SHF-SESSION-ID      PIC X(15).
002800         10 SHF-OPERATOR-ID     PIC X(08).
002900         10 SHF-REC-TYPE        PIC X(01).
003000             88 SHF-TYPE-HEADER            VALUE "H".
003100             88 SHF-TYPE-LINE              VALUE "L".
003200             88 SHF-TYPE-TOTAL             VALUE "T".
003300         10 SHF-LINE-NO         PIC 9(04).
003400     05 SHF-DATA                PIC X(100).
003500     05 SHF-HEADER-DATA REDEFINES SHF-DATA.
003600         10 SHF-SIGNON-DATE     PIC 9(08).
003700         10 SHF-SIGNOFF-DATE    PIC 9(08).
003800         10 SHF-SIGNOFF-TIME    PIC 9(06).
003900         10 SHF-CALC-CNT        PIC 9(06).
004000         10 SHF-ERROR-CNT       PIC 9(06).
004100         10 SHF-OVERRIDE-CNT    PIC 9(06).
004200         10 SHF-REVERSAL-CNT    PIC 9(06).
004300         10 SHF-LINE-CNT        PIC 9(04).
004400         10 SHF-CURR-CNT        PIC 9(02).
004500         10 SHF-ACK-STATUS      PIC X(01).
004600             88 SHF-PENDING                VALUE "P".
004700             88 SHF-ACKNOWLEDGED           VALUE "A".
004800         10 SHF-ACK-BY          PIC X(08).
004900         10 SHF-ACK-DATE        PIC 9(08).
005000         10 SHF-ACK-TIME        PIC 9(06).
005100         10 SHF-ACK-REMARK      PIC X(25).
005200     05 SHF-LINE-DATA REDEFINES SHF-DATA.
005300         10 SHF-LN-TIME         PIC X(08).
005400         10 SHF-LN-PROGRAM      PIC X(08).
005500         10 SHF-LN-OPERATION    PIC X(01).
005600         10 SHF-LN-OPERAND-1    PIC S9(9)V99
005700                                SIGN IS TRAILING SEPARATE.
005800         10 SHF-LN-OPERAND-2    PIC S9(9)V99
005900                                SIGN IS TRAILING SEPARATE.
006000         10 SHF-LN-RESULTADO    PIC S9(9)V99
006100                                SIGN IS TRAILING SEPARATE.
006200         10 SHF-LN-CURRENCY     PIC X(03).
006300         10 SHF-LN-STATUS       PIC X(01).
006400         10 SHF-LN-ACCOUNT      PIC X(08).
006500         10 SHF-LN-OVERRIDE-ID  PIC X(08).
006600         10 FILLER              PIC X(27).
006700     05 SHF-TOTAL-DATA REDEFINES SHF-DATA.
006800         10 SHF-TT-CURRENCY     PIC X(03).
006900         10 SHF-TT-CALC-CNT     PIC 9(06).
007000         10 SHF-TT-CALC-TOTAL   PIC S9(13)V99
007100                                SIGN IS TRAILING SEPARATE.
007200         10 SHF-TT-ERROR-CNT    PIC 9(06).
007300         10 SHF-TT-OVERRIDE-CNT PIC 9(06).
007400         10 SHF-TT-REV-CNT      PIC 9(06).
007500         10 SHF-TT-REV-TOTAL    PIC S9(13)V99
007600                                SIGN IS TRAILING SEPARATE.
007700         10 FILLER              PIC X(41).
