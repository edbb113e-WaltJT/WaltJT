000100******************************************************************
000200* CASEREC     - INDEXED INVESTIGATION CASE RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE FILE (DD CASEMAST) HOLDING EVERY DISPUTE
000600*               INVESTIGATION OPENED THROUGH CASEMNT. THE KEY IS
000700*               THE CASE NUMBER, A ROW TYPE AND A LINE NUMBER, SO
000800*               A CASE READS BACK IN ONE PASS: ITS HEADER ("H",
000900*               LINE 0) - BRANCH (BRCHREC), WHO OPENED IT, WHO
001000*               IT IS ASSIGNED TO (OPERREC), STATUS AND SUBJECT -
001100*               THEN ONE "L" ROW PER HISTORY ROW UNDER DISPUTE
001200*               (HIST-RUN-DATE/HIST-TRANS-SEQ, HISTREC), THEN ONE
001300*               "N" ROW PER DATED NOTE. STATUS O (OPEN) AND P
001400*               (WAITING ON THE BRANCH) ARE ACTIVE; R (RESOLVED)
001500*               AND W (WITHDRAWN) ARE FINAL. A LINK ROW REVERSED
001600*               THROUGH REVPOST WHEN THE CASE WAS RESOLVED
001700*               CARRIES THE CONTRA ROW'S KEY. CASE NUMBER ZERO IS
001800*               THE CONTROL ROW ("C") HOLDING THE LAST CASE
001900*               NUMBER ISSUED. HISTARCH KEEPS EVERY HISTORY ROW
002000*               LINKED TO AN ACTIVE CASE; CASEAGE REPORTS THE
002100*               ACTIVE CASES BY AGE. ROWS ARE NEVER DELETED.
002200******************************************************************
002300 01  CASE-REC.
002400     05 CASE-KEY.
002500         10 CASE-NO             PIC 9(06).
002600         10 CASE-REC-TYPE       PIC X(01).
002700             88 CASE-TYPE-CONTROL          VALUE "C".
002800             88 CASE-TYPE-HEADER           VALUE "H".
002900             88 CASE-TYPE-LINK             VALUE "L".
003000             88 CASE-TYPE-NOTE             VALUE "N".
003100         10 CASE-LINE-NO        PIC 9(03).
003200     05 CASE-DATA               PIC X(110).
003300     05 CASE-CONTROL-DATA REDEFINES CASE-DATA.
003400         10 CASE-LAST-CASE-NO   PIC 9(06).
003500         10 FILLER              PIC X(104).
003600     05 CASE-HEADER-DATA REDEFINES CASE-DATA.
003700         10 CASE-BRANCH-ID      PIC X(04).
003800         10 CASE-OPENED-BY      PIC X(08).
003900         10 CASE-OPENED-DATE    PIC 9(08).
004000         10 CASE-ASSIGNED-TO    PIC X(08).
004100         10 CASE-STATUS         PIC X(01).
004200             88 CASE-OPEN                  VALUE "O".
004300             88 CASE-PENDING               VALUE "P".
004400             88 CASE-RESOLVED              VALUE "R".
004500             88 CASE-WITHDRAWN             VALUE "W".
004600             88 CASE-ACTIVE                VALUE "O" "P".
004700         10 CASE-STATUS-DATE    PIC 9(08).
004800         10 CASE-CLOSED-BY      PIC X(08).
004900         10 CASE-SUBJECT        PIC X(40).
005000         10 CASE-LAST-LINK      PIC 9(03).
005100         10 CASE-LAST-NOTE      PIC 9(03).
005200         10 FILLER              PIC X(19).
005300     05 CASE-LINK-DATA REDEFINES CASE-DATA.
005400         10 CASE-HIST-KEY.
005500             15 CASE-HIST-RUN-DATE  PIC 9(08).
005600             15 CASE-HIST-TRANS-SEQ PIC 9(08).
005700         10 CASE-LINKED-BY      PIC X(08).
005800         10 CASE-LINKED-DATE    PIC 9(08).
005900         10 CASE-REVERSAL-SW    PIC X(01).
006000             88 CASE-LINK-REVERSED         VALUE "Y".
006100         10 CASE-CONTRA-DATE    PIC 9(08).
006200         10 CASE-CONTRA-SEQ     PIC 9(08).
006300         10 FILLER              PIC X(61).
006400     05 CASE-NOTE-DATA REDEFINES CASE-DATA.
006500         10 CASE-NOTE-DATE      PIC 9(08).
006600         10 CASE-NOTE-BY        PIC X(08).
006700         10 CASE-NOTE-TEXT      PIC X(70).
006800         10 FILLER              PIC X(24).
