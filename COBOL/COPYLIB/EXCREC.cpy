000100******************************************************************
000200* EXCREC      - INDEXED CONTROL-EXCEPTION QUEUE RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE FILE (DD EXCQUEUE) HOLDING EVERY EXCEPTION
000600*               RAISED BY THE CONTROL STEPS (BALRPT, LRGRVW,
000610*               SUSPAGE, VOLVAR, GLRECON, GENCATLS, RATECHK,
000620*               SHFTRPT, HISTBKUP AND HISTRCOV)
000800*               THROUGH EXCPOST, ALONGSIDE THEIR OWN RETURN CODE
000900*               AND PRINTOUT. THE KEY IS THE EXCEPTION NUMBER, A
001000*               ROW TYPE AND A LINE NUMBER, SO AN EXCEPTION READS
001100*               BACK IN ONE PASS: ITS HEADER ("H", LINE 0) -
001200*               BUSINESS DATE, SEVERITY (H/M/L), DUE DATE, OWNER,
001300*               STATUS AND DESCRIPTION - THEN ONE "N" ROW PER
001400*               DATED NOTE. EVERY ROW CARRIES THE SOURCE STEP AND
001500*               THE KEY OF THE OFFENDING ITEM (AN ALTERNATE KEY
001600*               WITH DUPLICATES) SO EXCPOST CAN TELL A CONDITION
001700*               ALREADY QUEUED FROM A NEW ONE. STATUS N (NEW, NO
001800*               OWNER YET) AND O (OWNED) ARE ACTIVE; C (CLOSED)
001900*               IS FINAL. EXCMNT TAKES OWNERSHIP, ADDS NOTES AND
002000*               CLOSES WITH A RESOLUTION NOTE, EVERY ACTION
002100*               LEAVING A NOTE WITH WHO AND WHEN; EXCDASH IS THE
002200*               MORNING DASHBOARD. EXCEPTION NUMBER ZERO IS THE
002300*               CONTROL ROW ("C") HOLDING THE LAST NUMBER ISSUED.
002400*               ROWS ARE NEVER DELETED.
002500******************************************************************
002600 01  EXC-REC.
002700     05 EXC-KEY.
002800         10 EXC-NO              PIC 9(06).
002900         10 EXC-REC-TYPE        PIC X(01).
003000             88 EXC-TYPE-CONTROL           VALUE "C".
003100             88 EXC-TYPE-HEADER            VALUE "H".
003200             88 EXC-TYPE-NOTE              VALUE "N".
003300         10 EXC-LINE-NO         PIC 9(03).
003400     05 EXC-ORIGIN.
003500         10 EXC-SOURCE-STEP     PIC X(08).
003600         10 EXC-ITEM-KEY        PIC X(30).
003700     05 EXC-DATA                PIC X(110).
003800     05 EXC-CONTROL-DATA REDEFINES EXC-DATA.
003900         10 EXC-LAST-EXC-NO     PIC 9(06).
004000         10 FILLER              PIC X(104).
004100     05 EXC-HEADER-DATA REDEFINES EXC-DATA.
004200         10 EXC-BUS-DATE        PIC 9(08).
004300         10 EXC-SEVERITY        PIC X(01).
004400             88 EXC-SEV-HIGH               VALUE "H".
004500             88 EXC-SEV-MEDIUM             VALUE "M".
004600             88 EXC-SEV-LOW                VALUE "L".
004700         10 EXC-STATUS          PIC X(01).
004800             88 EXC-NEW                    VALUE "N".
004900             88 EXC-OWNED                  VALUE "O".
005000             88 EXC-CLOSED                 VALUE "C".
005100             88 EXC-ACTIVE                 VALUE "N" "O".
005200         10 EXC-DUE-DATE        PIC 9(08).
005300         10 EXC-OWNER           PIC X(08).
005400         10 EXC-OWNED-DATE      PIC 9(08).
005500         10 EXC-CLOSED-BY       PIC X(08).
005600         10 EXC-CLOSED-DATE     PIC 9(08).
005700         10 EXC-LAST-NOTE       PIC 9(03).
005800         10 EXC-DESCRIPTION     PIC X(50).
005900         10 FILLER              PIC X(07).
006000     05 EXC-NOTE-DATA REDEFINES EXC-DATA.
006100         10 EXC-NOTE-DATE       PIC 9(08).
006200         10 EXC-NOTE-BY         PIC X(08).
006300         10 EXC-NOTE-TEXT       PIC X(70).
006400         10 FILLER              PIC X(24).
