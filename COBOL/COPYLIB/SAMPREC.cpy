000100******************************************************************
000200* SAMPREC     - AUDIT SAMPLE FILE RECORDS.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      OUTPUT OF HISTSAMP (DD SAMPOUT), ONE FILE PER
000600*               SAMPLE DRAWN. A HEADER ("H") RECORDS EVERY
000700*               SELECTION PARAMETER - METHOD, PERIOD, FILTERS,
000800*               SEED, SAMPLE SIZE, KEY-ITEM THRESHOLD - AND THE
000900*               POPULATION COUNT AND VALUE, SAMPLING INTERVAL AND
001000*               RANDOM START IT WAS DRAWN FROM, SO THE SELECTION
001100*               CAN BE RE-PERFORMED. ONE DETAIL ("D") PER ROW
001200*               SELECTED, IN HISTORY KEY ORDER, WITH THE REASON
001300*               IT WAS SELECTED (T = AT OR ABOVE THE THRESHOLD,
001400*               R = SIMPLE RANDOM, M = MONETARY UNIT), ITS FULL
001500*               LINEAGE AND BLANK TEST-RESULT FIELDS FOR THE
001600*               AUDITOR. SMP-AUDIT-TRACE IS "Y" WHEN THE ROW'S
001700*               AUDIT RECORD WAS FOUND AND SMP-OVERRIDE-ID IS
001800*               TAKEN FROM IT. A TRAILER ("T") CARRIES THE
001900*               DETAIL COUNT, THE KEY ITEMS AMONG THEM AND THE
002000*               SUM OF THEIR RESULTADO.
002100******************************************************************
002200 01  SMP-DETAIL-REC.
002300     05 SMP-REC-TYPE            PIC X(01).
002400         88 SMP-DETAIL                    VALUE "D".
002500     05 SMP-ITEM-NO             PIC 9(05).
002600     05 SMP-REASON              PIC X(01).
002700         88 SMP-REASON-THRESHOLD          VALUE "T".
002800         88 SMP-REASON-RANDOM             VALUE "R".
002900         88 SMP-REASON-MONETARY           VALUE "M".
003000     05 SMP-HIST-RUN-DATE       PIC 9(08).
003100     05 SMP-HIST-TRANS-SEQ      PIC 9(08).
003200     05 SMP-PROGRAM-NAME        PIC X(20).
003300     05 SMP-OPERATOR-ID         PIC X(08).
003400     05 SMP-OVERRIDE-ID         PIC X(08).
003500     05 SMP-ACCOUNT-CODE        PIC X(08).
003600     05 SMP-SOURCE-BRANCH       PIC X(04).
003700     05 SMP-CURRENCY-CODE       PIC X(03).
003800     05 SMP-SOURCE-BATCH-ID     PIC X(08).
003900     05 SMP-SOURCE-REC-NO       PIC 9(06).
004000     05 SMP-RESULTADO           PIC S9(9)V99
004100                                SIGN IS TRAILING SEPARATE.
004200     05 SMP-HIST-STATUS         PIC X(01).
004300     05 SMP-SESSION-ID          PIC X(15).
004400     05 SMP-AUDIT-TRACE         PIC X(01).
004500         88 SMP-TRACED                    VALUE "Y".
004600     05 SMP-TEST-RESULT         PIC X(01).
004700     05 SMP-TEST-REF            PIC X(10).
004800     05 FILLER                  PIC X(22).
004900 01  SMP-HEADER-REC.
005000     05 SMP-H-REC-TYPE          PIC X(01).
005100         88 SMP-HEADER                    VALUE "H".
005200     05 SMP-H-BUS-DATE          PIC 9(08).
005300     05 SMP-H-METHOD            PIC X(01).
005400     05 SMP-H-FROM-DATE         PIC 9(08).
005500     05 SMP-H-TO-DATE           PIC 9(08).
005600     05 SMP-H-SAMPLE-SIZE       PIC 9(05).
005700     05 SMP-H-SEED              PIC 9(09).
005800     05 SMP-H-THRESHOLD         PIC 9(09)V99.
005900     05 SMP-H-ACCOUNT           PIC X(08).
006000     05 SMP-H-BRANCH            PIC X(04).
006100     05 SMP-H-OPERATOR          PIC X(08).
006200     05 SMP-H-CURRENCY          PIC X(03).
006300     05 SMP-H-POP-COUNT         PIC 9(08).
006400     05 SMP-H-POP-VALUE         PIC 9(15)V99.
006500     05 SMP-H-INTERVAL          PIC 9(13)V99.
006600     05 SMP-H-START             PIC 9(13)V99.
006700     05 FILLER                  PIC X(21).
006800 01  SMP-TRAILER-REC.
006900     05 SMP-T-REC-TYPE          PIC X(01).
007000         88 SMP-TRAILER                   VALUE "T".
007100     05 SMP-T-RECORD-COUNT      PIC 9(05).
007200     05 SMP-T-KEY-ITEM-COUNT    PIC 9(05).
007300     05 SMP-T-RESULTADO-SUM     PIC S9(15)V99
007400                                SIGN IS TRAILING SEPARATE.
007500     05 FILLER                  PIC X(121).
