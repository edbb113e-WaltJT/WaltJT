000100******************************************************************
000200* OPCSPLRC    - OPCTRANS PARTITION CONTROL RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      CONTROL ROWS FOR THE BRANCH-PARTITIONED RUN OF
000600*               COBOL2'S BATCH ENGINE. OPCSPLIT WRITES ONE "O"
000700*               ROW TO DD SPLITCTL FOR THE ORIGINAL VALIDATED
000800*               BATCH (ITS ID, BRANCH, TRAILER COUNT AND HASH
000900*               TOTAL, NUMBER OF PARTITIONS AND BRANCHES), THEN
001000*               ONE "P" ROW PER PARTITION SUB-BATCH ("P" + THE
001100*               PARTITION DIGIT + YYMMDD) WITH ITS COUNT, HASH
001200*               AND BRANCHES. EACH COBOL2 PARTITION INSTANCE
001300*               ENDS ITS OWN RESULT FILE (DD OPCRES1-OPCRES4)
001400*               WITH ONE "T" ROW CARRYING THE COUNT AND HASH IT
001500*               ACTUALLY PROVED AGAINST ITS SUB-BATCH TRAILER
001600*               AND WHETHER THE SUB-BATCH BALANCED; RESULT LINES
001700*               BEGIN "RESULTADO=", SO BYTE ONE CANNOT COLLIDE.
001800*               OPCMERGE PROVES THE "T" ROWS BACK TO THE "P"
001900*               ROWS AND THEIR SUM TO THE "O" ROW.
002000******************************************************************
002100 01  OPC-SPLIT-REC.
002200     05 SPL-REC-TYPE            PIC X(01).
002300         88 SPL-TYPE-ORIGINAL              VALUE "O".
002400         88 SPL-TYPE-PARTITION             VALUE "P".
002500         88 SPL-TYPE-RESULT                VALUE "T".
002600     05 SPL-BATCH-ID            PIC X(08).
002700     05 SPL-PARTITION-NO        PIC 9(01).
002800     05 SPL-BRANCH-ID           PIC X(04).
002900     05 SPL-BUS-DATE            PIC 9(08).
003000     05 SPL-DETAIL-CNT          PIC 9(06).
003100     05 SPL-HASH-TOTAL          PIC S9(13)V99
003200                                SIGN IS TRAILING SEPARATE.
003300     05 SPL-PART-CNT            PIC 9(01).
003400     05 SPL-BRANCH-CNT          PIC 9(04).
003500     05 SPL-BALANCE-SW          PIC X(01).
003600         88 SPL-BALANCED                   VALUE "Y".
003700     05 FILLER                  PIC X(30).
