000100******************************************************************
000200* VDWHREC     - INDEXED VALUE-DATE WAREHOUSE RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE ROW PER FORWARD-DATED OPCTRANS OR LOOPTRANS
000600*               DETAIL THAT EDITVAL ACCEPTED WITH A VALUE DATE
000700*               LATER THAN THE BUSINESS DATE (DD VALWHSE). THE
000800*               KEY IS THE ITEM'S ORIGINAL BATCH ID, THE FILE
000900*               IT CAME IN ON (O = OPCTRANS, L = LOOPTRANS) AND
001000*               ITS RECORD NUMBER IN THE BRANCH'S TRANSMISSION,
001100*               SO AN ITEM IS FOUND THE WAY THE BRANCH KNOWS
001200*               IT; THE ALTERNATE KEY ON THE VALUE DATE LETS
001300*               THE VDREL RELEASE STEP READ THE ITEMS IN DATE
001400*               ORDER. WH-IMAGE IS THE VALIDATED DETAIL RECORD
001500*               EXACTLY AS IT WILL BE RELEASED, ALREADY STAMPED
001600*               WITH ITS ORIGINAL BATCH ID, BRANCH AND RECORD
001700*               NUMBER. STATUS P IS PENDING; R RELEASED BY VDREL
001800*               (WH-RELEASE-BATCH-ID NAMES THE RELEASE BATCH);
001900*               C CANCELLED THROUGH VDMNT. WH-ACTION-DATE AND
002000*               WH-ACTION-BY RECORD WHEN AND BY WHOM THE ROW
002100*               LEFT PENDING. ROWS ARE NEVER DELETED, SO A
002200*               BRANCH CAN ALWAYS ASK WHAT BECAME OF AN ITEM.
002300*               EDITVAL ALSO STORES HERE EVERY CLEAN DETAIL OF A
002400*               BATCH TRANSMITTED AFTER ITS BRANCH'S CUTOFF TIME,
002500*               VALUE-DATED THE NEXT BUSINESS DATE, INCLUDING
002600*               TRANSIN DETAILS (FILE TYPE T), WHICH VDREL
002700*               RELEASES AS A TRANSIN BATCH.
002800******************************************************************
002900 01  WH-REC.
003000     05 WH-KEY.
003100         10 WH-ORIG-BATCH-ID    PIC X(08).
003200         10 WH-FILE-TYPE        PIC X(01).
003300             88 WH-TYPE-OPCTRANS           VALUE "O".
003400             88 WH-TYPE-LOOPTRANS          VALUE "L".
003500             88 WH-TYPE-TRANSIN            VALUE "T".
003600         10 WH-ORIG-REC-NO      PIC 9(06).
003700     05 WH-VALUE-DATE           PIC 9(08).
003800     05 WH-BRANCH-ID            PIC X(04).
003900     05 WH-STATUS               PIC X(01).
004000         88 WH-PENDING                     VALUE "P".
004100         88 WH-RELEASED                    VALUE "R".
004200         88 WH-CANCELLED                   VALUE "C".
004300     05 WH-STORED-DATE          PIC 9(08).
004400     05 WH-ACTION-DATE          PIC 9(08).
004500     05 WH-ACTION-BY            PIC X(08).
004600     05 WH-RELEASE-BATCH-ID     PIC X(08).
004700     05 WH-IMAGE                PIC X(80).
004800     05 FILLER                  PIC X(20).
