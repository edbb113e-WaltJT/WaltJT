000100******************************************************************
000200* HBKCATRC    - INDEXED HISTORY BACKUP CATALOG RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      ONE FILE (DD HBKCAT) RECORDING EVERY BACKUP OF
000600*               THE INDEXED HISTORY FILE TAKEN BY HISTBKUP ("B"
000700*               ROWS) AND EVERY HISTARCH RETENTION RUN THAT
000800*               DELETED ROWS FROM IT ("A" ROWS), KEYED BY THE
000900*               YYYYMMDD-HHMMSS STAMP OF THE RUN AND THE ROW
001000*               TYPE, SO THE CATALOG READS BACK IN THE ORDER
001100*               THINGS HAPPENED TO THE FILE. A BACKUP ROW NAMES
001200*               THE DATA SET THE BACKUP WAS WRITTEN TO (HOUSE
001300*               CONVENTION "HISTBKP.D" + YYYYMMDD + ".T" +
001400*               HHMMSS), THE BUSINESS DATE, THE LATEST AUDIT
001500*               GENERATION ON THE GENERATION CATALOG (GENCATRC)
001600*               WHEN THE BACKUP WAS TAKEN - EVERY LATER
001700*               GENERATION MUST BE REPLAYED ONTO IT - THE ROW
001800*               COUNT AND HASH TOTAL ON ITS HBKTRL TRAILER AND
001900*               WHETHER HISTBKUP PROVED THE COPY GOOD ("G") OR
002000*               NOT ("F"). AN ARCHIVE ROW CARRIES THE RETENTION
002100*               CUTOFF AND THE ROWS ARCHIVED, SO HISTRCOV CAN
002200*               TELL WHEN A RESTORED BACKUP STILL HOLDS ROWS
002300*               ARCHIVED SINCE. ROWS ARE NEVER DELETED.
002400******************************************************************
002500 01  HBC-REC.
002600     05 HBC-KEY.
002700         10 HBC-STAMP           PIC X(15).
002800         10 HBC-REC-TYPE        PIC X(01).
002900             88 HBC-TYPE-BACKUP            VALUE "B".
003000             88 HBC-TYPE-ARCHIVE           VALUE "A".
003100     05 HBC-BUS-DATE            PIC 9(08).
003200     05 HBC-DSNAME              PIC X(44).
003300     05 HBC-LAST-GEN-DATE       PIC 9(08).
003400     05 HBC-RECORD-COUNT        PIC 9(08).
003500     05 HBC-HASH-TOTAL          PIC S9(15)V99
003600                                SIGN IS TRAILING SEPARATE.
003700     05 HBC-STATUS              PIC X(01).
003800         88 HBC-GOOD                       VALUE "G".
003900         88 HBC-FAILED                     VALUE "F".
004000     05 HBC-CUTOFF-DATE         PIC 9(08).
004100     05 FILLER                  PIC X(10).
