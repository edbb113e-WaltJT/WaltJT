000100******************************************************************
000200* HBKTRL      - HISTORY BACKUP TRAILER RECORD.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      LAST RECORD OF EVERY HISTORY BACKUP DATA SET
000600*               WRITTEN BY HISTBKUP. CARRIES THE BUSINESS DATE,
000700*               THE NUMBER OF HISTORY ROWS AHEAD OF IT AND THEIR
000800*               HASH TOTAL (OPERAND-1 + OPERAND-2 + RESULTADO),
000900*               SO HISTRCOV CAN PROVE A BACKUP WHOLE BEFORE IT
001000*               RESTORES FROM IT. SAME LENGTH AS HIST-REC (HISTREC
001100*               COPYBOOK); THE "BKPTRAILER" TYPE MARKER OCCUPIES
001200*               THE FIRST BYTES OF WHAT IS OTHERWISE
001300*               HIST-RUN-DATE, WHICH ON A REAL ROW IS ALWAYS
001400*               NUMERIC. HIST-BKUP-ROW-VIEW LAYS THE HASHED
001410*               AMOUNTS OF A BACKUP ROW OVER THE SAME BYTES, AT
001420*               THEIR HIST-REC POSITIONS, SO A BACKUP CAN BE
001430*               PROVED WITHOUT MOVING EACH ROW INTO HIST-REC.
001500******************************************************************
001600 01  HIST-BKUP-TRAILER-REC.
001700     05 HBT-REC-TYPE            PIC X(10).
001800         88 HBT-TRAILER                   VALUE "BKPTRAILER".
001900     05 HBT-BUS-DATE            PIC 9(08).
002000     05 HBT-RECORD-COUNT        PIC 9(08).
002100     05 HBT-HASH-TOTAL          PIC S9(15)V99
002200                                SIGN IS TRAILING SEPARATE.
002300     05 FILLER                  PIC X(99).
002400 01  HIST-BKUP-ROW-VIEW REDEFINES HIST-BKUP-TRAILER-REC.
002500     05 FILLER                  PIC X(44).
002600     05 HBR-OPERAND-1           PIC S9(9)V99
002700                                SIGN IS TRAILING SEPARATE.
002800     05 HBR-OPERAND-2           PIC S9(9)V99
002900                                SIGN IS TRAILING SEPARATE.
003000     05 FILLER                  PIC X(01).
003100     05 HBR-RESULTADO           PIC S9(9)V99
003200                                SIGN IS TRAILING SEPARATE.
003300     05 FILLER                  PIC X(62).
