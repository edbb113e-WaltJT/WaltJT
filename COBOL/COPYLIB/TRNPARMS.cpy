000100******************************************************************
000200* TRNPARMS    - TRAINING FILE SET PARAMETER BLOCK.
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:      PASSED BY CALL "TRNFILES" USING FROM COBOL5 AND
000600*               FROM EACH PROGRAM A TRAINING SESSION CAN REACH
000700*               (COBOL1, COBOL2, COBOL3, HISTINQ, REVPOST AND
000750*               SHFTBLT) BEFORE IT OPENS ANY FILE. TRNFILES
000800*               RETURNS Y WHEN THE TRAINING SET IS IN PLACE (THE
001100*               LAST TRNRESET FINISHED) WITH THE TRAINING BUSINESS
001200*               DATE, OR N WHEN IT IS NOT, IN WHICH CASE THE
001300*               CALLER MUST NOT RUN. TRN-BANNER IS THE LINE EVERY
001400*               TRAINING SCREEN SHOWS.
001500******************************************************************
001600 01  TRN-PARMS.
001700     05 TRN-RESULT-SW           PIC X(01).
001800         88 TRN-READY                      VALUE "Y".
001900         88 TRN-NOT-READY                  VALUE "N".
002000     05 TRN-BUS-DATE            PIC 9(08).
002100     05 TRN-BANNER              PIC X(72).
