001497*                   THAT WAS RELOADED FROM A HISTARCH ARCHIVE BY
001498*                   ARCHINQ (HIST-RESTORED-SW), SO A CLERK CAN
001499*                   TELL A RESTORED ROW FROM A LIVE POSTING.
001500*   2026-10-15  RA  IN A COBOL5 TRAINING SESSION (LNK-TRAINING-SW)
001510*                   EVERY FILE IT SHARES WITH PRODUCTION, NOW
001520*                   ASSIGNED DYNAMICALLY, IS POINTED AT ITS
001530*                   TRAINING COPY BEFORE ANY IS OPENED AND THE
001540*                   TRAINING BANNER IS SHOWN WITH THE INQUIRY
001550*                   MENU; AN UNATTENDED TRAINING RUN, OR ONE WHOSE
001560*                   SET TRNRESET HAS NOT PREPARED, ENDS WITH
001570*                   RETURN CODE 8 AND NOTHING OPENED.
001580******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. HISTINQ.
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-DSNAME
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS HIST-KEY
004260 77  WS-BRW-MATCH-SW        PIC X(01) VALUE "N".
004270     88 WS-BRW-MATCH                 VALUE "Y".
004280 77  WS-BRW-DATE-ANSWER     PIC X(08) VALUE SPACES.
004282 77  WS-HIST-DSNAME         PIC X(44) VALUE "HISTORY".
004284     COPY TRNPARMS.
004290 LINKAGE SECTION.
004300     COPY LNKPARMS.
004400 PROCEDURE DIVISION USING LNK-PARMS.
005600* 1000-INITIALIZE - OPEN THE HISTORY FILE FOR INQUIRY ONLY.
005700******************************************************************
005800 1000-INITIALIZE.
005820     PERFORM 0900-PREPARAR-FORMACION
005840         THRU 0900-PREPARAR-FORMACION-EXIT.
005900     OPEN INPUT HISTORY-FILE.
005910     IF NOT WS-HIST-OK
005920         DISPLAY "Error: no se pudo abrir el archivo de "
006220* 1500-MENU-CONSULTA - ASK FOR AND DISPATCH ONE INQUIRY ACTION.
006230******************************************************************
006240 1500-MENU-CONSULTA.
006242     IF LNK-TRAINING-MODE
006244         DISPLAY TRN-BANNER
006246     END-IF.
006250     DISPLAY "Consulta del historial:".
006260     DISPLAY "  1 - Consulta exacta (fecha y secuencia)".
006270     DISPLAY "  2 - Hojear por fecha (con filtros)".
010920         DISPLAY "Origen............: RESTAURADA DEL ARCHIVO"
010930     END-IF.
011000 2100-MOSTRAR-REGISTRO-EXIT.
011002     EXIT.
011004*
011006******************************************************************
011008* 0900-PREPARAR-FORMACION - IN A COBOL5 TRAINING SESSION, POINT
011010*                           EVERY DYNAMICALLY ASSIGNED FILE AT ITS
011012*                           TRAINING COPY BEFORE ANYTHING IS
011014*                           OPENED. TRAINING IS ATTENDED ONLY, AND
011016*                           A SET TRNRESET HAS NOT PREPARED
011018*                           (TRNFILES) ENDS THE PROGRAM WITH
011020*                           NOTHING OPENED.
011022******************************************************************
011024 0900-PREPARAR-FORMACION.
011026     IF NOT LNK-TRAINING-MODE
011028         GO TO 0900-PREPARAR-FORMACION-EXIT
011030     END-IF.
011032     IF LNK-MODE-BATCH
011034         DISPLAY "Error: una sesion de formacion no puede "
011036             "ejecutarse desatendida; fin del programa."
011038         MOVE 8 TO RETURN-CODE
011040         GOBACK
011042     END-IF.
011044     CALL "TRNFILES" USING TRN-PARMS.
011046     CANCEL "TRNFILES".
011048     IF TRN-NOT-READY
011050         DISPLAY "Error: el juego de archivos de formacion no "
011052             "esta preparado (ejecute TRNRESET); fin del "
011054             "programa."
011056         MOVE 8 TO RETURN-CODE
011058         GOBACK
011060     END-IF.
011062     MOVE "TRNHIST"  TO WS-HIST-DSNAME.
011064     DISPLAY TRN-BANNER.
011066 0900-PREPARAR-FORMACION-EXIT.
011100     EXIT.
011200*
011210******************************************************************
