000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      HISTORY FILE BACKUP. COPIES EVERY ROW OF THE
000160*               INDEXED HISTORY FILE (HISTREC), IN KEY ORDER, TO
000170*               A SEQUENTIAL BACKUP DATA SET NAMED BY HOUSE
000180*               CONVENTION "HISTBKP.D" + YYYYMMDD + ".T" + HHMMSS
000190*               (DATE AND TIME OF THE RUN), ENDED BY AN HBKTRL
000200*               TRAILER CARRYING THE BUSINESS DATE, THE ROW COUNT
000210*               AND THE HASH TOTAL OF OPERAND-1, OPERAND-2 AND
000220*               RESULTADO. THE COPY IS THEN READ BACK AND PROVED
000230*               AGAINST THE TRAILER, AND THE BACKUP IS RECORDED
000240*               ON THE HISTORY BACKUP CATALOG (HBKCATRC, DD
000250*               HBKCAT, CREATED EMPTY ON ITS VERY FIRST USE) AS
000260*               GOOD OR FAILED, TOGETHER WITH THE LATEST AUDIT
000270*               GENERATION ON THE GENERATION CATALOG (GENCATRC,
000280*               DD GENCAT) - THE POINT FROM WHICH HISTRCOV MUST
000290*               REPLAY SEALED GENERATIONS ONTO THIS BACKUP.
000300*               SCHEDULED AS A COBOL6 RUN-CARD STEP AFTER AUDCUT,
000310*               AND AFTER EVERY HISTARCH RETENTION RUN. A BACKUP
000320*               THAT FAILS ITS PROOF IS RETURN-CODE 8 AND IS ALSO
000330*               QUEUED AS A SEVERITY M EXCEPTION THROUGH EXCPOST
000340*               (EXCPARMS); A GOOD BACKUP IS RETURN-CODE 0.
000350* TECTONICS:    cobc
000360*
000370* MODIFICATION HISTORY
000380*   2026-10-15  RA  INITIAL VERSION.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. HISTBKUP.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT HISTORY-FILE ASSIGN TO HISTORY
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS HIST-KEY
000490         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-HIST-STATUS.
000520     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BKP-DSNAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BKP-STATUS.
000550     SELECT GEN-CAT-FILE ASSIGN TO GENCAT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GCT-BUS-DATE
000590         FILE STATUS IS WS-GCAT-STATUS.
000600     SELECT HIST-BKUP-CAT-FILE ASSIGN TO HBKCAT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HBC-KEY
000640         FILE STATUS IS WS-HBC-STATUS.
000650     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RUNCTL-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  HISTORY-FILE.
000710     COPY HISTREC.
000720 FD  BACKUP-FILE
000730     RECORDING MODE IS F.
000740 01  BACKUP-REC                 PIC X(143).
000750 FD  GEN-CAT-FILE.
000760     COPY GENCATRC.
000770 FD  HIST-BKUP-CAT-FILE.
000780     COPY HBKCATRC.
000790 FD  RUN-CTL-FILE
000800     RECORDING MODE IS F.
000810     COPY RUNCTLRC.
000820 WORKING-STORAGE SECTION.
000830     COPY HBKTRL.
000840*
000850 77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000860 77  WS-BKP-STATUS              PIC X(02) VALUE SPACES.
000870 77  WS-GCAT-STATUS             PIC X(02) VALUE SPACES.
000880 77  WS-HBC-STATUS              PIC X(02) VALUE SPACES.
000890 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000900 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000910     88 WS-EOF                            VALUE "Y".
000920 77  WS-CAT-EOF-SW              PIC X(01) VALUE "N".
000930     88 WS-CAT-EOF                        VALUE "Y".
000940 77  WS-TRAILER-FOUND-SW        PIC X(01) VALUE "N".
000950     88 WS-TRAILER-FOUND                  VALUE "Y".
000960 77  WS-BKP-GOOD-SW             PIC X(01) VALUE "N".
000970     88 WS-BKP-GOOD                       VALUE "Y".
000980 77  WS-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
000990 77  WS-LAST-GEN-DATE           PIC 9(08) VALUE ZERO.
001000 77  WS-BKP-DATE                PIC 9(08) VALUE ZERO.
001010 77  WS-BKP-TIME                PIC 9(08) VALUE ZERO.
001020 77  WS-BKP-STAMP               PIC X(15) VALUE SPACES.
001030 77  WS-BKP-DSNAME              PIC X(44) VALUE SPACES.
001040 77  WS-ROW-CNT                 PIC 9(08) COMP VALUE ZERO.
001050 77  WS-ROW-HASH                PIC S9(15)V99 VALUE ZERO.
001060 77  WS-CHK-CNT                 PIC 9(08) COMP VALUE ZERO.
001070 77  WS-CHK-HASH                PIC S9(15)V99 VALUE ZERO.
001080 77  WS-ROW-CNT-ED              PIC Z(7)9.
001090 77  WS-ROW-HASH-ED             PIC -(15)9.99.
001100 77  WS-EXC-CNT                 PIC 9(08) VALUE ZERO.
001110     COPY EXCPARMS.
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE
001150         THRU 1000-INITIALIZE-EXIT.
001160     PERFORM 2000-COPIAR-FILA
001170         THRU 2000-COPIAR-FILA-EXIT
001180         UNTIL WS-EOF.
001190     PERFORM 3000-PROBAR-COPIA
001200         THRU 3000-PROBAR-COPIA-EXIT.
001210     PERFORM 4000-CATALOGAR-COPIA
001220         THRU 4000-CATALOGAR-COPIA-EXIT.
001230     PERFORM 8000-TERMINATE
001240         THRU 8000-TERMINATE-EXIT.
001250     GOBACK.
001260*
001270******************************************************************
001280* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE LATEST SEALED
001290*                   GENERATION, NAME THE BACKUP DATA SET FROM
001300*                   THE DATE AND TIME OF THE RUN, OPEN THE FILES
001310*                   AND POSITION ON THE FIRST HISTORY ROW. A
001312*                   HISTORY FILE OR BACKUP DATA SET THAT CANNOT
001314*                   BE OPENED IS CATALOGED AND QUEUED AS A FAILED
001316*                   BACKUP, AND THE RUN ENDS THERE.
001320******************************************************************
001330 1000-INITIALIZE.
001340     PERFORM 1100-LEER-FECHA-NEGOCIO
001350         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
001360     PERFORM 1200-ULTIMA-GENERACION
001370         THRU 1200-ULTIMA-GENERACION-EXIT.
001380     ACCEPT WS-BKP-DATE FROM DATE YYYYMMDD.
001390     ACCEPT WS-BKP-TIME FROM TIME.
001400     MOVE SPACES TO WS-BKP-STAMP.
001410     STRING WS-BKP-DATE        DELIMITED BY SIZE
001420         "-"                   DELIMITED BY SIZE
001430         WS-BKP-TIME(1:6)      DELIMITED BY SIZE
001440         INTO WS-BKP-STAMP
001450     END-STRING.
001460     MOVE SPACES TO WS-BKP-DSNAME.
001470     STRING "HISTBKP.D"        DELIMITED BY SIZE
001480         WS-BKP-DATE           DELIMITED BY SIZE
001490         ".T"                  DELIMITED BY SIZE
001500         WS-BKP-TIME(1:6)      DELIMITED BY SIZE
001510         INTO WS-BKP-DSNAME
001520     END-STRING.
001530     OPEN INPUT HISTORY-FILE.
001540     IF WS-HIST-STATUS NOT = "00"
001550         DISPLAY "Error: no se pudo abrir el archivo de "
001560             "historial; estado " WS-HIST-STATUS
001570         PERFORM 4000-CATALOGAR-COPIA
001572             THRU 4000-CATALOGAR-COPIA-EXIT
001574         PERFORM 8000-TERMINATE
001576             THRU 8000-TERMINATE-EXIT
001580         GOBACK
001590     END-IF.
001600     OPEN OUTPUT BACKUP-FILE.
001610     IF WS-BKP-STATUS NOT = "00"
001620         DISPLAY "Error: no se pudo crear la copia "
001630             WS-BKP-DSNAME "; estado " WS-BKP-STATUS
001640         CLOSE HISTORY-FILE
001650         PERFORM 4000-CATALOGAR-COPIA
001652             THRU 4000-CATALOGAR-COPIA-EXIT
001654         PERFORM 8000-TERMINATE
001656             THRU 8000-TERMINATE-EXIT
001660         GOBACK
001670     END-IF.
001680     MOVE ZERO TO HIST-RUN-DATE.
001690     MOVE ZERO TO HIST-TRANS-SEQ.
001700     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
001710         INVALID KEY
001720             SET WS-EOF TO TRUE
001730     END-START.
001740     IF NOT WS-EOF
001750         PERFORM 2100-READ-NEXT-HISTORY
001760             THRU 2100-READ-NEXT-HISTORY-EXIT
001770     END-IF.
001780 1000-INITIALIZE-EXIT.
001790     EXIT.
001800*
001810******************************************************************
001820* 1100-LEER-FECHA-NEGOCIO - READ THE BUSINESS PROCESSING
001830*          DATE FROM THE RUN-CONTROL FILE (RUNCTLRC
001840*          COPYBOOK), FALLING BACK TO THE SYSTEM DATE WITH
001850*          A WARNING WHEN THE FILE IS NOT AVAILABLE.
001860******************************************************************
001870 1100-LEER-FECHA-NEGOCIO.
001880     OPEN INPUT RUN-CTL-FILE.
001890     IF WS-RUNCTL-STATUS = "00"
001900         READ RUN-CTL-FILE
001910             AT END
001920                 CONTINUE
001930             NOT AT END
001940                 IF RCT-TYPE-CONTROL
001950                     MOVE RCT-BUSINESS-DATE TO WS-BUSINESS-DATE
001960                 END-IF
001970         END-READ
001980         CLOSE RUN-CTL-FILE
001990     END-IF.
002000     IF WS-BUSINESS-DATE = ZERO
002010         DISPLAY "Aviso: fecha de negocio no disponible; se "
002020             "usa la fecha del sistema."
002030         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
002040     END-IF.
002050 1100-LEER-FECHA-NEGOCIO-EXIT.
002060     EXIT.
002070*
002080******************************************************************
002090* 1200-ULTIMA-GENERACION - FIND THE LATEST AUDIT GENERATION ON
002100*                          THE GENERATION CATALOG. EVERY ROW OF
002110*                          IT AND OF THE GENERATIONS BEFORE IT
002120*                          IS ALREADY IN HISTORY, SO A RECOVERY
002130*                          FROM THIS BACKUP REPLAYS ONLY LATER
002140*                          ONES. NO CATALOG MEANS ZERO: ALL
002150*                          GENERATIONS CATALOGED LATER WILL BE
002160*                          REPLAYED.
002170******************************************************************
002180 1200-ULTIMA-GENERACION.
002190     OPEN INPUT GEN-CAT-FILE.
002200     IF WS-GCAT-STATUS NOT = "00"
002210         DISPLAY "Aviso: no se pudo abrir el catalogo de "
002220             "generaciones (estado " WS-GCAT-STATUS "); la "
002230             "copia no registra generacion."
002240         GO TO 1200-ULTIMA-GENERACION-EXIT
002250     END-IF.
002260     MOVE ZERO TO GCT-BUS-DATE.
002270     START GEN-CAT-FILE KEY IS NOT LESS THAN GCT-BUS-DATE
002280         INVALID KEY
002290             SET WS-CAT-EOF TO TRUE
002300     END-START.
002310     PERFORM 1210-LEER-CATALOGO
002320         THRU 1210-LEER-CATALOGO-EXIT
002330         UNTIL WS-CAT-EOF.
002340     CLOSE GEN-CAT-FILE.
002350 1200-ULTIMA-GENERACION-EXIT.
002360     EXIT.
002370*
002380 1210-LEER-CATALOGO.
002390     READ GEN-CAT-FILE NEXT RECORD
002400         AT END
002410             SET WS-CAT-EOF TO TRUE
002420             GO TO 1210-LEER-CATALOGO-EXIT
002430     END-READ.
002440     MOVE GCT-BUS-DATE TO WS-LAST-GEN-DATE.
002450 1210-LEER-CATALOGO-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490* 2000-COPIAR-FILA - COPY ONE HISTORY ROW TO THE BACKUP, ROLL IT
002500*                    INTO THE COUNT AND HASH TOTAL AND READ THE
002510*                    NEXT ONE.
002520******************************************************************
002530 2000-COPIAR-FILA.
002540     WRITE BACKUP-REC FROM HIST-REC.
002550     ADD 1 TO WS-ROW-CNT.
002560     ADD HIST-OPERAND-1 TO WS-ROW-HASH.
002570     ADD HIST-OPERAND-2 TO WS-ROW-HASH.
002580     ADD HIST-RESULTADO TO WS-ROW-HASH.
002590     PERFORM 2100-READ-NEXT-HISTORY
002600         THRU 2100-READ-NEXT-HISTORY-EXIT.
002610 2000-COPIAR-FILA-EXIT.
002620     EXIT.
002630*
002640 2100-READ-NEXT-HISTORY.
002650     READ HISTORY-FILE NEXT RECORD
002660         AT END
002670             SET WS-EOF TO TRUE
002680     END-READ.
002690 2100-READ-NEXT-HISTORY-EXIT.
002700     EXIT.
002710*
002720******************************************************************
002730* 3000-PROBAR-COPIA - WRITE THE TRAILER, CLOSE THE BACKUP AND
002740*                     READ IT BACK: THE ROWS ON IT MUST COUNT AND
002750*                     HASH TO WHAT WAS COPIED, AND TO ITS OWN
002760*                     TRAILER, FOR THE BACKUP TO BE GOOD.
002770******************************************************************
002780 3000-PROBAR-COPIA.
002790     MOVE SPACES           TO HIST-BKUP-TRAILER-REC.
002800     MOVE "BKPTRAILER"     TO HBT-REC-TYPE.
002810     MOVE WS-BUSINESS-DATE TO HBT-BUS-DATE.
002820     MOVE WS-ROW-CNT       TO HBT-RECORD-COUNT.
002830     MOVE WS-ROW-HASH      TO HBT-HASH-TOTAL.
002840     WRITE BACKUP-REC FROM HIST-BKUP-TRAILER-REC.
002850     CLOSE BACKUP-FILE
002860           HISTORY-FILE.
002870     MOVE "N" TO WS-EOF-SW.
002880     OPEN INPUT BACKUP-FILE.
002890     IF WS-BKP-STATUS NOT = "00"
002900         DISPLAY "Error: no se pudo releer la copia "
002910             WS-BKP-DSNAME "; estado " WS-BKP-STATUS
002920         GO TO 3000-PROBAR-COPIA-EXIT
002930     END-IF.
002940     PERFORM 3100-RELEER-FILA
002950         THRU 3100-RELEER-FILA-EXIT
002960         UNTIL WS-EOF.
002970     CLOSE BACKUP-FILE.
002980     IF WS-TRAILER-FOUND
002990             AND WS-CHK-CNT  = WS-ROW-CNT
003000             AND WS-CHK-HASH = WS-ROW-HASH
003010             AND HBT-RECORD-COUNT = WS-ROW-CNT
003020             AND HBT-HASH-TOTAL   = WS-ROW-HASH
003030         SET WS-BKP-GOOD TO TRUE
003040     END-IF.
003050 3000-PROBAR-COPIA-EXIT.
003060     EXIT.
003070*
003080 3100-RELEER-FILA.
003090     READ BACKUP-FILE INTO HIST-BKUP-TRAILER-REC
003100         AT END
003110             SET WS-EOF TO TRUE
003120             GO TO 3100-RELEER-FILA-EXIT
003130     END-READ.
003140     IF HBT-TRAILER
003150         SET WS-TRAILER-FOUND TO TRUE
003160     ELSE
003170         ADD 1 TO WS-CHK-CNT
003180         ADD HBR-OPERAND-1 TO WS-CHK-HASH
003190         ADD HBR-OPERAND-2 TO WS-CHK-HASH
003200         ADD HBR-RESULTADO TO WS-CHK-HASH
003210     END-IF.
003220 3100-RELEER-FILA-EXIT.
003230     EXIT.
003240*
003250******************************************************************
003260* 4000-CATALOGAR-COPIA - RECORD THE BACKUP ON THE HISTORY BACKUP
003270*                        CATALOG AS GOOD ("G") OR FAILED ("F").
003280*                        A CATALOG THAT CANNOT BE UPDATED LEAVES
003290*                        THE BACKUP UNUSABLE BY HISTRCOV, SO IT
003300*                        COUNTS AS A FAILED BACKUP.
003310******************************************************************
003320 4000-CATALOGAR-COPIA.
003330     OPEN I-O HIST-BKUP-CAT-FILE.
003340     IF WS-HBC-STATUS = "35"
003350         OPEN OUTPUT HIST-BKUP-CAT-FILE
003360         CLOSE HIST-BKUP-CAT-FILE
003370         OPEN I-O HIST-BKUP-CAT-FILE
003380     END-IF.
003390     IF WS-HBC-STATUS NOT = "00"
003400         DISPLAY "Error: no se pudo abrir el catalogo de "
003410             "copias de historial (estado " WS-HBC-STATUS
003420             "); copia sin catalogar."
003430         MOVE "N" TO WS-BKP-GOOD-SW
003440         GO TO 4000-CATALOGAR-COPIA-EXIT
003450     END-IF.
003460     MOVE SPACES           TO HBC-REC.
003470     MOVE WS-BKP-STAMP     TO HBC-STAMP.
003480     SET HBC-TYPE-BACKUP   TO TRUE.
003490     MOVE WS-BUSINESS-DATE TO HBC-BUS-DATE.
003500     MOVE WS-BKP-DSNAME    TO HBC-DSNAME.
003510     MOVE WS-LAST-GEN-DATE TO HBC-LAST-GEN-DATE.
003520     MOVE WS-ROW-CNT       TO HBC-RECORD-COUNT.
003530     MOVE WS-ROW-HASH      TO HBC-HASH-TOTAL.
003540     MOVE ZERO             TO HBC-CUTOFF-DATE.
003550     IF WS-BKP-GOOD
003560         SET HBC-GOOD   TO TRUE
003570     ELSE
003580         SET HBC-FAILED TO TRUE
003590     END-IF.
003600     WRITE HBC-REC
003610         INVALID KEY
003620             DISPLAY "Error: no se pudo catalogar la copia; "
003630                 "estado " WS-HBC-STATUS
003640             MOVE "N" TO WS-BKP-GOOD-SW
003650     END-WRITE.
003660     CLOSE HIST-BKUP-CAT-FILE.
003670 4000-CATALOGAR-COPIA-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003710* 8000-TERMINATE - REPORT THE OUTCOME AND SET RETURN-CODE: 0 FOR
003720*                  A GOOD, CATALOGED BACKUP; 8 OTHERWISE, WITH
003730*                  THE FAILURE QUEUED ON THE EXCEPTION QUEUE.
003740******************************************************************
003750 8000-TERMINATE.
003760     MOVE WS-ROW-CNT  TO WS-ROW-CNT-ED.
003770     MOVE WS-ROW-HASH TO WS-ROW-HASH-ED.
003780     IF WS-BKP-GOOD
003790         DISPLAY "HISTBKUP: copia " WS-BKP-DSNAME
003800         DISPLAY "    " WS-ROW-CNT-ED " filas, hash "
003810             WS-ROW-HASH-ED ", generacion "
003820             WS-LAST-GEN-DATE "; verificada y catalogada."
003830         MOVE 0 TO RETURN-CODE
003840     ELSE
003850         DISPLAY "HISTBKUP: la copia " WS-BKP-DSNAME
003860             " NO es utilizable para recuperacion."
003870         PERFORM 8100-ENCOLAR-EXCEPCION
003880             THRU 8100-ENCOLAR-EXCEPCION-EXIT
003890         MOVE 8 TO RETURN-CODE
003900     END-IF.
003910 8000-TERMINATE-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 8100-ENCOLAR-EXCEPCION - RAISE THE FAILED BACKUP AS A SEVERITY
003960*                          M EXCEPTION ON THE SHARED QUEUE, KEYED
003970*                          BY THE BACKUP STAMP.
003980******************************************************************
003990 8100-ENCOLAR-EXCEPCION.
004000     MOVE WS-ROW-CNT       TO WS-EXC-CNT.
004010     MOVE "HISTBKUP"       TO EXP-SOURCE-STEP.
004020     MOVE WS-BUSINESS-DATE TO EXP-BUS-DATE.
004030     SET EXP-SEV-MEDIUM TO TRUE.
004040     MOVE SPACES TO EXP-ITEM-KEY.
004050     STRING "BACKUP "      DELIMITED BY SIZE
004060         WS-BKP-STAMP      DELIMITED BY SIZE
004070         INTO EXP-ITEM-KEY
004080     END-STRING.
004090     MOVE SPACES TO EXP-DESCRIPTION.
004100     STRING "COPIA HISTORIAL FALLIDA " DELIMITED BY SIZE
004110         WS-BKP-STAMP      DELIMITED BY SIZE
004120         " FILAS="         DELIMITED BY SIZE
004130         WS-EXC-CNT        DELIMITED BY SIZE
004140         INTO EXP-DESCRIPTION
004150     END-STRING.
004160     CALL "EXCPOST" USING EXP-PARMS.
004170 8100-ENCOLAR-EXCEPCION-EXIT.
004180     EXIT.
004190 END PROGRAM HISTBKUP.
