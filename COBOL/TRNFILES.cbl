000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      CHECKS THAT THE TRAINING FILE SET IS READY FOR A
000160*               TRAINING SESSION. CALLED BY COBOL5 WHEN A TRAINEE
000170*               SIGNS ON AND BY COBOL1, COBOL2, COBOL3, HISTINQ,
000180*               REVPOST AND SHFTBLT WHEN LNK-TRAINING-SW IS ON,
000190*               BEFORE THEY OPEN ANY FILE. EACH OF THOSE ASSIGNS
000200*               THE FILES IT SHARES WITH PRODUCTION DYNAMICALLY
000210*               AND, WHEN THIS PROGRAM REPORTS THE SET READY,
000220*               MOVES THE TRAINING TWIN'S NAME (TRNxxxx) INTO EACH
000230*               FILE NAME BEFORE ITS FIRST OPEN, SO NOTHING IT
000240*               OPENS FOR THE REST OF THE SESSION CAN BE A
000250*               PRODUCTION FILE. THE TRAINING HISTORY, AUDIT LOG,
000260*               SUSPENSE, SEQUENCE CONTROL, BATCH REGISTER,
000270*               CHECKPOINTS AND RESULT FILE ARE THE CLASS'S OWN;
000280*               THE RATE, OPERATOR, RUN-CONTROL AND PERIOD
000290*               CALENDAR FILES ARE THE COPIES TRNRESET TOOK OF THE
000300*               MASTERS; THE TRANSIN PRACTICE BATCH IS WHATEVER
000310*               THE INSTRUCTOR LEFT IN TRNTRIN. THE SET IS READY
000320*               WHEN THE TRAINING RUN-CONTROL COPY (DD TRNRUNC),
000330*               WHICH TRNRESET WRITES LAST, CAN BE READ. RETURNS
000340*               THE RESULT, THE TRAINING BUSINESS DATE AND THE
000350*               BANNER IN TRN-PARMS.
000360* TECTONICS:    cobc
000370*
000380* MODIFICATION HISTORY
000390*   2026-10-15  RA  INITIAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. TRNFILES.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RUN-CTL-FILE ASSIGN TO TRNRUNC
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNCTL-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RUN-CTL-FILE
000520     RECORDING MODE IS F.
000530     COPY RUNCTLRC.
000540 WORKING-STORAGE SECTION.
000550 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000560 LINKAGE SECTION.
000570     COPY TRNPARMS.
000580 PROCEDURE DIVISION USING TRN-PARMS.
000590 0000-MAINLINE.
000600     SET TRN-NOT-READY TO TRUE.
000610     MOVE ZERO   TO TRN-BUS-DATE.
000620     MOVE SPACES TO TRN-BANNER.
000630     PERFORM 2000-VERIFICAR-JUEGO
000640         THRU 2000-VERIFICAR-JUEGO-EXIT.
000650     GOBACK.
000660*
000670******************************************************************
000680* 2000-VERIFICAR-JUEGO - READ THE TRAINING RUN-CONTROL COPY
000690*                        (DD TRNRUNC). ITS CONTROL ROW MEANS
000700*                        TRNRESET FINISHED AND GIVES THE
000710*                        TRAINING BUSINESS DATE FOR THE BANNER.
000720******************************************************************
000730 2000-VERIFICAR-JUEGO.
000740     OPEN INPUT RUN-CTL-FILE.
000750     IF WS-RUNCTL-STATUS NOT = "00"
000760         GO TO 2000-VERIFICAR-JUEGO-EXIT
000770     END-IF.
000780     READ RUN-CTL-FILE
000790         AT END
000800             CONTINUE
000810         NOT AT END
000820             IF RCT-TYPE-CONTROL
000830                 MOVE RCT-BUSINESS-DATE TO TRN-BUS-DATE
000840                 SET TRN-READY TO TRUE
000850             END-IF
000860     END-READ.
000870     CLOSE RUN-CTL-FILE.
000880     IF TRN-READY
000890         STRING "*** FORMACION *** SESION DE PRACTICA, NO "
000900                 DELIMITED BY SIZE
000910             "AFECTA A PRODUCCION - FECHA " DELIMITED BY SIZE
000920             TRN-BUS-DATE                   DELIMITED BY SIZE
000930             INTO TRN-BANNER
000940         END-STRING
000950     END-IF.
000960 2000-VERIFICAR-JUEGO-EXIT.
000970     EXIT.
000980 END PROGRAM TRNFILES.
