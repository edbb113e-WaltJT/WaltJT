000100******************************************************************
000110* AUTHOR:       R. ALDANA
000120* INSTALLATION: DATA PROCESSING
000130* DATE-WRITTEN: 2026-10-15
000140* DATE-COMPILED:
000150* PURPOSE:      UNACKNOWLEDGED SHIFT REPORT. READS THE SHIFT
000160*               REGISTER (SHFTREC, DD SHFTREG) THAT SHFTBLT FILLS
000170*               AT EACH COBOL5 SIGN-OFF AND LISTS EVERY SHIFT
000180*               WHOSE BLOTTER NO LEVEL-3 SUPERVISOR HAS YET
000190*               ACKNOWLEDGED IN SHFTACK, WITH ITS COUNTS AND ITS
000200*               AGE IN DAYS FROM THE SIGN-OFF TO THE BUSINESS
000210*               DATE (RUNCTL). A SHIFT SIGNED OFF BEFORE THE
000220*               BUSINESS DATE AND STILL PENDING IS OVERDUE: IT IS
000230*               MARKED "*", QUEUED AS A SEVERITY M EXCEPTION ON
000240*               THE SHARED EXCEPTION QUEUE THROUGH EXCPOST
000250*               (EXCPARMS), KEYED BY SESSION/OPERATOR, AND SETS
000260*               RETURN-CODE 4 SO THE COBOL6 MORNING SEQUENCE
000270*               FLAGS IT. NO OVERDUE SHIFT IS RETURN-CODE 0.
000280* TECTONICS:    cobc
000290*
000300* MODIFICATION HISTORY
000310*   2026-10-15  RA  INITIAL VERSION.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. SHFTRPT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SHIFT-REG-FILE ASSIGN TO SHFTREG
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SHF-KEY
000420         FILE STATUS IS WS-SHF-STATUS.
000430     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUNCTL-STATUS.
000460     SELECT REPORT-OUT-FILE ASSIGN TO SHFTRPTR
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SHIFT-REG-FILE.
000510     COPY SHFTREC.
000520 FD  RUN-CTL-FILE
000530     RECORDING MODE IS F.
000540     COPY RUNCTLRC.
000550 FD  REPORT-OUT-FILE
000560     RECORDING MODE IS F.
000570 01  REPORT-OUT-REC         PIC X(132).
000580 WORKING-STORAGE SECTION.
000590*
000600 01  RPT-TITLE-REC.
000610     05 FILLER              PIC X(40)
000620            VALUE "SHFTRPT UNACKNOWLEDGED SHIFTS - AS OF ".
000630     05 RPT-T-BUS-DATE      PIC 9(08).
000640     05 FILLER              PIC X(84) VALUE SPACES.
000650 01  RPT-COLUMN-HEADER-REC.
000660     05 FILLER              PIC X(25)
000670            VALUE "SESSION         OPERATOR".
000680     05 FILLER              PIC X(16) VALUE "SIGN-OFF  TIME".
000690     05 FILLER              PIC X(35)
000700            VALUE " CALCS ERRORS OVERRIDES REVERSALS ".
000710     05 FILLER              PIC X(10) VALUE " AGE".
000720     05 FILLER              PIC X(46) VALUE SPACES.
000730 01  RPT-DETAIL-REC.
000740     05 RDL-SESSION         PIC X(15).
000750     05 FILLER              PIC X(01) VALUE SPACE.
000760     05 RDL-OPERATOR        PIC X(08).
000770     05 FILLER              PIC X(01) VALUE SPACE.
000780     05 RDL-SIGNOFF-DATE    PIC 9(08).
000790     05 FILLER              PIC X(01) VALUE SPACE.
000800     05 RDL-SIGNOFF-TIME    PIC 9(06).
000810     05 FILLER              PIC X(01) VALUE SPACE.
000820     05 RDL-CALC-CNT        PIC Z(5)9.
000830     05 FILLER              PIC X(01) VALUE SPACE.
000840     05 RDL-ERROR-CNT       PIC Z(5)9.
000850     05 FILLER              PIC X(01) VALUE SPACE.
000860     05 RDL-OVERRIDE-CNT    PIC Z(8)9.
000870     05 FILLER              PIC X(01) VALUE SPACE.
000880     05 RDL-REVERSAL-CNT    PIC Z(8)9.
000890     05 FILLER              PIC X(01) VALUE SPACE.
000900     05 RDL-AGE             PIC ZZZ9.
000910     05 FILLER              PIC X(01) VALUE SPACE.
000920     05 RDL-OVERDUE         PIC X(01).
000930     05 FILLER              PIC X(51) VALUE SPACES.
000940 01  RPT-NONE-REC.
000950     05 FILLER              PIC X(40)
000960            VALUE "NO SHIFT IS WAITING FOR ACKNOWLEDGMENT.".
000970     05 FILLER              PIC X(92) VALUE SPACES.
000980 01  RPT-TOTAL-REC.
000990     05 FILLER              PIC X(09) VALUE "PENDING=".
001000     05 RPT-TOT-PENDING     PIC Z(5)9.
001010     05 FILLER              PIC X(09) VALUE " OVERDUE=".
001020     05 RPT-TOT-OVERDUE     PIC Z(5)9.
001030     05 FILLER              PIC X(14) VALUE " ACKNOWLEDGED=".
001040     05 RPT-TOT-ACKED       PIC Z(5)9.
001050     05 FILLER              PIC X(09) VALUE " VERDICT=".
001060     05 RPT-VERDICT         PIC X(08).
001070     05 FILLER              PIC X(65) VALUE SPACES.
001080 01  RPT-BLANK-REC          PIC X(132) VALUE SPACES.
001090*
001100 77  WS-SHF-STATUS          PIC X(02) VALUE SPACES.
001110 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
001120 77  WS-EOF-SW              PIC X(01) VALUE "N".
001130     88 WS-EOF                       VALUE "Y".
001140 77  WS-BUS-DATE            PIC 9(08) VALUE ZERO.
001150 77  WS-BUS-INT             PIC 9(07) VALUE ZERO.
001160 77  WS-ROW-INT             PIC 9(07) VALUE ZERO.
001170 77  WS-AGE-DAYS            PIC S9(05) VALUE ZERO.
001180 77  WS-EXC-AGE             PIC 9(05) VALUE ZERO.
001190 77  WS-TOT-PENDING         PIC 9(06) COMP VALUE ZERO.
001200 77  WS-TOT-OVERDUE         PIC 9(06) COMP VALUE ZERO.
001210 77  WS-TOT-ACKED           PIC 9(06) COMP VALUE ZERO.
001220     COPY EXCPARMS.
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE
001260         THRU 1000-INITIALIZE-EXIT.
001270     PERFORM 2000-PROCESS-SHIFT
001280         THRU 2000-PROCESS-SHIFT-EXIT
001290         UNTIL WS-EOF.
001300     PERFORM 8000-TERMINATE
001310         THRU 8000-TERMINATE-EXIT.
001320     GOBACK.
001330*
001340******************************************************************
001350* 1000-INITIALIZE - READ THE BUSINESS DATE, OPEN THE REPORT AND
001360*                   THE SHIFT REGISTER, AND POSITION ON THE FIRST
001370*                   ROW. NO REGISTER YET MEANS NOTHING PENDING.
001380******************************************************************
001390 1000-INITIALIZE.
001400     OPEN INPUT RUN-CTL-FILE.
001410     IF WS-RUNCTL-STATUS = "00"
001420         READ RUN-CTL-FILE
001430             AT END
001440                 CONTINUE
001450             NOT AT END
001460                 IF RCT-TYPE-CONTROL
001470                     MOVE RCT-BUSINESS-DATE TO WS-BUS-DATE
001480                 END-IF
001490         END-READ
001500         CLOSE RUN-CTL-FILE
001510     END-IF.
001520     IF WS-BUS-DATE = ZERO
001530         DISPLAY "Aviso: fecha de negocio no disponible; se "
001540             "usa la fecha del sistema."
001550         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001560     END-IF.
001570     COMPUTE WS-BUS-INT
001580         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
001590     OPEN OUTPUT REPORT-OUT-FILE.
001600     MOVE WS-BUS-DATE TO RPT-T-BUS-DATE.
001610     WRITE REPORT-OUT-REC FROM RPT-TITLE-REC.
001620     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
001630     WRITE REPORT-OUT-REC FROM RPT-COLUMN-HEADER-REC.
001640     OPEN INPUT SHIFT-REG-FILE.
001650     IF WS-SHF-STATUS NOT = "00"
001660         IF WS-SHF-STATUS NOT = "35"
001670             DISPLAY "Aviso: no se pudo abrir el registro de "
001680                 "turnos (estado " WS-SHF-STATUS "); nada que "
001690                 "reportar."
001700         END-IF
001710         SET WS-EOF TO TRUE
001720         GO TO 1000-INITIALIZE-EXIT
001730     END-IF.
001740     MOVE LOW-VALUES TO SHF-KEY.
001750     START SHIFT-REG-FILE KEY IS NOT LESS THAN SHF-KEY
001760         INVALID KEY
001770             SET WS-EOF TO TRUE
001780     END-START.
001790     IF NOT WS-EOF
001800         PERFORM 2100-READ-NEXT-SHIFT
001810             THRU 2100-READ-NEXT-SHIFT-EXIT
001820     END-IF.
001830 1000-INITIALIZE-EXIT.
001840     EXIT.
001850*
001860******************************************************************
001870* 2000-PROCESS-SHIFT - ONE SHIFT HEADER: COUNT AN ACKNOWLEDGED
001880*                      SHIFT, LIST A PENDING ONE WITH ITS AGE,
001890*                      AND FLAG AND QUEUE IT WHEN OVERDUE.
001900******************************************************************
001910 2000-PROCESS-SHIFT.
001920     IF SHF-ACKNOWLEDGED
001930         ADD 1 TO WS-TOT-ACKED
001940         GO TO 2000-PROCESS-SHIFT-NEXT
001950     END-IF.
001960     ADD 1 TO WS-TOT-PENDING.
001970     COMPUTE WS-ROW-INT
001980         = FUNCTION INTEGER-OF-DATE(SHF-SIGNOFF-DATE).
001990     COMPUTE WS-AGE-DAYS = WS-BUS-INT - WS-ROW-INT.
002000     IF WS-AGE-DAYS < ZERO
002010         MOVE ZERO TO WS-AGE-DAYS
002020     END-IF.
002030     MOVE SHF-SESSION-ID    TO RDL-SESSION.
002040     MOVE SHF-OPERATOR-ID   TO RDL-OPERATOR.
002050     MOVE SHF-SIGNOFF-DATE  TO RDL-SIGNOFF-DATE.
002060     MOVE SHF-SIGNOFF-TIME  TO RDL-SIGNOFF-TIME.
002070     MOVE SHF-CALC-CNT      TO RDL-CALC-CNT.
002080     MOVE SHF-ERROR-CNT     TO RDL-ERROR-CNT.
002090     MOVE SHF-OVERRIDE-CNT  TO RDL-OVERRIDE-CNT.
002100     MOVE SHF-REVERSAL-CNT  TO RDL-REVERSAL-CNT.
002110     MOVE WS-AGE-DAYS       TO RDL-AGE.
002120     MOVE SPACE             TO RDL-OVERDUE.
002130     IF WS-AGE-DAYS > ZERO
002140         MOVE "*" TO RDL-OVERDUE
002150         ADD 1 TO WS-TOT-OVERDUE
002160         PERFORM 4500-ENCOLAR-EXCEPCION
002170             THRU 4500-ENCOLAR-EXCEPCION-EXIT
002180     END-IF.
002190     WRITE REPORT-OUT-REC FROM RPT-DETAIL-REC.
002200 2000-PROCESS-SHIFT-NEXT.
002210     PERFORM 2100-READ-NEXT-SHIFT
002220         THRU 2100-READ-NEXT-SHIFT-EXIT.
002230 2000-PROCESS-SHIFT-EXIT.
002240     EXIT.
002250*
002260******************************************************************
002270* 2100-READ-NEXT-SHIFT - READ FORWARD TO THE NEXT SHIFT HEADER,
002280*                        SKIPPING THE BLOTTER AND TOTAL ROWS.
002290******************************************************************
002300 2100-READ-NEXT-SHIFT.
002310     READ SHIFT-REG-FILE NEXT RECORD
002320         AT END
002330             SET WS-EOF TO TRUE
002340             GO TO 2100-READ-NEXT-SHIFT-EXIT
002350     END-READ.
002360     IF NOT SHF-TYPE-HEADER
002370         GO TO 2100-READ-NEXT-SHIFT
002380     END-IF.
002390 2100-READ-NEXT-SHIFT-EXIT.
002400     EXIT.
002410*
002420******************************************************************
002430* 4500-ENCOLAR-EXCEPCION - RAISE THE OVERDUE SHIFT AS A SEVERITY
002440*                          M EXCEPTION ON THE SHARED QUEUE, KEYED
002450*                          BY SESSION AND OPERATOR.
002460******************************************************************
002470 4500-ENCOLAR-EXCEPCION.
002480     MOVE WS-AGE-DAYS TO WS-EXC-AGE.
002490     MOVE "SHFTRPT"   TO EXP-SOURCE-STEP.
002500     MOVE WS-BUS-DATE TO EXP-BUS-DATE.
002510     SET EXP-SEV-MEDIUM TO TRUE.
002520     MOVE SPACES TO EXP-ITEM-KEY.
002530     STRING SHF-SESSION-ID DELIMITED BY SIZE
002540         "/"               DELIMITED BY SIZE
002550         SHF-OPERATOR-ID   DELIMITED BY SPACE
002560         INTO EXP-ITEM-KEY
002570     END-STRING.
002580     MOVE SPACES TO EXP-DESCRIPTION.
002590     STRING "TURNO SIN FIRMA DE SUPERVISOR " DELIMITED BY SIZE
002600         SHF-OPERATOR-ID                    DELIMITED BY SPACE
002610         " DIAS "                           DELIMITED BY SIZE
002620         WS-EXC-AGE                         DELIMITED BY SIZE
002630         INTO EXP-DESCRIPTION
002640     END-STRING.
002650     CALL "EXCPOST" USING EXP-PARMS.
002660 4500-ENCOLAR-EXCEPCION-EXIT.
002670     EXIT.
002680*
002690******************************************************************
002700* 8000-TERMINATE - PRINT THE TOTALS AND SET RETURN-CODE 4 WHEN
002710*                  ANY PENDING SHIFT IS OVERDUE.
002720******************************************************************
002730 8000-TERMINATE.
002740     IF WS-TOT-PENDING = ZERO
002750         WRITE REPORT-OUT-REC FROM RPT-NONE-REC
002760     END-IF.
002770     WRITE REPORT-OUT-REC FROM RPT-BLANK-REC.
002780     MOVE WS-TOT-PENDING TO RPT-TOT-PENDING.
002790     MOVE WS-TOT-OVERDUE TO RPT-TOT-OVERDUE.
002800     MOVE WS-TOT-ACKED   TO RPT-TOT-ACKED.
002810     IF WS-TOT-OVERDUE > ZERO
002820         MOVE "OVERDUE" TO RPT-VERDICT
002830     ELSE
002840         MOVE "CLEAN"   TO RPT-VERDICT
002850     END-IF.
002860     WRITE REPORT-OUT-REC FROM RPT-TOTAL-REC.
002870     CLOSE REPORT-OUT-FILE.
002880     IF WS-SHF-STATUS = "00" OR WS-SHF-STATUS = "10"
002890         CLOSE SHIFT-REG-FILE
002900     END-IF.
002910     IF WS-TOT-OVERDUE > ZERO
002920         MOVE 4 TO RETURN-CODE
002930     ELSE
002940         MOVE 0 TO RETURN-CODE
002950     END-IF.
002960 8000-TERMINATE-EXIT.
002970     EXIT.
002980 END PROGRAM SHFTRPT.
