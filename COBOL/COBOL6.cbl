001534*                   OVERWRITES, CYCHIST ACCUMULATES, SO THE NEW
001535*                   CYCRPT MORNING REPORT CAN SHOW LAST NIGHT
001536*                   AGAINST THE RECENT TREND.
001538*   2026-10-15  RA  CONCURRENT STEP GROUPS ON THE RUN CARD: A CARD
001540*                   NAMING A GROUP (RCD-GROUP) IS A MEMBER OF IT,
001542*                   AND ITS FAILURE NO LONGER HOLDS THE CARDS
001544*                   AFTER IT; A CARD FLAGGED "W" (RCD-WAIT-SW)
001546*                   WAITS FOR ITS GROUP - IT RE-READS JOBSTATE AND
001548*                   HOLDS THE REST OF THE RUN UNLESS EVERY MEMBER
001550*                   IS COMPLETE, THEN RUNS ITS OWN PROGRAM, IF
001552*                   ANY (E.G. OPCMERGE). A MEMBER WHOSE RUN SWITCH
001554*                   IS "C" IS RUN BY ITS OWN DRIVER JOB, STARTED
001556*                   BY THE SCHEDULER SIDE BY SIDE WITH THIS ONE,
001558*                   AND IS ONLY WAITED FOR HERE; A DRIVER WHOSE
001560*                   CARDS ARE ALL GROUP MEMBERS WITH NO WAIT CARD
001562*                   IS SUCH A MEMBER JOB AND NEVER CLOSES THE
001564*                   CYCLE. RCD-PARTITION-NO IS PASSED DOWN AS
001566*                   LNK-PARTITION-NO (THE BRANCH-PARTITIONED
001568*                   COBOL2 INSTANCES), AND A PARTITION STEP IS
001570*                   CANCELLED AFTER ITS CALL SO THE NEXT INSTANCE
001572*                   STARTS FRESH. JOBSTATE AND CYCHIST ARE NOW
001574*                   OPENED, APPENDED TO AND CLOSED PER ROW, SO
001576*                   CONCURRENT DRIVER JOBS SHARE THEM; A JOBSTATE
001578*                   THAT CANNOT BE OPENED FAILS THE STATE WRITE
001580*                   OR THE WAIT CARD AT ONCE, WITH ITS FILE
001582*                   STATUS SHOWN.
001584******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. COBOL6.
001800 ENVIRONMENT DIVISION.
002807     05 RCD-CONVERT-SW          PIC X(01).
002808     05 RCD-PARM-SW             PIC X(01).
002809         88 RCD-PASS-PARMS                VALUE "Y".
002810     05 RCD-GROUP               PIC X(04).
002820     05 RCD-WAIT-SW             PIC X(01).
002830         88 RCD-WAIT-FOR-GROUP            VALUE "W".
002840     05 RCD-PARTITION-NO        PIC 9(01).
002850     05 FILLER                  PIC X(13).
002860 FD  CYCLE-HIST-FILE
002870     RECORDING MODE IS F.
002880     COPY CYCHREC.
002890 WORKING-STORAGE SECTION.
002900     COPY LNKPARMS.
003000*
003100 01  JL-HEADER-REC.
004600 77  WS-STEP-COUNT               PIC 9(06) COMP VALUE ZERO.
004700 77  WS-FAIL-COUNT               PIC 9(06) COMP VALUE ZERO.
004800 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
004802 77  WS-STATE-OPEN-SW            PIC X(01) VALUE "N".
004804     88 WS-STATE-FILE-OPEN                VALUE "Y".
004806 77  WS-MEMBER-ONLY-SW           PIC X(01) VALUE "N".
004808     88 WS-MEMBER-ONLY                    VALUE "Y".
004810 77  WS-GROUP-SUB                PIC 9(02) COMP VALUE ZERO.
004812 77  WS-GROUP-MISSING-CNT        PIC 9(02) COMP VALUE ZERO.
004814 01  WS-STATE-ROW.
004816     05 WS-SR-BUSINESS-DATE     PIC 9(08).
004818     05 FILLER                  PIC X(01).
004820     05 WS-SR-STEP-NAME         PIC X(20).
004822     05 FILLER                  PIC X(01).
004824     05 WS-SR-STEP-STATUS       PIC X(08).
004826     05 FILLER                  PIC X(42).
004850 77  WS-STEP-NAME                PIC X(20) VALUE SPACES.
004860 77  WS-STATE-STATUS             PIC X(02) VALUE SPACES.
004861 77  WS-RUNCTL-STATUS       PIC X(02) VALUE SPACES.
004886         10 WS-CARD-OPERATOR     PIC X(08).
004887         10 WS-CARD-CONVERT      PIC X(01).
004888         10 WS-CARD-PARM-SW      PIC X(01).
004889         10 WS-CARD-GROUP        PIC X(04).
004890         10 WS-CARD-WAIT-SW      PIC X(01).
004891         10 WS-CARD-PARTITION    PIC 9(01).
004892 77  WS-CYCH-STATUS              PIC X(02) VALUE SPACES.
004893 77  WS-CYCH-FILE-SW             PIC X(01) VALUE "N".
004894     88 WS-CYCH-FILE-OPEN                 VALUE "Y".
004895 77  WS-STEP-START-TIME          PIC 9(08) VALUE ZERO.
004896 77  WS-STEP-END-TIME            PIC 9(08) VALUE ZERO.
004897 77  WS-CH-DISPOSITION           PIC X(08) VALUE SPACES.
004898 77  WS-CH-RC                    PIC 9(04) VALUE ZERO.
004900 PROCEDURE DIVISION.
005000 0000-MAINLINE.
005100     PERFORM 1000-INITIALIZE
006987         MOVE 8 TO RETURN-CODE
006988         STOP RUN
006989     END-IF.
006994     PERFORM 1200-LOAD-RUN-CARDS
006995         THRU 1200-LOAD-RUN-CARDS-EXIT.
007000     PERFORM 1290-CLASIFICAR-TARJETAS
007005         THRU 1290-CLASIFICAR-TARJETAS-EXIT.
007007 1000-INITIALIZE-EXIT.
007100     EXIT.
007110*
007257 1200-LOAD-RUN-CARDS-EXIT.
007258     EXIT.
007259*
007260 1250-LEER-RUN-CARD.
007261     READ RUN-CARD-FILE
007262         AT END
007263             SET WS-CARD-EOF TO TRUE
007264     END-READ.
007265     IF NOT WS-CARD-EOF AND WS-CARD-CNT < 20
007266         ADD 1 TO WS-CARD-CNT
007267         MOVE RCD-STEP-NAME   TO WS-CARD-STEP-NAME(WS-CARD-CNT)
007268         MOVE RCD-PROGRAM-ID  TO WS-CARD-PROGRAM(WS-CARD-CNT)
007269         MOVE RCD-RUN-SW      TO WS-CARD-RUN-SW(WS-CARD-CNT)
007270         MOVE RCD-OPERATOR-ID TO WS-CARD-OPERATOR(WS-CARD-CNT)
007271         MOVE RCD-CONVERT-SW  TO WS-CARD-CONVERT(WS-CARD-CNT)
007272         MOVE RCD-PARM-SW     TO WS-CARD-PARM-SW(WS-CARD-CNT)
007273         MOVE RCD-GROUP       TO WS-CARD-GROUP(WS-CARD-CNT)
007274         MOVE RCD-WAIT-SW     TO WS-CARD-WAIT-SW(WS-CARD-CNT)
007275         IF RCD-PARTITION-NO NUMERIC
007276             MOVE RCD-PARTITION-NO
007277                 TO WS-CARD-PARTITION(WS-CARD-CNT)
007278         ELSE
007279             MOVE ZERO TO WS-CARD-PARTITION(WS-CARD-CNT)
007280         END-IF
007281     END-IF.
007282 1250-LEER-RUN-CARD-EXIT.
007283     EXIT.
007284*
007285 1280-CARGAR-PASOS-FIJOS.
007286     MOVE 3 TO WS-CARD-CNT.
007287     MOVE "COBOL1"   TO WS-CARD-STEP-NAME(1).
007288     MOVE "COBOL1"   TO WS-CARD-PROGRAM(1).
007289     MOVE "COBOL2"   TO WS-CARD-STEP-NAME(2).
007290     MOVE "Operaciones-Basicas-COBOL2"
007291                     TO WS-CARD-PROGRAM(2).
007292     MOVE "COBOL3"   TO WS-CARD-STEP-NAME(3).
007293     MOVE "COBOL3"   TO WS-CARD-PROGRAM(3).
007294     MOVE ZERO TO WS-CARD-SUB.
007295     PERFORM 1285-FIJAR-VALORES-PASO
007296         THRU 1285-FIJAR-VALORES-PASO-EXIT
007297         UNTIL WS-CARD-SUB NOT < 3.
007298 1280-CARGAR-PASOS-FIJOS-EXIT.
007299     EXIT.
007300*
007301 1285-FIJAR-VALORES-PASO.
007302     ADD 1 TO WS-CARD-SUB.
007303     MOVE "Y"        TO WS-CARD-RUN-SW(WS-CARD-SUB).
007304     MOVE "OVERNITE" TO WS-CARD-OPERATOR(WS-CARD-SUB).
007305     MOVE "N"        TO WS-CARD-CONVERT(WS-CARD-SUB).
007306     MOVE "Y"        TO WS-CARD-PARM-SW(WS-CARD-SUB).
007307     MOVE SPACES     TO WS-CARD-GROUP(WS-CARD-SUB).
007308     MOVE SPACE      TO WS-CARD-WAIT-SW(WS-CARD-SUB).
007309     MOVE ZERO       TO WS-CARD-PARTITION(WS-CARD-SUB).
007310 1285-FIJAR-VALORES-PASO-EXIT.
007311     EXIT.
007312*
007313******************************************************************
007314* 2100-RUN-ONE-STEP - RUN (OR SKIP) THE NEXT RUN CARD: BYPASS
007315*                     WHEN THE CARD SAYS NOT TONIGHT, RESTART
007316*                     WHEN THE JOB-STATE FILE ALREADY RECORDS IT
007317*                     COMPLETE, OTHERWISE CALL THE PROGRAM WITH
007318*                     THE CARD'S OPERATOR AND CONVERSION
007319*                     SETTINGS AND LOG THE RESULT.
007320******************************************************************
007321 2100-RUN-ONE-STEP.
007322     ADD 1 TO WS-CARD-SUB.
007323     MOVE WS-CARD-STEP-NAME(WS-CARD-SUB) TO WS-STEP-NAME.
007334             THRU 2970-REGISTRAR-CICLO-EXIT
007335         GO TO 2100-RUN-ONE-STEP-EXIT
007336     END-IF.
007337     IF WS-CARD-RUN-SW(WS-CARD-SUB) = "C"
007338             AND WS-CARD-GROUP(WS-CARD-SUB) NOT = SPACES
007339         MOVE SPACES       TO JL-STEP-REC
007340         MOVE WS-STEP-NAME TO JL-PROGRAM-NAME
007341         MOVE "CONCURR"    TO JL-STEP-STATUS
007342         WRITE JOB-LOG-REC FROM JL-STEP-REC
007343         GO TO 2100-RUN-ONE-STEP-EXIT
007344     END-IF.
007345     IF WS-CARD-RUN-SW(WS-CARD-SUB) NOT = "Y"
007346         MOVE SPACES       TO JL-STEP-REC
007347         MOVE WS-STEP-NAME TO JL-PROGRAM-NAME
007348         MOVE "BYPASS"     TO JL-STEP-STATUS
007349         WRITE JOB-LOG-REC FROM JL-STEP-REC
007350         ACCEPT WS-STEP-START-TIME FROM TIME
007351         MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
007352         MOVE ZERO TO WS-CH-RC
007353         MOVE "BYPASS" TO WS-CH-DISPOSITION
007354         PERFORM 2970-REGISTRAR-CICLO
007355             THRU 2970-REGISTRAR-CICLO-EXIT
007356         GO TO 2100-RUN-ONE-STEP-EXIT
007357     END-IF.
007358     PERFORM 2800-CHECK-STEP-DONE
007359         THRU 2800-CHECK-STEP-DONE-EXIT.
007360     IF WS-STEP-DONE
007361         PERFORM 2950-LOG-STEP-RESTART
007362             THRU 2950-LOG-STEP-RESTART-EXIT
007363         ACCEPT WS-STEP-START-TIME FROM TIME
007364         MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
007365         MOVE ZERO TO WS-CH-RC
007366         MOVE "RESTART" TO WS-CH-DISPOSITION
007367         PERFORM 2970-REGISTRAR-CICLO
007368             THRU 2970-REGISTRAR-CICLO-EXIT
007369         GO TO 2100-RUN-ONE-STEP-EXIT
007370     END-IF.
007371     IF WS-CARD-WAIT-SW(WS-CARD-SUB) = "W"
007372         PERFORM 3000-ESPERAR-GRUPO
007373             THRU 3000-ESPERAR-GRUPO-EXIT
007374         IF WS-HOLD-RUN
007375             GO TO 2100-RUN-ONE-STEP-EXIT
007376         END-IF
007377         IF WS-CARD-PROGRAM(WS-CARD-SUB) = SPACES
007378             MOVE ZERO TO WS-RETURN-CODE
007379             ACCEPT WS-STEP-START-TIME FROM TIME
007380             MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
007381             PERFORM 2900-LOG-STEP-RESULT
007382                 THRU 2900-LOG-STEP-RESULT-EXIT
007383             MOVE ZERO TO WS-CH-RC
007384             MOVE "SUCCESS" TO WS-CH-DISPOSITION
007385             PERFORM 2970-REGISTRAR-CICLO
007386                 THRU 2970-REGISTRAR-CICLO-EXIT
007387             PERFORM 2960-RECORD-STEP-DONE
007388                 THRU 2960-RECORD-STEP-DONE-EXIT
007389             GO TO 2100-RUN-ONE-STEP-EXIT
007390         END-IF
007391     END-IF.
007392     MOVE WS-CARD-OPERATOR(WS-CARD-SUB) TO LNK-OPERATOR-ID.
007393     MOVE WS-CARD-CONVERT(WS-CARD-SUB)
007394         TO LNK-CURRENCY-CONVERT-SW.
007395     MOVE WS-CARD-PROGRAM(WS-CARD-SUB)  TO WS-CALL-PROGRAM.
007396     MOVE WS-CARD-PARTITION(WS-CARD-SUB) TO LNK-PARTITION-NO.
007397     ACCEPT WS-STEP-START-TIME FROM TIME.
007398     IF WS-CARD-PARM-SW(WS-CARD-SUB) = "Y"
007399         CALL WS-CALL-PROGRAM USING LNK-PARMS
007400             ON EXCEPTION
007401                 DISPLAY "Error: no se pudo llamar al "
007402                     "programa " WS-CALL-PROGRAM
007403                 MOVE 16 TO RETURN-CODE
007404         END-CALL
007405     ELSE
007406         CALL WS-CALL-PROGRAM
007407             ON EXCEPTION
007408                 DISPLAY "Error: no se pudo llamar al "
007409                     "programa " WS-CALL-PROGRAM
007410                 MOVE 16 TO RETURN-CODE
007411         END-CALL
007412     END-IF.
007413     MOVE RETURN-CODE TO WS-RETURN-CODE.
007414     IF WS-CARD-PARTITION(WS-CARD-SUB) NOT = ZERO
007415         CANCEL WS-CALL-PROGRAM
007416     END-IF.
007417     ACCEPT WS-STEP-END-TIME FROM TIME.
007418     PERFORM 2900-LOG-STEP-RESULT
007419         THRU 2900-LOG-STEP-RESULT-EXIT.
007420     MOVE WS-RETURN-CODE TO WS-CH-RC.
007421     IF WS-RETURN-CODE = ZERO
007422         MOVE "SUCCESS" TO WS-CH-DISPOSITION
007423     ELSE
007424         IF WS-RETURN-CODE < 8
007425             MOVE "WARNING" TO WS-CH-DISPOSITION
007426         ELSE
007427             MOVE "FAILED" TO WS-CH-DISPOSITION
007428         END-IF
007429     END-IF.
007430     PERFORM 2970-REGISTRAR-CICLO
007431         THRU 2970-REGISTRAR-CICLO-EXIT.
007432     IF WS-RETURN-CODE < 8
007433         PERFORM 2960-RECORD-STEP-DONE
007434             THRU 2960-RECORD-STEP-DONE-EXIT
007435     ELSE
007436         IF WS-CARD-GROUP(WS-CARD-SUB) NOT = SPACES
007437                 AND WS-CARD-WAIT-SW(WS-CARD-SUB) NOT = "W"
007438             DISPLAY "Paso " WS-STEP-NAME " del grupo "
007439                 WS-CARD-GROUP(WS-CARD-SUB) " termino con "
007440                 "codigo " WS-RETURN-CODE "; la espera del "
007441                 "grupo retendra el ciclo."
007442         ELSE
007443             SET WS-HOLD-RUN TO TRUE
007444             DISPLAY "Paso " WS-STEP-NAME " termino con codigo "
007445                 WS-RETURN-CODE "; se retienen los pasos "
007446                 "restantes."
007447         END-IF
007448     END-IF.
007449 2100-RUN-ONE-STEP-EXIT.
007450     EXIT.
007451*
007452******************************************************************
007453* 2000-RUN-STEP - CALL COBOL1, COBOL2 AND COBOL3 IN TURN, EACH
007500*                 READING ITS OWN SCHEDULED TRANSACTION FILE,
007600*                 AND LOG WHETHER THE STEP SUCCEEDED.
007700******************************************************************
009308*                         THIS BUSINESS DATE SKIPS IT.
009309******************************************************************
009311 2960-RECORD-STEP-DONE.
009312     MOVE SPACES           TO WS-STATE-ROW.
009313     MOVE WS-BUSINESS-DATE TO WS-SR-BUSINESS-DATE.
009314     MOVE WS-STEP-NAME     TO WS-SR-STEP-NAME.
009315     MOVE "COMPLETE"       TO WS-SR-STEP-STATUS.
009316     PERFORM 2965-GRABAR-ESTADO
009317         THRU 2965-GRABAR-ESTADO-EXIT.
009318     IF NOT WS-STATE-FILE-OPEN
009319         SET WS-HOLD-RUN TO TRUE
009320         ADD 1 TO WS-FAIL-COUNT
009321         DISPLAY "Error: no se pudo registrar el paso "
009322             WS-STEP-NAME " en JOBSTATE; se retienen los pasos "
009323             "restantes."
009324     END-IF.
009325 2960-RECORD-STEP-DONE-EXIT.
009326     EXIT.
009327*
009328******************************************************************
009329* 2965-GRABAR-ESTADO - APPEND WS-STATE-ROW TO THE JOB-STATE
009330*                      FILE, OPENED AND CLOSED AROUND THE ONE
009331*                      WRITE SO DRIVER JOBS RUNNING SIDE BY SIDE
009332*                      CAN SHARE IT, CREATING IT ON FIRST USE. A
009333*                      FILE ANOTHER JOB STILL HOLDS IS NOT WAITED
009334*                      FOR: THE ERROR IS SHOWN AND
009335*                      WS-STATE-FILE-OPEN IS LEFT OFF, WHICH THE
009336*                      CALLER TREATS AS A FAILED STATE WRITE.
009337******************************************************************
009338 2965-GRABAR-ESTADO.
009339     MOVE "N" TO WS-STATE-OPEN-SW.
009340     OPEN EXTEND JOB-STATE-FILE.
009341     IF WS-STATE-STATUS = "35"
009342         OPEN OUTPUT JOB-STATE-FILE
009343     END-IF.
009344     IF WS-STATE-STATUS NOT = "00"
009345         DISPLAY "Error: no se pudo abrir JOBSTATE para el paso "
009346             WS-SR-STEP-NAME " (estado " WS-STATE-STATUS ")."
009347         GO TO 2965-GRABAR-ESTADO-EXIT
009348     END-IF.
009349     SET WS-STATE-FILE-OPEN TO TRUE.
009350     WRITE JOB-STATE-REC FROM WS-STATE-ROW.
009351     CLOSE JOB-STATE-FILE.
009352 2965-GRABAR-ESTADO-EXIT.
009353     EXIT.
009354*
009355******************************************************************
009356* 2970-REGISTRAR-CICLO - APPEND ONE PERMANENT CYCLE-HISTORY ROW
009357*                        FOR THE STEP JUST DISPATCHED: BUSINESS
009358*                        DATE, STEP NAME, START AND END TIME,
009359*                        RETURN CODE AND DISPOSITION. UNLIKE
009360*                        JOBLOG, CYCHIST IS NEVER REWRITTEN, SO
009361*                        THE CYCRPT MORNING REPORT CAN SHOW THE
009362*                        WINDOW'S TREND.
009363******************************************************************
009364 2970-REGISTRAR-CICLO.
009365     PERFORM 2975-ABRIR-HISTORIAL-CICLOS
009366         THRU 2975-ABRIR-HISTORIAL-CICLOS-EXIT.
009367     IF NOT WS-CYCH-FILE-OPEN
009368         GO TO 2970-REGISTRAR-CICLO-EXIT
009369     END-IF.
009370     MOVE SPACES                  TO CYCLE-HIST-REC.
009371     MOVE WS-BUSINESS-DATE        TO CH-BUSINESS-DATE.
009372     MOVE WS-STEP-NAME            TO CH-STEP-NAME.
009373     MOVE WS-STEP-START-TIME(1:6) TO CH-START-TIME.
009374     MOVE WS-STEP-END-TIME(1:6)   TO CH-END-TIME.
009375     MOVE WS-CH-RC                TO CH-RETURN-CODE.
009376     MOVE WS-CH-DISPOSITION       TO CH-DISPOSITION.
009377     WRITE CYCLE-HIST-REC.
009378     CLOSE CYCLE-HIST-FILE.
009379     MOVE "N" TO WS-CYCH-FILE-SW.
009380 2970-REGISTRAR-CICLO-EXIT.
009381     EXIT.
009382*
009400******************************************************************
009500* 2900-LOG-STEP-RESULT - WRITE ONE JOB LOG LINE FOR THE STEP JUST
009600*                        CALLED, BASED ON ITS RETURN CODE.
011000     EXIT.
011100*
011200******************************************************************
011202* 1290-CLASIFICAR-TARJETAS - A DRIVER WHOSE CARDS ARE ALL MEMBERS
011204*                            OF A CONCURRENT GROUP, WITH NO WAIT
011206*                            CARD, IS A MEMBER JOB STARTED SIDE
011208*                            BY SIDE WITH THE MAIN DRIVER: IT
011210*                            RUNS ITS STEPS BUT LEAVES CLOSING
011212*                            THE CYCLE TO THE MAIN DRIVER.
011214******************************************************************
011216 1290-CLASIFICAR-TARJETAS.
011218     SET WS-MEMBER-ONLY TO TRUE.
011220     MOVE ZERO TO WS-GROUP-SUB.
011222     PERFORM 1295-CLASIFICAR-TARJETA
011224         THRU 1295-CLASIFICAR-TARJETA-EXIT
011226         UNTIL WS-GROUP-SUB NOT < WS-CARD-CNT.
011228     IF WS-MEMBER-ONLY
011230         DISPLAY "Aviso: solo pasos de grupo concurrente; el "
011232             "cierre del ciclo queda al proceso principal."
011234     END-IF.
011236 1290-CLASIFICAR-TARJETAS-EXIT.
011238     EXIT.
011240*
011242 1295-CLASIFICAR-TARJETA.
011244     ADD 1 TO WS-GROUP-SUB.
011246     IF WS-CARD-GROUP(WS-GROUP-SUB) = SPACES
011248             OR WS-CARD-WAIT-SW(WS-GROUP-SUB) = "W"
011250         MOVE "N" TO WS-MEMBER-ONLY-SW
011252     END-IF.
011254 1295-CLASIFICAR-TARJETA-EXIT.
011256     EXIT.
011258*
011260******************************************************************
011300* 8000-TERMINATE - WRITE THE TRAILER TOTALS AND CLOSE THE JOB LOG.
011400******************************************************************
011500 8000-TERMINATE.
011505     IF WS-FAIL-COUNT = ZERO AND NOT WS-MEMBER-ONLY
011510         MOVE SPACES           TO WS-STATE-ROW
011515         MOVE WS-BUSINESS-DATE TO WS-SR-BUSINESS-DATE
011520         MOVE "*CYCLE*"        TO WS-SR-STEP-NAME
011525         MOVE "COMPLETE"       TO WS-SR-STEP-STATUS
011530         PERFORM 2965-GRABAR-ESTADO
011535             THRU 2965-GRABAR-ESTADO-EXIT
011540         IF NOT WS-STATE-FILE-OPEN
011545             DISPLAY "Error: no se pudo registrar el cierre "
011550                 "del ciclo en JOBSTATE."
011555             ADD 1 TO WS-FAIL-COUNT
011560         END-IF
011570     END-IF.
011600     MOVE WS-STEP-COUNT TO JL-STEP-COUNT.
011700     MOVE WS-FAIL-COUNT TO JL-FAIL-COUNT.
011800     WRITE JOB-LOG-REC FROM JL-TRAILER-REC.
011900     CLOSE JOB-LOG-FILE.
012000 8000-TERMINATE-EXIT.
012100     EXIT.
012101*
012102******************************************************************
012103* 2975-ABRIR-HISTORIAL-CICLOS - OPEN CYCHIST FOR ONE APPEND,
012104*                               CREATING IT ON FIRST USE. A FILE
012105*                               ANOTHER DRIVER JOB STILL HOLDS IS
012106*                               NOT WAITED FOR: THE ROW IS LOST
012107*                               WITH A WARNING; THE JOB LOG STILL
012108*                               HAS THE STEP.
012109******************************************************************
012110 2975-ABRIR-HISTORIAL-CICLOS.
012111     OPEN EXTEND CYCLE-HIST-FILE.
012112     IF WS-CYCH-STATUS = "35"
012113         OPEN OUTPUT CYCLE-HIST-FILE
012114     END-IF.
012115     IF WS-CYCH-STATUS = "00"
012116         SET WS-CYCH-FILE-OPEN TO TRUE
012117     ELSE
012118         DISPLAY "Aviso: no se pudo abrir el historial de "
012119             "ciclos (estado " WS-CYCH-STATUS "); sin "
012120             "registro permanente del paso " WS-STEP-NAME "."
012121     END-IF.
012122 2975-ABRIR-HISTORIAL-CICLOS-EXIT.
012123     EXIT.
012124*
012125******************************************************************
012126* 3000-ESPERAR-GRUPO - A WAIT CARD: RE-READ THE JOB-STATE FILE,
012127*                      WHICH THE GROUP'S MEMBER JOBS HAVE BEEN
012128*                      APPENDING TO, AND REQUIRE EVERY MEMBER OF
012129*                      THE CARD'S GROUP THAT IS SCHEDULED TONIGHT
012130*                      (RUN SWITCH "Y" OR "C") TO BE COMPLETE. A
012131*                      MISSING OR FAILED MEMBER FAILS THE WAIT
012132*                      CARD AND HOLDS THE REST OF THE RUN, AS DOES
012133*                      A JOB-STATE FILE THAT CANNOT BE READ.
012134******************************************************************
012135 3000-ESPERAR-GRUPO.
012136     MOVE ZERO TO WS-DONE-USED-CNT.
012137     MOVE "N"  TO WS-STATE-EOF-SW.
012138     PERFORM 1100-LOAD-JOB-STATE
012139         THRU 1100-LOAD-JOB-STATE-EXIT.
012140     MOVE WS-CARD-STEP-NAME(WS-CARD-SUB) TO WS-STEP-NAME.
012141     IF WS-STATE-STATUS NOT = "00"
012142             AND WS-STATE-STATUS NOT = "35"
012143         DISPLAY "Error: no se pudo leer JOBSTATE (estado "
012144             WS-STATE-STATUS ") para la espera del grupo "
012145             WS-CARD-GROUP(WS-CARD-SUB) "; se retienen los "
012146             "pasos restantes."
012147         GO TO 3005-FALLAR-ESPERA
012148     END-IF.
012149     MOVE ZERO TO WS-GROUP-SUB WS-GROUP-MISSING-CNT.
012150     PERFORM 3010-VERIFICAR-MIEMBRO
012151         THRU 3010-VERIFICAR-MIEMBRO-EXIT
012152         UNTIL WS-GROUP-SUB NOT < WS-CARD-CNT.
012153     MOVE WS-CARD-STEP-NAME(WS-CARD-SUB) TO WS-STEP-NAME.
012154     IF WS-GROUP-MISSING-CNT = ZERO
012155         GO TO 3000-ESPERAR-GRUPO-EXIT
012156     END-IF.
012157     DISPLAY "Grupo " WS-CARD-GROUP(WS-CARD-SUB) " incompleto: "
012158         WS-GROUP-MISSING-CNT " pasos sin terminar; se retienen "
012159         "los pasos restantes.".
012160 3005-FALLAR-ESPERA.
012161     SET WS-HOLD-RUN TO TRUE.
012162     MOVE 8 TO WS-RETURN-CODE.
012163     ACCEPT WS-STEP-START-TIME FROM TIME.
012164     MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME.
012165     PERFORM 2900-LOG-STEP-RESULT
012166         THRU 2900-LOG-STEP-RESULT-EXIT.
012167     MOVE 8 TO WS-CH-RC.
012168     MOVE "FAILED" TO WS-CH-DISPOSITION.
012169     PERFORM 2970-REGISTRAR-CICLO
012170         THRU 2970-REGISTRAR-CICLO-EXIT.
012171 3000-ESPERAR-GRUPO-EXIT.
012172     EXIT.
012173*
012174 3010-VERIFICAR-MIEMBRO.
012175     ADD 1 TO WS-GROUP-SUB.
012176     IF WS-CARD-GROUP(WS-GROUP-SUB)
012177             NOT = WS-CARD-GROUP(WS-CARD-SUB)
012178             OR WS-CARD-WAIT-SW(WS-GROUP-SUB) = "W"
012179         GO TO 3010-VERIFICAR-MIEMBRO-EXIT
012180     END-IF.
012181     IF WS-CARD-RUN-SW(WS-GROUP-SUB) NOT = "Y"
012182             AND WS-CARD-RUN-SW(WS-GROUP-SUB) NOT = "C"
012183         GO TO 3010-VERIFICAR-MIEMBRO-EXIT
012184     END-IF.
012185     MOVE WS-CARD-STEP-NAME(WS-GROUP-SUB) TO WS-STEP-NAME.
012186     PERFORM 2800-CHECK-STEP-DONE
012187         THRU 2800-CHECK-STEP-DONE-EXIT.
012188     IF NOT WS-STEP-DONE
012189         ADD 1 TO WS-GROUP-MISSING-CNT
012190         DISPLAY "Aviso: el paso " WS-STEP-NAME " del grupo "
012191             WS-CARD-GROUP(WS-CARD-SUB) " no consta como "
012192             "completo."
012193     END-IF.
012194 3010-VERIFICAR-MIEMBRO-EXIT.
012195     EXIT.
012200 END PROGRAM COBOL6.
