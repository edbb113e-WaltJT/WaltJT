001903*                   STORGEN STEP EXPANDS CAN BE MAINTAINED FROM
001904*                   THE SESSION MENU (LEVEL 3). THE OPTION FIELD
001905*                   IS NOW TWO CHARACTERS WIDE.
001906*   2026-10-15  RA  ADDED AN ELEVENTH MENU OPTION THAT CALLS
001908*                   BUDGMNT SO THE MONTHLY ACCOUNT BUDGETS
001910*                   (BUDGREC) CAN BE MAINTAINED FROM THE SESSION
001912*                   MENU (LEVEL 3).
001914*   2026-10-15  RA  THE OPERATOR ROWS SEEDED ON FIRST USE START
001916*                   WITH NO ACCESS RECERTIFICATION RECORDED.
001918*   2026-10-15  RA  ADDED A TWELFTH MENU OPTION THAT CALLS
001920*                   FEEMNT SO THE BRANCH CHARGEBACK FEE SCHEDULE
001922*                   (FEEREC) CAN BE MAINTAINED FROM THE SESSION
001924*                   MENU (LEVEL 3).
001926*   2026-10-15  RA  ADDED A THIRTEENTH MENU OPTION THAT CALLS
001928*                   LOANAMRT, THE LOAN AMORTIZATION SCHEDULE
001930*                   CALCULATOR (NO LEVEL RESTRICTION, LIKE THE
001932*                   OTHER CALCULATORS).
001934*   2026-10-15  RA  ADDED A FOURTEENTH MENU OPTION THAT CALLS
001936*                   VDMNT SO FORWARD-DATED ITEMS WAITING ON THE
001938*                   VALUE-DATE WAREHOUSE (VDWHREC) CAN BE LISTED
001940*                   AND CANCELLED FROM THE SESSION MENU (LEVEL 3).
001942*   2026-10-15  RA  ADDED A FIFTEENTH MENU OPTION THAT CALLS
001944*                   CASEMNT, THE INVESTIGATION CASE MAINTENANCE
001946*                   (LEVEL 2; CASEMNT ITSELF ONLY OFFERS REVERSALS
001948*                   TO LEVEL 3).
001950*   2026-10-15  RA  ADDED A SIXTEENTH MENU OPTION THAT CALLS
001952*                   EXCMNT SO OPERATORS CAN TAKE, ANNOTATE AND
001954*                   CLOSE THE CONTROL EXCEPTIONS ON THE SHARED
001956*                   EXCEPTION QUEUE (EXCREC) (LEVEL 2).
001958*   2026-10-15  RA  TRAINING SESSIONS. AN OPERATOR FLAGGED AS A
001960*                   TRAINEE ON THE OPERATOR MASTER
001962*                   (OPER-TRAINING-SW) GETS A TRAINING SESSION:
001964*                   TRNFILES CONFIRMS THE TRAINING SET IS READY
001966*                   BEFORE THE MENU IS SHOWN, LNK-TRAINING-SW
001968*                   TELLS THE CALCULATORS, HISTINQ AND REVPOST TO
001970*                   USE THAT SET INSTEAD OF PRODUCTION, EVERY
001972*                   SCREEN SHOWS THE TRAINING BANNER AND ONLY
001974*                   OPTIONS 1, 2, 3, 4 AND 9 ARE OFFERED. A SET
001976*                   TRNRESET HAS NOT PREPARED ENDS THE SESSION.
001978*   2026-10-15  RA  END OF SHIFT. THE SESSION STAMP IS PASSED DOWN
001980*                   IN LNK-SESSION-ID SO EVERY AUDIT AND HISTORY
001982*                   ROW OF THE SESSION CARRIES IT; AT SIGN-OFF A
001984*                   SIGNOFF EVENT IS LOGGED AND SHFTBLT SHOWS,
001986*                   PRINTS AND REGISTERS THE SESSION'S BLOTTER FOR
001988*                   SUPERVISOR ACKNOWLEDGMENT. ADDED A SEVENTEENTH
001990*                   MENU OPTION THAT CALLS SHFTACK SO A SUPERVISOR
001992*                   CAN REVIEW AND ACKNOWLEDGE THE BLOTTERS (LEVEL
001994*                   3).
001996******************************************************************
001998 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. COBOL5.
002010 ENVIRONMENT DIVISION.
002020 INPUT-OUTPUT SECTION.
002300 WORKING-STORAGE SECTION.
002400 01  SI-O-NO                PIC X(01).
002410 01  WS-OPCION              PIC X(02).
002415     88 WS-OPCION-FORMACION           VALUE "1" "2" "3" "4" "9".
002420 01  WS-OPERATOR-ID         PIC X(08).
002421 77  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
002422     88 WS-OPER-OK                    VALUE "00".
002435 77  WS-EVT-DATE            PIC 9(08) VALUE ZERO.
002436 77  WS-EVT-TIME            PIC 9(08) VALUE ZERO.
002437     COPY LNKPARMS.
002450     COPY TRNPARMS.
002500 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002602     PERFORM 0400-ABRIR-BITACORA-SEG
002604         THRU 0400-ABRIR-BITACORA-SEG-EXIT.
002610     PERFORM 0500-PREGUNTA-OPERADOR
002620         THRU 0500-PREGUNTA-OPERADOR-EXIT.
002622     PERFORM 0700-INICIAR-FORMACION
002624         THRU 0700-INICIAR-FORMACION-EXIT.
002630     PERFORM 0600-PREGUNTA-CONVERSION
002640         THRU 0600-PREGUNTA-CONVERSION-EXIT.
002700     PERFORM 1000-PREGUNTA-S-O-N
003000         PERFORM 2000-PROGRAMA
003100             THRU 2000-PROGRAMA-EXIT
003200     END-IF.
003202     PERFORM 0800-CERRAR-TURNO
003204         THRU 0800-CERRAR-TURNO-EXIT.
003210     IF WS-SEC-FILE-OPEN
003220         CLOSE SEC-LOG-FILE
003230     END-IF.
003421         STOP RUN
003422     END-IF.
003423     DISPLAY "Identificacion del operador (8 caracteres): ".
003424     ACCEPT WS-OPERATOR-ID.
003425     ADD 1 TO WS-SIGNON-TRIES.
003426     MOVE WS-OPERATOR-ID TO OPER-ID.
003427     READ OPER-MASTER-FILE
003428         INVALID KEY
003429             DISPLAY "Operador no registrado; intente de nuevo."
003430             MOVE "SIGNON-FAIL" TO WS-SEC-EVENT
003431             PERFORM 0450-REGISTRAR-EVENTO
003432                 THRU 0450-REGISTRAR-EVENTO-EXIT
003433             GO TO 0505-PEDIR-ID
003434     END-READ.
003435     IF OPER-INACTIVE
003436         DISPLAY "Operador inactivo; intente de nuevo."
003437         MOVE "REJECTED" TO WS-SEC-EVENT
003438         PERFORM 0450-REGISTRAR-EVENTO
003439             THRU 0450-REGISTRAR-EVENTO-EXIT
003440         GO TO 0505-PEDIR-ID
003441     END-IF.
003442     IF OPER-LOCKED
003443         DISPLAY "Operador suspendido por intentos fallidos; "
003444             "un supervisor debe reactivarlo en OPERMNT."
003445         MOVE "REJECTED" TO WS-SEC-EVENT
003446         PERFORM 0450-REGISTRAR-EVENTO
003447             THRU 0450-REGISTRAR-EVENTO-EXIT
003448         GO TO 0505-PEDIR-ID
003449     END-IF.
003450     IF OPER-PASSWORD NOT = SPACES
003451         DISPLAY "Contrasena: "
003452         ACCEPT WS-ENT-PASSWORD
003453         IF WS-ENT-PASSWORD NOT = OPER-PASSWORD
003454             PERFORM 0530-INTENTO-FALLIDO
003455                 THRU 0530-INTENTO-FALLIDO-EXIT
003456             GO TO 0505-PEDIR-ID
003457         END-IF
003458     END-IF.
003459     IF OPER-PASSWORD = SPACES OR OPER-FORCE-CHANGE
003460         PERFORM 0520-CAMBIAR-CONTRASENA
003461             THRU 0520-CAMBIAR-CONTRASENA-EXIT
003462     END-IF.
003463     IF OPER-FAIL-COUNT NOT = ZERO
003464         MOVE ZERO TO OPER-FAIL-COUNT
003465     END-IF.
003466     MOVE SPACE TO OPER-LOCKED-SW.
003467     REWRITE OPER-REC
003468         INVALID KEY
003469             DISPLAY "Error: no se pudo regrabar el operador; "
003470                 "estado " WS-OPER-STATUS
003471     END-REWRITE.
003472     MOVE "SIGNON-OK" TO WS-SEC-EVENT.
003473     PERFORM 0450-REGISTRAR-EVENTO
003474         THRU 0450-REGISTRAR-EVENTO-EXIT.
003475     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL.
003476     DISPLAY "Bienvenido, " OPER-NAME.
003477     IF OPER-TRAINEE
003478         SET LNK-TRAINING-MODE TO TRUE
003479     END-IF.
003480     CLOSE OPER-MASTER-FILE.
003481     MOVE WS-OPERATOR-ID TO LNK-OPERATOR-ID.
003482     SET LNK-MODE-INTERACTIVE TO TRUE.
003483     MOVE WS-SESSION-STAMP TO LNK-SESSION-ID.
003486 0500-PREGUNTA-OPERADOR-EXIT.
003487     EXIT.
003488*
003624         MOVE ZERO TO OPER-FAIL-COUNT
003625         MOVE SPACE TO OPER-LOCKED-SW
003626         MOVE "Y" TO OPER-FORCE-CHANGE-SW
003627         MOVE ZERO TO OPER-CERT-DATE
003628         MOVE SPACES TO OPER-CERT-BY
003629         MOVE SPACE TO OPER-CERT-RESULT
003630         WRITE OPER-REC
003631         MOVE "SUPERVSR"                       TO OPER-ID
003632         MOVE "INITIAL SUPERVISOR SIGN-ON"      TO OPER-NAME
003633         SET OPER-ACTIVE TO TRUE
003634         MOVE 3 TO OPER-AUTH-LEVEL
003635         MOVE ZERO TO OPER-AMOUNT-LIMIT
003636         MOVE "SUPERVSR" TO OPER-PASSWORD
003637         MOVE ZERO TO OPER-FAIL-COUNT
003638         MOVE SPACE TO OPER-LOCKED-SW
003639         MOVE "Y" TO OPER-FORCE-CHANGE-SW
003640         MOVE ZERO TO OPER-CERT-DATE
003641         MOVE SPACES TO OPER-CERT-BY
003642         MOVE SPACE TO OPER-CERT-RESULT
003643         WRITE OPER-REC
003644         CLOSE OPER-MASTER-FILE
003645         OPEN I-O OPER-MASTER-FILE
003646     END-IF.
003647     IF NOT WS-OPER-OK
003648         DISPLAY "Error: no se pudo abrir el maestro de "
003649             "operadores (estado " WS-OPER-STATUS
003650             "); fin de la sesion."
003651         STOP RUN
003652     END-IF.
003653 0510-ABRIR-MAESTRO-OPER-EXIT.
003654     EXIT.
003655*
003656******************************************************************
003657* 0600-PREGUNTA-CONVERSION - ASK WHETHER RESULTS SHOULD BE SHOWN
003658*                            IN THEIR NATIVE CURRENCY OR CONVERTED
003659*                            TO THE BASE CURRENCY (USD), AND KEEP
003660*                            RE-ASKING UNTIL S OR N IS ENTERED.
003661*                            LEVEL-1 OPERATORS ARE NOT AUTHORIZED
003662*                            FOR CONVERSION AND ARE NOT ASKED.
003663******************************************************************
003664 0600-PREGUNTA-CONVERSION.
003665     IF WS-SIGNON-LEVEL < 2
003666         SET LNK-SHOW-NATIVE TO TRUE
003667         GO TO 0600-PREGUNTA-CONVERSION-EXIT
003668     END-IF.
003669     DISPLAY "Convertir los resultados a la moneda base "
003670         "(USD)? (S/N): ".
003671     ACCEPT SI-O-NO.
003672     IF SI-O-NO = "S" OR SI-O-NO = "s"
003673         SET LNK-CONVERT-TO-BASE TO TRUE
003674         DISPLAY "Moneda destino de la conversion (ISO, "
003675             "ENTER=USD): "
003676         ACCEPT LNK-TARGET-CURRENCY
003677         IF LNK-TARGET-CURRENCY = SPACES
003678             MOVE "USD" TO LNK-TARGET-CURRENCY
003679         END-IF
003680     ELSE
003681         IF SI-O-NO = "N" OR SI-O-NO = "n"
003682             SET LNK-SHOW-NATIVE TO TRUE
003683             MOVE SPACES TO LNK-TARGET-CURRENCY
003684         ELSE
003685             DISPLAY "Entrada invalida. Por favor introduce una "
003686                 "S o una N."
003687             GO TO 0600-PREGUNTA-CONVERSION
003688         END-IF
003689     END-IF.
003690 0600-PREGUNTA-CONVERSION-EXIT.
003691     EXIT.
003692*
003693******************************************************************
003694* 1000-PREGUNTA-S-O-N - ASK WHETHER TO RUN THE PROGRAM AND KEEP
003700*                       RE-ASKING UNTIL THE OPERATOR ANSWERS
003800*                       S, s, N OR n.
003900******************************************************************
004000 1000-PREGUNTA-S-O-N.
004020     IF LNK-TRAINING-MODE
004040         DISPLAY TRN-BANNER
004060     END-IF.
004100     DISPLAY "Ejecutar el programa? (S/N): ".
004200     ACCEPT SI-O-NO.
004300     IF SI-O-NO = "S" OR SI-O-NO = "s"
005200     EXIT.
005300*
005400******************************************************************
005402* 0700-INICIAR-FORMACION - FOR A TRAINEE, CHECK THAT THE TRAINING
005404*                          FILE SET IS READY BEFORE ANY PROGRAM
005406*                          CAN BE CALLED AND SHOW THE TRAINING
005408*                          BANNER. A SET THAT IS NOT READY ENDS
005410*                          THE SESSION: A TRAINEE NEVER WORKS
005412*                          AGAINST PRODUCTION.
005414******************************************************************
005416 0700-INICIAR-FORMACION.
005418     IF NOT LNK-TRAINING-MODE
005420         GO TO 0700-INICIAR-FORMACION-EXIT
005422     END-IF.
005424     CALL "TRNFILES" USING TRN-PARMS.
005426     CANCEL "TRNFILES".
005428     IF TRN-NOT-READY
005430         DISPLAY "El juego de archivos de formacion no esta "
005432             "preparado; operaciones debe ejecutar TRNRESET. "
005434             "Fin de la sesion."
005436         IF WS-SEC-FILE-OPEN
005438             CLOSE SEC-LOG-FILE
005440         END-IF
005442         STOP RUN
005444     END-IF.
005446     DISPLAY TRN-BANNER.
005448     DISPLAY "Sesion de formacion: nada de lo que haga se graba "
005450         "en los archivos de produccion.".
005452 0700-INICIAR-FORMACION-EXIT.
005454     EXIT.
005456*
005458******************************************************************
005460* 0800-CERRAR-TURNO - SIGN THE OPERATOR OFF: LOG THE SIGN-OFF ON
005462*                     THE SECURITY LOG AND HAVE SHFTBLT SHOW,
005464*                     PRINT AND REGISTER THE END-OF-SHIFT BLOTTER
005466*                     OF THE SESSION FOR A SUPERVISOR TO
005468*                     ACKNOWLEDGE.
005470******************************************************************
005472 0800-CERRAR-TURNO.
005474     MOVE "SIGNOFF" TO WS-SEC-EVENT.
005476     PERFORM 0450-REGISTRAR-EVENTO
005478         THRU 0450-REGISTRAR-EVENTO-EXIT.
005480     CALL "SHFTBLT" USING LNK-PARMS.
005482     CANCEL "SHFTBLT".
005484 0800-CERRAR-TURNO-EXIT.
005486     EXIT.
005488*
005490******************************************************************
005500* 2000-PROGRAMA - ASK WHICH CALCULATOR TO RUN AND CALL IT.
005600******************************************************************
005700 2000-PROGRAMA.
005720     IF LNK-TRAINING-MODE
005740         DISPLAY TRN-BANNER
005760     END-IF.
005800     DISPLAY "Que programa desea ejecutar?".
005810     DISPLAY "  1 - COBOL1 (suma por lotes)".
005820     DISPLAY "  2 - COBOL2 (cuatro operaciones)".
005870     DISPLAY "  7 - ACCTMNT (mantenimiento de cuentas)".
005880     DISPLAY "  8 - BRNCHMNT (mantenimiento de sucursales)".
005890     DISPLAY "  9 - REVPOST (reversion de un calculo)".
005891     DISPLAY " 10 - STORMNT (ordenes permanentes)".
005892     DISPLAY " 11 - BUDGMNT (presupuestos por cuenta)".
005893     DISPLAY " 12 - FEEMNT (tarifas de repercusion)".
005894     DISPLAY " 13 - LOANAMRT (cuadro de amortizacion)".
005895     DISPLAY " 14 - VDMNT (almacen de fecha valor)".
005896     DISPLAY " 15 - CASEMNT (casos de investigacion)".
005897     DISPLAY " 16 - EXCMNT (excepciones de control)".
005898     DISPLAY " 17 - SHFTACK (firma de fin de turno)".
005900 2100-PREGUNTA-OPCION.
005910     DISPLAY "Seleccione una opcion (1-17): ".
005920     ACCEPT WS-OPCION.
005921     IF LNK-TRAINING-MODE AND NOT WS-OPCION-FORMACION
005922         DISPLAY "Opcion no disponible en una sesion de "
005923             "formacion (solo 1, 2, 3, 4 y 9)."
005924         GO TO 2100-PREGUNTA-OPCION
005925     END-IF.
005930     IF WS-OPCION = "1" OR WS-OPCION = "2" OR WS-OPCION = "3"
005935             OR WS-OPCION = "4" OR WS-OPCION = "5"
005936             OR WS-OPCION = "6" OR WS-OPCION = "7"
005937             OR WS-OPCION = "8" OR WS-OPCION = "9"
005938             OR WS-OPCION = "10" OR WS-OPCION = "11"
005940             OR WS-OPCION = "12" OR WS-OPCION = "13"
005942             OR WS-OPCION = "14" OR WS-OPCION = "15"
005944             OR WS-OPCION = "16" OR WS-OPCION = "17"
005946         NEXT SENTENCE
005950     ELSE
005960         DISPLAY "Opcion invalida. Introduzca un numero del "
005961             "1 al 17."
005962         GO TO 2100-PREGUNTA-OPCION
005963     END-IF.
005964     IF WS-OPCION = "4" AND WS-SIGNON-LEVEL < 2
005965         DISPLAY "No esta autorizado para la consulta del "
005966             "historial (se requiere nivel 2)."
005967         GO TO 2100-PREGUNTA-OPCION
005968     END-IF.
005969     IF WS-OPCION = "15" AND WS-SIGNON-LEVEL < 2
005970         DISPLAY "No esta autorizado para los casos de "
005971             "investigacion (se requiere nivel 2)."
005972         GO TO 2100-PREGUNTA-OPCION
005973     END-IF.
005974     IF WS-OPCION = "16" AND WS-SIGNON-LEVEL < 2
005975         DISPLAY "No esta autorizado para las excepciones de "
005976             "control (se requiere nivel 2)."
005977         GO TO 2100-PREGUNTA-OPCION
005978     END-IF.
005979     IF (WS-OPCION = "5" OR WS-OPCION = "6"
005980             OR WS-OPCION = "7" OR WS-OPCION = "8"
005981             OR WS-OPCION = "9" OR WS-OPCION = "10"
005982             OR WS-OPCION = "11" OR WS-OPCION = "12"
005983             OR WS-OPCION = "14" OR WS-OPCION = "17")
005991             AND WS-SIGNON-LEVEL < 3
005992         DISPLAY "No esta autorizado para el mantenimiento "
005993             "(se requiere nivel 3)."
006068             CALL "REVPOST" USING LNK-PARMS
006069         WHEN "10"
006070             CALL "STORMNT" USING LNK-PARMS
006071         WHEN "11"
006072             CALL "BUDGMNT" USING LNK-PARMS
006073         WHEN "12"
006074             CALL "FEEMNT" USING LNK-PARMS
006075         WHEN "13"
006076             CALL "LOANAMRT" USING LNK-PARMS
006077         WHEN "14"
006078             CALL "VDMNT" USING LNK-PARMS
006079         WHEN "15"
006080             CALL "CASEMNT" USING LNK-PARMS
006081         WHEN "16"
006082             CALL "EXCMNT" USING LNK-PARMS
006083         WHEN "17"
006084             CALL "SHFTACK" USING LNK-PARMS
006085     END-EVALUATE.
006086 2000-PROGRAMA-EXIT.
006087     EXIT.
006090 END PROGRAM COBOL5.
