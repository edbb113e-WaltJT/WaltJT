000285*                   THE FORCE-CHANGE FLAG. EVERY MAINTENANCE
000286*                   ACTION IS APPENDED TO THE SECURITY EVENT
000287*                   LOG (DD SECLOG).
000288*   2026-10-15  RA  ACCESS RECERTIFICATION: A NEW R OPTION
000289*                   RECORDS THE OUTCOME OF THE SIGNED OPERCERT
000290*                   WORKSHEET AGAINST THE OPERATOR (KEEP, CHANGE
000291*                   LEVEL OR REVOKE), STAMPED WITH THE DATE AND
000292*                   THE CERTIFYING SUPERVISOR, WHO MAY NOT
000293*                   CERTIFY THEIR OWN ACCESS, AND LOGGED ON THE
000294*                   SECURITY EVENT LOG. NEW AND SEEDED ROWS START
000295*                   UNCERTIFIED; C SHOWS THE LATEST OUTCOME.
000296*   2026-10-15  RA  A AND M ASK WHETHER THE OPERATOR IS A TRAINEE
000297*                   (OPER-TRAINING-SW), WHOSE COBOL5 SESSIONS RUN
000298*                   AGAINST THE TRAINING FILE SET; C SHOWS IT.
000299*                   SEEDED ROWS ARE NOT TRAINEES.
000300******************************************************************
000301 IDENTIFICATION DIVISION.
000302 PROGRAM-ID. OPERMNT.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000470 01  WS-ENT-OPER-ID         PIC X(08).
000480 01  WS-ENT-NAME            PIC X(30).
000490 01  WS-ENT-ACTIVE          PIC X(01).
000492 77  WS-ENT-DECISION        PIC X(01) VALUE SPACE.
000494 77  WS-ENT-TRAINING        PIC X(01) VALUE "N".
000500 01  WS-ENT-LEVEL           PIC 9(01).
000502 01  WS-ENT-LIMIT           PIC 9(09)V99.
000504 01  WS-LIMIT-ED            PIC ZZZ,ZZZ,ZZ9.99.
000767         MOVE ZERO TO OPER-FAIL-COUNT
000768         MOVE SPACE TO OPER-LOCKED-SW
000769         MOVE "Y" TO OPER-FORCE-CHANGE-SW
000770         MOVE ZERO TO OPER-CERT-DATE
000772         MOVE SPACES TO OPER-CERT-BY
000774         MOVE SPACE TO OPER-CERT-RESULT
000776         MOVE "N" TO OPER-TRAINING-SW
000778         WRITE OPER-REC
000780         MOVE "SUPERVSR"                       TO OPER-ID
000790         MOVE "INITIAL SUPERVISOR SIGN-ON"      TO OPER-NAME
000800         SET OPER-ACTIVE TO TRUE
000817         MOVE ZERO TO OPER-FAIL-COUNT
000818         MOVE SPACE TO OPER-LOCKED-SW
000819         MOVE "Y" TO OPER-FORCE-CHANGE-SW
000820         MOVE ZERO TO OPER-CERT-DATE
000822         MOVE SPACES TO OPER-CERT-BY
000824         MOVE SPACE TO OPER-CERT-RESULT
000826         MOVE "N" TO OPER-TRAINING-SW
000828         WRITE OPER-REC
000830         CLOSE OPER-MASTER-FILE
000840         OPEN I-O OPER-MASTER-FILE
000850     END-IF.
001010     DISPLAY "  M - Modificar un operador".
001020     DISPLAY "  C - Consultar un operador".
001025     DISPLAY "  D - Desbloquear / restablecer contrasena".
001026     DISPLAY "  R - Registrar la recertificacion de acceso".
001030     DISPLAY "  X - Salir".
001040     DISPLAY "Seleccione una opcion: ".
001050     ACCEPT WS-OPCION.
001184         WHEN "d"
001186             PERFORM 6000-DESBLOQUEAR-OPERADOR
001188                 THRU 6000-DESBLOQUEAR-OPERADOR-EXIT
001190         WHEN "R"
001192         WHEN "r"
001194             PERFORM 6500-CERTIFICAR-OPERADOR
001196                 THRU 6500-CERTIFICAR-OPERADOR-EXIT
001198         WHEN "X"
001200         WHEN "x"
001210             CONTINUE
001220         WHEN OTHER
001225             DISPLAY "Opcion invalida. Introduzca A, M, C, D, "
001230                 "R o X."
001240     END-EVALUATE.
001250 2000-MENU-MANTENIMIENTO-EXIT.
001260     EXIT.
001607         DISPLAY "Error: limite no valido; intente de nuevo."
001608         GO TO 2230-PEDIR-LIMITE
001609     END-IF.
001610 2240-PEDIR-FORMACION.
001611     DISPLAY "Operador en formacion? (S/N): ".
001612     ACCEPT WS-SI-O-NO.
001613     IF WS-SI-O-NO = "S" OR WS-SI-O-NO = "s"
001614         MOVE "Y" TO WS-ENT-TRAINING
001615     ELSE
001616         IF WS-SI-O-NO = "N" OR WS-SI-O-NO = "n"
001617             MOVE "N" TO WS-ENT-TRAINING
001618         ELSE
001619             DISPLAY "Error: responda S o N; intente de nuevo."
001620             GO TO 2240-PEDIR-FORMACION
001621         END-IF
001622     END-IF.
001623 2200-PEDIR-DATOS-EXIT.
001624     EXIT.
001630*
001640******************************************************************
001650* 3000-ALTA-OPERADOR - ADD ONE NEW OPERATOR ROW.
001757     MOVE ZERO TO OPER-FAIL-COUNT.
001758     MOVE SPACE TO OPER-LOCKED-SW.
001759     MOVE "Y" TO OPER-FORCE-CHANGE-SW.
001760     MOVE ZERO TO OPER-CERT-DATE.
001762     MOVE SPACES TO OPER-CERT-BY.
001764     MOVE SPACE TO OPER-CERT-RESULT.
001766     MOVE WS-ENT-TRAINING TO OPER-TRAINING-SW.
001768     WRITE OPER-REC
001770         INVALID KEY
001780             DISPLAY "Ya existe un operador con esa "
001790                 "identificacion; use la opcion M."
002010             " estado " OPER-ACTIVE-SW
002020             " nivel " OPER-AUTH-LEVEL
002025             " limite " WS-LIMIT-ED
002026             " formacion " OPER-TRAINING-SW
002030         PERFORM 2200-PEDIR-DATOS
002040             THRU 2200-PEDIR-DATOS-EXIT
002050         MOVE WS-ENT-NAME   TO OPER-NAME
002060         MOVE WS-ENT-ACTIVE TO OPER-ACTIVE-SW
002070         MOVE WS-ENT-LEVEL  TO OPER-AUTH-LEVEL
002075         MOVE WS-ENT-LIMIT  TO OPER-AMOUNT-LIMIT
002076         MOVE WS-ENT-TRAINING TO OPER-TRAINING-SW
002080         REWRITE OPER-REC
002090             INVALID KEY
002100                 DISPLAY "Error: no se pudo regrabar el "
002368             MOVE ZERO TO WS-LIMIT-ED
002369         END-IF
002371         DISPLAY "Limite............: " WS-LIMIT-ED
002372         IF OPER-TRAINEE
002373             DISPLAY "Formacion.........: S"
002374         ELSE
002375             DISPLAY "Formacion.........: N"
002376         END-IF
002377         IF OPER-CERT-DATE NUMERIC AND OPER-CERT-DATE NOT = ZERO
002378             DISPLAY "Certificado.......: " OPER-CERT-DATE
002379                 " resultado " OPER-CERT-RESULT
002380                 " por " OPER-CERT-BY
002381         ELSE
002382             DISPLAY "Certificado.......: nunca"
002383         END-IF
002384     END-IF.
002385 5000-CONSULTAR-OPERADOR-EXIT.
002390     EXIT.
002400*
002410******************************************************************
002533     WRITE SEC-EVENT-REC.
002534 7000-REGISTRAR-EVENTO-EXIT.
002535     EXIT.
002540*
002550******************************************************************
002560* 6500-CERTIFICAR-OPERADOR - RECORD ONE OUTCOME FROM THE SIGNED
002570*                            OPERCERT WORKSHEET: K KEEPS THE
002580*                            ACCESS AS IT IS, L CHANGES THE
002590*                            AUTHORIZATION LEVEL, R REVOKES IT
002600*                            (OPERATOR INACTIVE). THE ROW IS
002610*                            STAMPED WITH THE DATE AND THE
002620*                            SIGNED-ON SUPERVISOR, WHO MAY NOT
002630*                            CERTIFY THEIR OWN ACCESS.
002640******************************************************************
002650 6500-CERTIFICAR-OPERADOR.
002660     PERFORM 2100-PEDIR-ID
002670         THRU 2100-PEDIR-ID-EXIT.
002680     IF WS-ENT-OPER-ID = LNK-OPERATOR-ID
002690         DISPLAY "Error: no puede certificar su propio acceso; "
002700             "debe hacerlo otro supervisor."
002710         GO TO 6500-CERTIFICAR-OPERADOR-EXIT
002720     END-IF.
002730     MOVE WS-ENT-OPER-ID TO OPER-ID.
002740     READ OPER-MASTER-FILE
002750         INVALID KEY
002760             DISPLAY "No existe un operador con esa "
002770                 "identificacion."
002780             GO TO 6500-CERTIFICAR-OPERADOR-EXIT
002790     END-READ.
002800     IF OPER-INACTIVE
002810         DISPLAY "El operador esta inactivo; no requiere "
002820             "certificacion."
002830         GO TO 6500-CERTIFICAR-OPERADOR-EXIT
002840     END-IF.
002850     IF OPER-AMOUNT-LIMIT NUMERIC
002860         MOVE OPER-AMOUNT-LIMIT TO WS-LIMIT-ED
002870     ELSE
002880         MOVE ZERO TO WS-LIMIT-ED
002890     END-IF.
002900     DISPLAY "Operador actual: " OPER-NAME
002910         " nivel " OPER-AUTH-LEVEL
002920         " limite " WS-LIMIT-ED.
002930 6510-PEDIR-DECISION.
002940     DISPLAY "Decision (K=mantener, L=cambiar nivel, "
002950         "R=revocar): ".
002960     ACCEPT WS-ENT-DECISION.
002970     EVALUATE WS-ENT-DECISION
002980         WHEN "K"
002990         WHEN "k"
003000             SET OPER-CERT-KEPT TO TRUE
003010             MOVE "CERT-KEEP" TO WS-SEC-EVENT
003020         WHEN "L"
003030         WHEN "l"
003040             PERFORM 6520-PEDIR-NUEVO-NIVEL
003050                 THRU 6520-PEDIR-NUEVO-NIVEL-EXIT
003060             MOVE WS-ENT-LEVEL TO OPER-AUTH-LEVEL
003070             SET OPER-CERT-LEVEL-CHANGED TO TRUE
003080             MOVE "CERT-LEVEL" TO WS-SEC-EVENT
003090         WHEN "R"
003100         WHEN "r"
003110             SET OPER-INACTIVE TO TRUE
003120             SET OPER-CERT-REVOKED TO TRUE
003130             MOVE "CERT-REVOKE" TO WS-SEC-EVENT
003140         WHEN OTHER
003150             DISPLAY "Error: decision no valida; intente de "
003160                 "nuevo."
003170             GO TO 6510-PEDIR-DECISION
003180     END-EVALUATE.
003190     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
003200     MOVE WS-EVT-DATE     TO OPER-CERT-DATE.
003210     MOVE LNK-OPERATOR-ID TO OPER-CERT-BY.
003220     REWRITE OPER-REC
003230         INVALID KEY
003240             DISPLAY "Error: no se pudo regrabar el "
003250                 "operador; estado " WS-OPER-STATUS
003260     END-REWRITE.
003270     IF WS-OPER-OK
003280         DISPLAY "Certificacion registrada."
003290         PERFORM 7000-REGISTRAR-EVENTO
003300             THRU 7000-REGISTRAR-EVENTO-EXIT
003310     END-IF.
003320 6500-CERTIFICAR-OPERADOR-EXIT.
003330     EXIT.
003340*
003350 6520-PEDIR-NUEVO-NIVEL.
003360     DISPLAY "Nuevo nivel de autorizacion (1-3): ".
003370     ACCEPT WS-ENT-LEVEL.
003380     IF WS-ENT-LEVEL NOT NUMERIC
003390             OR WS-ENT-LEVEL < 1 OR WS-ENT-LEVEL > 3
003400         DISPLAY "Error: nivel no valido; intente de nuevo."
003410         GO TO 6520-PEDIR-NUEVO-NIVEL
003420     END-IF.
003430 6520-PEDIR-NUEVO-NIVEL-EXIT.
003440     EXIT.
003450 END PROGRAM OPERMNT.
