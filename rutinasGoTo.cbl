           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT SERVICE-CRED-FILE ASSIGN TO SVCCREDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVC-CRED-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * JMN-DUAL-LEVEL configura la doble autorizacion: un trabajo
      * Maestro de operadores: id, nombre, nivel de permisos (el menu
      * solo ofrece trabajos con nivel minimo <= al del operador) y
      * bandera de activo.
      * La clave se guarda solo como hash (OPR-PWD-HASH, ver
      * CALCULAR-HASH-CLAVE) con la fecha en que se fijo; fallos
      * consecutivos, bloqueo ("S" tras cinco fallos), administrador
      * de seguridad ("S" puede restablecer claves) y operador de
      * servicio ("S": solo valido en corridas desatendidas por
      * PARM, con su credencial en SVCCREDD). Registros previos a
      * las claves llegan con estos campos en blanco: sin hash el
      * operador define su clave en su primera corrida interactiva.
      * El programa reescribe el maestro completo al cambiar alguno
      * de estos campos.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID                  PIC X(8).
           05 OPR-LEVEL               PIC 9.
           05 FILLER                  PIC X.
           05 OPR-ACTIVE              PIC X.
           05 FILLER                  PIC X.
           05 OPR-PWD-HASH            PIC X(10).
           05 FILLER                  PIC X.
           05 OPR-PWD-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 OPR-FAIL-COUNT          PIC 9.
           05 FILLER                  PIC X.
           05 OPR-LOCKED              PIC X.
           05 FILLER                  PIC X.
           05 OPR-SEC-ADMIN           PIC X.
           05 FILLER                  PIC X.
           05 OPR-SERVICE             PIC X.
       FD  RUN-LOG.
       01  RUN-LOG-RECORD.
           05 RLG-OPERATOR-ID         PIC X(8).
           05 RCT-CYCLE               PIC 9(2).
           05 FILLER                  PIC X.
           05 RCT-RUN-TYPE            PIC X(10).
      * Credencial del operador de servicio de la corrida desatendida;
      * dataset de acceso restringido, nunca en el PARM del JCL.
       FD  SERVICE-CRED-FILE.
       01  SERVICE-CRED-RECORD.
           05 SVC-CLAVE               PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  SI-O-NO                     PIC X.
              10 WS-OPR-NAME           PIC X(20).
              10 WS-OPR-LEVEL          PIC 9.
              10 WS-OPR-ACTIVE         PIC X.
              10 WS-OPR-PWD-HASH       PIC X(10).
              10 WS-OPR-PWD-DATE       PIC 9(8).
              10 WS-OPR-FAIL-COUNT     PIC 9.
              10 WS-OPR-LOCKED         PIC X.
              10 WS-OPR-SEC-ADMIN      PIC X.
              10 WS-OPR-SERVICE        PIC X.
       01  WS-OPR-LOOKUP-IDX           PIC 9(3).
       01  WS-OPERATOR-LEVEL           PIC 9 VALUE ZERO.
       01  WS-OPER-VALID-SW            PIC X VALUE "N".
       01  WS-SECOND-OK-SW             PIC X VALUE "N".
           88 SEGUNDO-AUTORIZA        VALUE "Y".
       01  WS-SEC-LOOKUP-IDX           PIC 9(3).
      * Claves de operador: vigencia en dias, fallos consecutivos que
      * bloquean el id y largo minimo de una clave nueva.
       01  WS-SVC-CRED-STATUS          PIC XX.
       01  WS-DIAS-VIGENCIA-CLAVE      PIC 9(3) VALUE 90.
       01  WS-MAX-INTENTOS-CLAVE       PIC 9 VALUE 5.
       01  WS-CLAVE-MIN-LARGO          PIC 9(2) VALUE 6.
       01  WS-CLAVE                    PIC X(16).
       01  WS-CLAVE-NUEVA              PIC X(16).
       01  WS-CLAVE-CONFIRMA           PIC X(16).
       01  WS-CLAVE-LARGO              PIC 9(2).
       01  WS-CLAVE-EDAD-DIAS          PIC S9(7).
       01  WS-CHK-IDX                  PIC 9(3).
       01  WS-CHK-ID                   PIC X(8).
       01  WS-CLAVE-OK-SW              PIC X VALUE "N".
           88 CLAVE-ACEPTADA          VALUE "Y".
           88 CLAVE-RECHAZADA         VALUE "N".
      * Id cuya clave ya se acepto en esta corrida: el reintento de
      * REPREGUNTA no vuelve a pedirla.
       01  WS-CLAVE-VERIF-ID           PIC X(8) VALUE SPACES.
       01  WS-OPR-CAMBIO-SW            PIC X VALUE "N".
           88 MAESTRO-OPR-MODIFICADO  VALUE "Y".
       01  WS-OPERATOR-ADMIN-SW        PIC X VALUE "N".
           88 OPERADOR-ES-ADMIN       VALUE "Y".
       01  WS-RESET-ID                 PIC X(8).
       01  WS-RESET-IDX                PIC 9(3).
       01  WS-RLG-OPER                 PIC X(8).
       01  WS-RLG-SEGUNDO              PIC X(8).
      * Hash de una via de id + clave: el id sala el calculo para que
      * dos operadores con la misma clave no compartan hash.
       01  WS-HASH-ENTRADA.
           05 WS-HASH-ENT-ID          PIC X(8).
           05 WS-HASH-ENT-CLAVE       PIC X(16).
       01  WS-HASH-VALOR               PIC 9(18).
       01  WS-HASH-RESULTADO           PIC 9(10).
       01  WS-HASH-TEXTO               PIC X(10).
       01  WS-HASH-POS                 PIC 9(2).
       01  WS-HASH-VUELTA              PIC 9.
       PROCEDURE DIVISION.
           PREGUNTA.
           PERFORM INIT-RUN-INFO.
              PERFORM REGISTRAR-AUTORIZACION
              MOVE 12 TO RETURN-CODE
              GO TO FINALIZA-NORMAL.
      * Con el id aceptado se exige su clave (en corrida desatendida,
      * la credencial de servicio de SVCCREDD). Clave incorrecta,
      * vencida sin cambio, id bloqueado o tipo de operador que no
      * corresponde a la corrida: RC=12, con el evento en el RUN-LOG.
           IF WS-CLAVE-VERIF-ID NOT = WS-OPERATOR-ID
              MOVE "N" TO WS-OPERATOR-ADMIN-SW
              MOVE WS-OPR-LOOKUP-IDX TO WS-CHK-IDX
              PERFORM VERIFICAR-CLAVE
              IF CLAVE-RECHAZADA
                 MOVE 12 TO RETURN-CODE
                 GO TO FINALIZA-NORMAL
              END-IF
              MOVE WS-OPERATOR-ID TO WS-CLAVE-VERIF-ID
              IF WS-OPR-SEC-ADMIN(WS-OPR-LOOKUP-IDX) = "S"
                 SET OPERADOR-ES-ADMIN TO TRUE
              END-IF
           END-IF.
           IF SI-O-NO = "N" OR SI-O-NO = "n"
              MOVE 4 TO RETURN-CODE
              GO TO FINALIZA-NORMAL.
      * los pasos de elegibilidad/calculadora/ordenes por su cuenta
      * via COND=, asi que no hay operador ni terminal para el menu
      * y no se invoca (ademas ese paso solo trae asignados
      * OPERDD/RUNLOGDD/JOBSTSDD/RUNCTLDD/SVCCREDD; JOBSDD y los DD
      * de los trabajos del menu solo existen en la corrida
      * interactiva).
                 PERFORM MENU-DE-TRABAJOS
              END-IF
              MOVE 0 TO RETURN-CODE
                        AT END
                            SET END-OF-OPR-LOAD TO TRUE
                        NOT AT END
      * El maestro se reescribe completo al cambiar una clave o un
      * bloqueo, asi que no se puede truncar: tabla llena aborta.
                            IF WS-OPR-COUNT >= 100
                               DISPLAY "ERROR: tabla de operadores "
                                   "llena (100), abortando " OPR-ID
                               CLOSE OPERATOR-FILE
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                            ELSE
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPR-ID TO
                                   WS-OPR-LEVEL(WS-OPR-COUNT)
                               MOVE OPR-ACTIVE TO
                                   WS-OPR-ACTIVE(WS-OPR-COUNT)
                               PERFORM CARGAR-DATOS-CLAVE
                            END-IF
                    END-READ
                END-PERFORM
                    WS-OPERATOR-FILE-STATUS
                    " - ningun operador sera valido."
             END-IF.
      * Campos de clave del registro leido; los blancos de registros
      * previos a las claves quedan como sin clave (se rechazan hasta
      * que seguridad les asigne una temporal con RS), sin fallos y
      * sin bloqueo.
           CARGAR-DATOS-CLAVE.
             MOVE OPR-PWD-HASH TO WS-OPR-PWD-HASH(WS-OPR-COUNT).
             IF OPR-PWD-DATE IS NUMERIC
                MOVE OPR-PWD-DATE TO WS-OPR-PWD-DATE(WS-OPR-COUNT)
             ELSE
                MOVE ZERO TO WS-OPR-PWD-DATE(WS-OPR-COUNT)
             END-IF.
             IF OPR-FAIL-COUNT IS NUMERIC
                MOVE OPR-FAIL-COUNT TO WS-OPR-FAIL-COUNT(WS-OPR-COUNT)
             ELSE
                MOVE ZERO TO WS-OPR-FAIL-COUNT(WS-OPR-COUNT)
             END-IF.
             MOVE OPR-LOCKED TO WS-OPR-LOCKED(WS-OPR-COUNT).
             MOVE OPR-SEC-ADMIN TO WS-OPR-SEC-ADMIN(WS-OPR-COUNT).
             MOVE OPR-SERVICE TO WS-OPR-SERVICE(WS-OPR-COUNT).
      * Reescribe el maestro de operadores completo desde la tabla,
      * abierto-escrito-cerrado en el momento, para que un fallo o un
      * bloqueo quede en disco aunque la corrida termine mal despues.
           REESCRIBIR-OPERADORES.
             OPEN OUTPUT OPERATOR-FILE.
             IF WS-OPERATOR-FILE-STATUS = "00"
                PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                        UNTIL WS-OPR-IDX > WS-OPR-COUNT
                    MOVE SPACES TO OPERATOR-RECORD
                    MOVE WS-OPR-ID(WS-OPR-IDX) TO OPR-ID
                    MOVE WS-OPR-NAME(WS-OPR-IDX) TO OPR-NAME
                    MOVE WS-OPR-LEVEL(WS-OPR-IDX) TO OPR-LEVEL
                    MOVE WS-OPR-ACTIVE(WS-OPR-IDX) TO OPR-ACTIVE
                    MOVE WS-OPR-PWD-HASH(WS-OPR-IDX) TO OPR-PWD-HASH
                    MOVE WS-OPR-PWD-DATE(WS-OPR-IDX) TO OPR-PWD-DATE
                    MOVE WS-OPR-FAIL-COUNT(WS-OPR-IDX) TO
                        OPR-FAIL-COUNT
                    MOVE WS-OPR-LOCKED(WS-OPR-IDX) TO OPR-LOCKED
                    MOVE WS-OPR-SEC-ADMIN(WS-OPR-IDX) TO OPR-SEC-ADMIN
                    MOVE WS-OPR-SERVICE(WS-OPR-IDX) TO OPR-SERVICE
                    WRITE OPERATOR-RECORD
                END-PERFORM
                CLOSE OPERATOR-FILE
             ELSE
                DISPLAY "ERROR: no se pudo reescribir OPERDD, status: "
                    WS-OPERATOR-FILE-STATUS
             END-IF.
      * Verifica la clave del operador WS-CHK-IDX de la tabla. Un id
      * bloqueado se rechaza sin pedir clave; la corrida desatendida
      * solo admite operadores de servicio y la interactiva solo
      * personas. Un id sin clave (registro previo a las claves) se
      * rechaza: seguridad le asigna una temporal con RS. Deja
      * CLAVE-ACEPTADA o CLAVE-RECHAZADA.
           VERIFICAR-CLAVE.
             SET CLAVE-RECHAZADA TO TRUE.
             MOVE "N" TO WS-OPR-CAMBIO-SW.
             MOVE SPACES TO WS-RLG-SEGUNDO.
             MOVE WS-OPR-ID(WS-CHK-IDX) TO WS-CHK-ID.
             EVALUATE TRUE
               WHEN WS-OPR-LOCKED(WS-CHK-IDX) = "S"
                 DISPLAY "Operador bloqueado por claves fallidas: "
                     WS-CHK-ID
                 DISPLAY "Solicite el desbloqueo al administrador "
                     "de seguridad."
                 MOVE "BLOQUEADO" TO WS-AUTH-RESULT
                 PERFORM REGISTRAR-EVENTO-CLAVE
               WHEN WS-PARM NOT = SPACES
                    AND WS-OPR-SERVICE(WS-CHK-IDX) NOT = "S"
                 DISPLAY "La corrida desatendida exige un operador "
                     "de servicio: " WS-CHK-ID
                 MOVE "RECHAZADO" TO WS-AUTH-RESULT
                 PERFORM REGISTRAR-EVENTO-CLAVE
               WHEN WS-PARM = SPACES
                    AND WS-OPR-SERVICE(WS-CHK-IDX) = "S"
                 DISPLAY "Operador de servicio no valido en corrida "
                     "interactiva: " WS-CHK-ID
                 MOVE "RECHAZADO" TO WS-AUTH-RESULT
                 PERFORM REGISTRAR-EVENTO-CLAVE
               WHEN WS-OPR-PWD-HASH(WS-CHK-IDX) = SPACES
                 DISPLAY "Operador sin clave asignada: " WS-CHK-ID
                 DISPLAY "Solicite al administrador de seguridad "
                     "una clave temporal (RS)."
                 MOVE "RECHAZADO" TO WS-AUTH-RESULT
                 PERFORM REGISTRAR-EVENTO-CLAVE
               WHEN OTHER
                 PERFORM OBTENER-CLAVE
                 IF WS-CLAVE = SPACES AND WS-PARM NOT = SPACES
      * Sin credencial legible (DD ausente o vacio) no se cuenta un
      * fallo: es un problema del JCL, no un intento de adivinarla.
                    DISPLAY "Credencial de servicio no disponible "
                        "en SVCCREDD para " WS-CHK-ID
                    MOVE "RECHAZADO" TO WS-AUTH-RESULT
                    PERFORM REGISTRAR-EVENTO-CLAVE
                 ELSE
                    PERFORM COMPARAR-CLAVE
                 END-IF
             END-EVALUATE.
             IF MAESTRO-OPR-MODIFICADO
                PERFORM REESCRIBIR-OPERADORES
             END-IF.
           OBTENER-CLAVE.
             MOVE SPACES TO WS-CLAVE.
             IF WS-PARM NOT = SPACES
                OPEN INPUT SERVICE-CRED-FILE
                IF WS-SVC-CRED-STATUS = "00"
                   READ SERVICE-CRED-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SVC-CLAVE TO WS-CLAVE
                   END-READ
                   CLOSE SERVICE-CRED-FILE
                ELSE
                   DISPLAY "No se pudo abrir SVCCREDD, status: "
                       WS-SVC-CRED-STATUS
                END-IF
             ELSE
                DISPLAY "Clave de " WS-CHK-ID ": "
                ACCEPT WS-CLAVE
             END-IF.
      * Compara el hash de la clave dada con el del maestro. Cada
      * fallo suma al contador de fallos consecutivos; al llegar a
      * WS-MAX-INTENTOS-CLAVE el id queda bloqueado hasta que un
      * administrador de seguridad lo restablezca. Un acierto pone
      * el contador en cero y revisa la vigencia de la clave.
           COMPARAR-CLAVE.
             PERFORM CALCULAR-HASH-CLAVE.
             IF WS-HASH-TEXTO NOT = WS-OPR-PWD-HASH(WS-CHK-IDX)
                ADD 1 TO WS-OPR-FAIL-COUNT(WS-CHK-IDX)
                SET MAESTRO-OPR-MODIFICADO TO TRUE
                IF WS-OPR-FAIL-COUNT(WS-CHK-IDX) >=
                   WS-MAX-INTENTOS-CLAVE
                   MOVE "S" TO WS-OPR-LOCKED(WS-CHK-IDX)
                   DISPLAY "Clave incorrecta. Operador bloqueado "
                       "tras " WS-MAX-INTENTOS-CLAVE
                       " fallos consecutivos: " WS-CHK-ID
                   MOVE "BLOQUEADO" TO WS-AUTH-RESULT
                ELSE
                   DISPLAY "Clave incorrecta para " WS-CHK-ID
                       " (fallo " WS-OPR-FAIL-COUNT(WS-CHK-IDX)
                       " de " WS-MAX-INTENTOS-CLAVE ")."
                   MOVE "CLAVE-ERR" TO WS-AUTH-RESULT
                END-IF
                PERFORM REGISTRAR-EVENTO-CLAVE
             ELSE
                IF WS-OPR-FAIL-COUNT(WS-CHK-IDX) NOT = ZERO
                   MOVE ZERO TO WS-OPR-FAIL-COUNT(WS-CHK-IDX)
                   SET MAESTRO-OPR-MODIFICADO TO TRUE
                END-IF
                PERFORM VERIFICAR-VIGENCIA-CLAVE
             END-IF.
      * Una clave con mas de WS-DIAS-VIGENCIA-CLAVE dias (o sin fecha,
      * como la temporal de un restablecimiento) esta vencida: la
      * persona debe cambiarla antes de seguir; la credencial de
      * servicio vencida rechaza la corrida hasta que seguridad
      * asigne una nueva.
           VERIFICAR-VIGENCIA-CLAVE.
             IF WS-OPR-PWD-DATE(WS-CHK-IDX) < 16010101
                MOVE 9999999 TO WS-CLAVE-EDAD-DIAS
             ELSE
                COMPUTE WS-CLAVE-EDAD-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                  - FUNCTION INTEGER-OF-DATE(
                        WS-OPR-PWD-DATE(WS-CHK-IDX))
             END-IF.
             IF WS-CLAVE-EDAD-DIAS <= WS-DIAS-VIGENCIA-CLAVE
                SET CLAVE-ACEPTADA TO TRUE
             ELSE
                IF WS-PARM NOT = SPACES
                   DISPLAY "Credencial de servicio vencida: "
                       WS-CHK-ID
                   DISPLAY "Solicite a seguridad una credencial nueva."
                   MOVE "EXPIRADA" TO WS-AUTH-RESULT
                   PERFORM REGISTRAR-EVENTO-CLAVE
                ELSE
                   DISPLAY "Clave vencida: debe cambiarla ahora."
                   PERFORM CAMBIAR-CLAVE
                   IF CLAVE-ACEPTADA
                      MOVE "CAMBIO" TO WS-AUTH-RESULT
                      PERFORM REGISTRAR-EVENTO-CLAVE
                   ELSE
                      MOVE "CAMBIOERR" TO WS-AUTH-RESULT
                      PERFORM REGISTRAR-EVENTO-CLAVE
                   END-IF
                END-IF
             END-IF.
      * Pide la clave nueva dos veces; debe coincidir, tener el largo
      * minimo y ser distinta de la vigente. Se guarda solo su hash,
      * fechada hoy. Un cambio rechazado deja CLAVE-RECHAZADA.
           CAMBIAR-CLAVE.
             DISPLAY "Nueva clave (minimo " WS-CLAVE-MIN-LARGO
                 " caracteres): ".
             ACCEPT WS-CLAVE-NUEVA.
             DISPLAY "Repita la nueva clave: ".
             ACCEPT WS-CLAVE-CONFIRMA.
             MOVE ZERO TO WS-CLAVE-LARGO.
             INSPECT WS-CLAVE-NUEVA TALLYING WS-CLAVE-LARGO
                 FOR CHARACTERS BEFORE INITIAL SPACE.
             MOVE WS-CLAVE-NUEVA TO WS-CLAVE.
             PERFORM CALCULAR-HASH-CLAVE.
             EVALUATE TRUE
               WHEN WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
                 DISPLAY "Las claves no coinciden; cambio no "
                     "realizado."
               WHEN WS-CLAVE-LARGO < WS-CLAVE-MIN-LARGO
                 DISPLAY "Clave demasiado corta; cambio no "
                     "realizado."
               WHEN WS-HASH-TEXTO = WS-OPR-PWD-HASH(WS-CHK-IDX)
                 DISPLAY "La clave nueva debe ser distinta de la "
                     "anterior."
               WHEN OTHER
                 MOVE WS-HASH-TEXTO TO WS-OPR-PWD-HASH(WS-CHK-IDX)
                 MOVE WS-RUN-DATE-YYYYMMDD TO
                     WS-OPR-PWD-DATE(WS-CHK-IDX)
                 SET MAESTRO-OPR-MODIFICADO TO TRUE
                 SET CLAVE-ACEPTADA TO TRUE
                 DISPLAY "Clave actualizada para " WS-CHK-ID
             END-EVALUATE.
      * Hash de una via de WS-CHK-ID + WS-CLAVE: tres vueltas de
      * multiplicar-y-sumar sobre los 24 bytes, reducidas modulo un
      * primo de diez digitos. La clave en claro no se guarda en
      * ningun lado.
           CALCULAR-HASH-CLAVE.
             MOVE WS-CHK-ID TO WS-HASH-ENT-ID.
             MOVE WS-CLAVE TO WS-HASH-ENT-CLAVE.
             MOVE 5381 TO WS-HASH-VALOR.
             PERFORM VARYING WS-HASH-VUELTA FROM 1 BY 1
                     UNTIL WS-HASH-VUELTA > 3
                 PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                         UNTIL WS-HASH-POS > 24
                     COMPUTE WS-HASH-VALOR = FUNCTION MOD(
                         WS-HASH-VALOR * 33
                       + FUNCTION ORD(WS-HASH-ENTRADA(WS-HASH-POS:1))
                         * WS-HASH-POS
                       + WS-HASH-VUELTA, 9999999967)
                 END-PERFORM
             END-PERFORM.
             MOVE WS-HASH-VALOR TO WS-HASH-RESULTADO.
             MOVE WS-HASH-RESULTADO TO WS-HASH-TEXTO.
      * Restablecimiento por el administrador de seguridad (opcion RS
      * del menu): clave temporal, contador en cero y desbloqueo. La
      * clave temporal de una persona queda sin fecha para forzar el
      * cambio en su siguiente ingreso; la credencial de servicio
      * queda vigente desde hoy. Nadie restablece su propia clave.
           RESTABLECER-OPERADOR.
             DISPLAY "Operador a restablecer: ".
             ACCEPT WS-RESET-ID.
             MOVE ZERO TO WS-RESET-IDX.
             PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                     UNTIL WS-OPR-IDX > WS-OPR-COUNT
                     OR WS-RESET-IDX NOT = ZERO
                 IF WS-OPR-ID(WS-OPR-IDX) = WS-RESET-ID
                    MOVE WS-OPR-IDX TO WS-RESET-IDX
                 END-IF
             END-PERFORM.
             EVALUATE TRUE
               WHEN WS-RESET-IDX = ZERO
                 DISPLAY "Operador desconocido: " WS-RESET-ID
               WHEN WS-RESET-ID = WS-OPERATOR-ID
                 DISPLAY "Un administrador no puede restablecer su "
                     "propia clave."
               WHEN OTHER
                 DISPLAY "Clave temporal (minimo " WS-CLAVE-MIN-LARGO
                     " caracteres): "
                 ACCEPT WS-CLAVE-NUEVA
                 MOVE ZERO TO WS-CLAVE-LARGO
                 INSPECT WS-CLAVE-NUEVA TALLYING WS-CLAVE-LARGO
                     FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-CLAVE-LARGO < WS-CLAVE-MIN-LARGO
                    DISPLAY "Clave demasiado corta; restablecimiento "
                        "no realizado."
                 ELSE
                    MOVE WS-RESET-IDX TO WS-CHK-IDX
                    MOVE WS-RESET-ID TO WS-CHK-ID
                    MOVE WS-CLAVE-NUEVA TO WS-CLAVE
                    PERFORM CALCULAR-HASH-CLAVE
                    MOVE WS-HASH-TEXTO TO WS-OPR-PWD-HASH(WS-CHK-IDX)
                    MOVE ZERO TO WS-OPR-FAIL-COUNT(WS-CHK-IDX)
                    MOVE "N" TO WS-OPR-LOCKED(WS-CHK-IDX)
                    IF WS-OPR-SERVICE(WS-CHK-IDX) = "S"
                       MOVE WS-RUN-DATE-YYYYMMDD TO
                           WS-OPR-PWD-DATE(WS-CHK-IDX)
                    ELSE
                       MOVE ZERO TO WS-OPR-PWD-DATE(WS-CHK-IDX)
                    END-IF
                    PERFORM REESCRIBIR-OPERADORES
                    MOVE WS-OPERATOR-ID TO WS-RLG-SEGUNDO
                    MOVE "RESET" TO WS-AUTH-RESULT
                    PERFORM REGISTRAR-EVENTO-CLAVE
                    DISPLAY "Clave restablecida y operador "
                        "desbloqueado: " WS-CHK-ID
                 END-IF
             END-EVALUATE.
      * Evento de clave en el RUN-LOG: el id afectado va como
      * operador y, en un restablecimiento, el administrador como
      * segundo operador. EXCEPCION los reporta con severidad ALTA.
           REGISTRAR-EVENTO-CLAVE.
             MOVE WS-CHK-ID TO WS-RLG-OPER.
             PERFORM ESCRIBIR-RUNLOG.
           REGISTRAR-AUTORIZACION.
             MOVE WS-OPERATOR-ID TO WS-RLG-OPER.
             MOVE WS-SECOND-OPERATOR TO WS-RLG-SEGUNDO.
             PERFORM ESCRIBIR-RUNLOG.
           ESCRIBIR-RUNLOG.
             PERFORM CONTAR-RUNLOG-PREVIO.
             MOVE SPACES TO RUN-LOG-RECORD.
             MOVE WS-RLG-OPER TO RLG-OPERATOR-ID.
             MOVE SI-O-NO TO RLG-RESPONSE.
             MOVE WS-AUTH-RESULT TO RLG-RESULT.
             MOVE WS-RLG-SEGUNDO TO RLG-SECOND-OPER.
             MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP.
             MOVE WS-RUN-ID TO CAR-RUN-ID OF RUN-LOG-RECORD.
             MOVE WS-RUN-CYCLE TO CAR-CYCLE OF RUN-LOG-RECORD.
             END-IF.
           MENU-DE-TRABAJOS.
             PERFORM CARGAR-MENU-DE-TRABAJOS.
             IF WS-JOB-COUNT = ZERO AND NOT OPERADOR-ES-ADMIN
                DISPLAY "No hay trabajos definidos en JOBSDD."
             ELSE
                PERFORM MOSTRAR-MENU-DE-TRABAJOS
                DISPLAY "Seleccione el codigo del trabajo a ejecutar: "
                ACCEPT WS-SELECTED-CODE
                PERFORM BUSCAR-TRABAJO
                EVALUATE TRUE
                  WHEN WS-SELECTED-CODE = "RS" AND OPERADOR-ES-ADMIN
                    PERFORM RESTABLECER-OPERADOR
                  WHEN WS-FOUND-IDX = ZERO
                    DISPLAY "Codigo de trabajo invalido: "
                        WS-SELECTED-CODE
                  WHEN OTHER
      * Trabajo sensible (nivel minimo >= umbral de doble
      * autorizacion del menu): un segundo operador distinto debe
      * confirmar antes del CALL; ambas identidades quedan en el
      * RUN-LOG, autorizado o rechazado.
                    IF WS-JOB-DUAL-LEVEL(WS-FOUND-IDX) > ZERO
                       AND WS-JOB-MIN-LEVEL(WS-FOUND-IDX) >=
                           WS-JOB-DUAL-LEVEL(WS-FOUND-IDX)
                       PERFORM CONFIRMAR-SEGUNDO-OPERADOR
                    ELSE
                       SET SEGUNDO-AUTORIZA TO TRUE
                    END-IF
                    IF SEGUNDO-AUTORIZA
                       DISPLAY "Lanzando "
                           WS-JOB-DESC(WS-FOUND-IDX) " ..."
                       CALL WS-JOB-PROGRAM(WS-FOUND-IDX)
                       DISPLAY "Trabajo finalizado: "
                           WS-JOB-DESC(WS-FOUND-IDX)
                    ELSE
                       DISPLAY "Trabajo NO lanzado: "
                           WS-JOB-DESC(WS-FOUND-IDX)
                           " sin doble autorizacion."
                    END-IF
                END-EVALUATE
             END-IF.
      * Pide y valida al segundo operador contra el mismo maestro:
      * debe existir, estar activo, ser DISTINTO del primero,
      * alcanzar el nivel minimo del trabajo y dar su propia clave.
      * El intento (bueno o malo) queda en el RUN-LOG con ambas
      * identidades; auditoria objeto el control unipersonal del
      * cierre de mes y este es el candado.
           CONFIRMAR-SEGUNDO-OPERADOR.
             MOVE "N" TO WS-SECOND-OK-SW.
             DISPLAY "Trabajo sensible. Segundo operador, ingrese "
                 DISPLAY "Segundo operador sin nivel para el "
                     "trabajo: " WS-SECOND-OPERATOR
               WHEN OTHER
                 MOVE WS-SEC-LOOKUP-IDX TO WS-CHK-IDX
                 PERFORM VERIFICAR-CLAVE
                 IF CLAVE-ACEPTADA
                    SET SEGUNDO-AUTORIZA TO TRUE
                    DISPLAY "Doble autorizacion confirmada por "
                        WS-OPR-NAME(WS-SEC-LOOKUP-IDX)
                 ELSE
                    DISPLAY "Clave del segundo operador no aceptada."
                 END-IF
             END-EVALUATE.
             IF SEGUNDO-AUTORIZA
                MOVE "AUTORIZA" TO WS-AUTH-RESULT
                        WS-JOB-DESC(WS-JOB-IDX)
                 END-IF
             END-PERFORM.
             IF OPERADOR-ES-ADMIN
                DISPLAY "RS - Restablecer clave / desbloquear operador"
             END-IF.
           BUSCAR-TRABAJO.
             MOVE ZERO TO WS-FOUND-IDX.
             PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
