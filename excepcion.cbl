      *          (stage y motivo), cada transaccion fallida de la
      *          calculadora (RES-STATUS distinto de OK, con su codigo
      *          de operacion), los intentos de autorizacion
      *          rechazados y los eventos de clave (fallos, bloqueos,
      *          vencimientos, cambios y restablecimientos) del RUN-LOG
      *          y los pasos que arrancaron y
      *          nunca terminaron segun JOBSTSDD. Las excepciones se
      *          agrupan por severidad (ALTA: seguridad y pasos
      *          muertos; MEDIA: ordenes con error; BAJA: transacciones
                 88 WS-STEP-HAS-FIN   VALUE "Y".
       01  WS-STEP-LOOKUP-IDX          PIC 9(2).
       01  WS-STEP-EVENT               PIC X(6).
      * Momento (AAAAMMDDHHMMSScc) del ultimo FIN de EXCEPCION en
      * JOBSTSDD; en blanco si nunca corrio, y entonces entra todo.
       01  WS-LAST-EXC-TS              PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== REPORTE DE EXCEPCIONES (EXCEPCION) =====".
              ADD 1 TO WS-CNT-BAJA
            END-IF.

      * Intentos de autorizacion rechazados por seguridad y eventos
      * de clave de operador (RUN-LOG). Los rechazos del porton son
      * de esta corrida; los eventos de clave (fallos, bloqueos,
      * vencimientos, restablecimientos y cambios) ocurren tambien de
      * dia en la corrida interactiva, asi que entran todos los
      * escritos desde el ultimo reporte de excepciones.
       GATHER-SECURITY-EXCEPTIONS.
            PERFORM FIND-LAST-EXCEPCION-RUN.
            OPEN INPUT RUN-LOG.
            IF WS-RUN-LOG-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
                      NOT AT END
                          IF CTL-MARKER OF RUNLOG-CTL-RECORD NOT =
                             "*CONTROL*"
                             AND ((RLG-RESULT = "RECHAZADO"
                               AND CAR-RUN-ID OF RUN-LOG-RECORD =
                                   WS-RUN-ID
                               AND CAR-CYCLE OF RUN-LOG-RECORD =
                                   WS-RUN-CYCLE)
                              OR (RLG-RESULT NOT = "RECHAZADO"
                               AND RLG-TIMESTAMP(1:16) >
                                   WS-LAST-EXC-TS))
                            PERFORM FORMAT-SECURITY-LINE
                            IF WS-WORK-LINE NOT = SPACES
                              PERFORM ADD-ALTA-LINE
                            END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-LOG
            END-IF.

      * Ultimo FIN de EXCEPCION en JOBSTSDD (el de esta corrida aun
      * no se escribio): marca desde donde van los eventos de clave.
       FIND-LAST-EXCEPCION-RUN.
            MOVE SPACES TO WS-LAST-EXC-TS.
            OPEN INPUT JOB-STATUS-FILE.
            IF WS-JOBSTAT-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ JOB-STATUS-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF JST-PROGRAM = "EXCEPCION"
                             AND JST-EVENT = "FIN"
                             AND JST-TIMESTAMP(1:16) > WS-LAST-EXC-TS
                            MOVE JST-TIMESTAMP(1:16) TO WS-LAST-EXC-TS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE JOB-STATUS-FILE
            END-IF.

      * Arma la linea ALTA segun el resultado del RUN-LOG; las
      * autorizaciones y los cambios de clave normales no son
      * excepcion y dejan la linea en blanco.
       FORMAT-SECURITY-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            EVALUATE RLG-RESULT
              WHEN "RECHAZADO"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " rechazado por seguridad a las "
                    RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN "CLAVE-ERR"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " clave incorrecta a las "
                    RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN "CAMBIOERR"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " cambio/alta de clave rechazado a las "
                    RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN "BLOQUEADO"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " bloqueado por claves fallidas a las "
                    RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN "EXPIRADA"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " credencial de servicio vencida a las "
                    RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN "RESET"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " clave restablecida por " RLG-SECOND-OPER
                    " a las " RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN "ALTACLAVE"
                STRING "  RUTINASGOTO   operador "
                    RLG-OPERATOR-ID
                    " definio su clave inicial a las "
                    RLG-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * Pasos con INICIO y sin FIN en JOBSTSDD: un paso que arranco
      * y murio (incluye el porton abortado con RC=16, que no deja
      * rastro en el RUN-LOG).
