           05 ORD-TAX-CATEGORY        PIC X(2).
           05 FILLER                  PIC X.
           05 ORD-FIRST-BKO-DATE      PIC X(8).
           05 FILLER                  PIC X.
           05 ORD-FIRST-HOLD-DATE     PIC X(8).
      * Mismo layout que INVOICE-RECORD en rutinas.cbl (encabezado).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
      * estampa INCOMPLETO nombrandolo.
       01  WS-STEP-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 40 TIMES INDEXED BY WS-STEP-IDX.
              10 WS-STEP-PROGRAM       PIC X(13).
              10 WS-STEP-FIN-SW        PIC X.
                 88 WS-STEP-HAS-FIN   VALUE "Y".
            PERFORM SUMMARIZE-RUN-LOG.
            PERFORM VERIFY-CONTROL-TOTALS.
            PERFORM VERIFY-ORDER-DISPOSITION.
            PERFORM VERIFY-MASTER-RECONCILIATION.
            PERFORM DISPLAY-CONSOLIDATED-REPORT.
            PERFORM WRITE-RUN-HISTORY.
            MOVE "FIN" TO WS-STEP-EVENT.
                END-IF
            END-PERFORM.
            IF WS-STEP-LOOKUP-IDX = ZERO
              IF WS-STEP-COUNT >= 40
                DISPLAY "ERROR: tabla de pasos llena (40), se "
                    "ignora " JST-PROGRAM
              ELSE
                ADD 1 TO WS-STEP-COUNT
              IF CAR-RUN-ID OF RUN-LOG-RECORD = WS-RUN-ID
                 AND CAR-CYCLE OF RUN-LOG-RECORD = WS-RUN-CYCLE
                 ADD 1 TO WS-SUM-AUTH-RECORDS
      * Los eventos de clave (cambio, alta, restablecimiento) no son
      * autorizaciones; fallos (tambien el cambio o alta de clave
      * rechazado), bloqueos y vencimientos si cuentan como rechazos.
                 EVALUATE RLG-RESULT
                   WHEN "RECHAZADO"
                   WHEN "CLAVE-ERR"
                   WHEN "CAMBIOERR"
                   WHEN "BLOQUEADO"
                   WHEN "EXPIRADA"
                     ADD 1 TO WS-SUM-AUTH-REFUSED
                   WHEN "AUTORIZA"
                     IF RLG-RESPONSE = "S" OR RLG-RESPONSE = "s"
                        ADD 1 TO WS-SUM-AUTH-YES
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
            END-IF.

              PERFORM JUDGE-DISPOSITIONS
            END-IF.

      * CUADRE (STEP042A) prueba que el cambio de CUSTMAST/ITEMMAST
      * entre la foto de STEP037 y la promocion se explique con la
      * actividad del dia; con registros sin explicar (o sin poder
      * concluir) termina con RC distinto de cero y el cierre queda
      * fuera de balance. Si no corrio (sin promocion) no hay nada
      * que cuadrar y lo reporta el estado del dia.
       VERIFY-MASTER-RECONCILIATION.
            PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-COUNT
                IF WS-STEP-PROGRAM(WS-STEP-IDX) = "CUADRE"
                   AND WS-STEP-HAS-FIN(WS-STEP-IDX)
                   AND WS-STEP-LAST-RC(WS-STEP-IDX) > ZERO
                  PERFORM FLAG-OUT-OF-BALANCE
                  DISPLAY "OUT-OF-BALANCE: cuadre de maestros con "
                      "cambios sin explicar (CUADRE RC="
                      WS-STEP-LAST-RC(WS-STEP-IDX) ")."
                END-IF
            END-PERFORM.

       SCAN-ORDER-INPUT.
            OPEN INPUT ORDER-FILE.
            IF WS-ORDER-STATUS = "00"
