      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento por transacciones del maestro de cuentas
      *          de la calculadora. Antes DUMMY abria en cero cualquier
      *          cuenta de 8 posiciones que apareciera en TRANS y nada
      *          impedia postear a una cuenta que ya debia estar
      *          cerrada. Ahora cada cuenta tiene estado (A=abierta,
      *          F=congelada, C=cerrada), titular, moneda y limite de
      *          sobregiro, y solo nace, cambia o se cierra por aqui:
      *          este paso aplica un archivo de transacciones
      *          (CTATRNDD: accion A=alta C=cambio B=cierre, cuenta y
      *          valores) sobre ACCTMAST, valida cada una (cuenta en
      *          blanco, alta duplicada, cambio/cierre de cuenta
      *          inexistente o ya cerrada, estado invalido, sobregiro
      *          no numerico, cierre con saldo), escribe los rechazos
      *          con codigos de razon (CREJDD, como MNTREJ) y cada
      *          cambio aplicado en la bitacora CAUDDD con el trailer
      *          de auditoria, igual que MANTMAES con CUSTMAST e
      *          ITEMMAST. El maestro se regraba completo a ACMOUTDD
      *          (ACCTNEW), que el JCL promueve solo con RC=0. El
      *          saldo y la ultima corrida posteada NO se mantienen
      *          por aqui: son de DUMMY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-TRANS-FILE ASSIGN TO CTATRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO ACMSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT ACCT-MASTER-OUT ASSIGN TO ACMOUTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MOUT-STATUS.
           SELECT REJECT-FILE ASSIGN TO CREJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT CHANGE-LOG ASSIGN TO CAUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Transaccion de mantenimiento de cuentas: el sobregiro viene
      * como texto numerico de 11 posiciones con 2 decimales
      * implicitos; en un cambio, un campo en blanco significa "sin
      * cambio". El estado de un cambio solo puede ser A o F (el
      * cierre es la accion B). El tipo de cuenta elige la tasa del
      * devengo de fin de mes (INTERES); en un alta en blanco queda
      * GRAL.
       FD  ACCT-TRANS-FILE.
       01  ACCT-TRANS-RECORD.
           05 CTM-ACTION              PIC X.
              88 CTM-IS-ALTA          VALUE "A" "a".
              88 CTM-IS-CAMBIO        VALUE "C" "c".
              88 CTM-IS-CIERRE        VALUE "B" "b".
           05 FILLER                  PIC X.
           05 CTM-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 CTM-OWNER               PIC X(20).
           05 FILLER                  PIC X.
           05 CTM-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 CTM-OVERDRAFT           PIC X(11).
           05 CTM-OVERDRAFT-AMT REDEFINES CTM-OVERDRAFT
                                      PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 CTM-STATUS              PIC X.
           05 FILLER                  PIC X.
           05 CTM-TYPE                PIC X(4).
      * Mismo layout que ACCT-MASTER-RECORD en dummy.cbl.
       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD          PIC X(107).
       FD  ACCT-MASTER-OUT.
       01  ACCT-MASTER-OUT-RECORD      PIC X(107).
      * Rechazos con codigos de razon, como los de MANTMAES.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-ACTION              PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 REJ-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 REJ-REASONS             PIC X(40).
           COPY AUDITTRL.
      * Bitacora de cambios aplicados: que accion, que cuenta y con
      * que valores, estampada con el run-id y el ciclo.
       FD  CHANGE-LOG.
       01  CHANGE-LOG-RECORD.
           05 CCH-ACTION              PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-OWNER               PIC X(20).
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-CURRENCY            PIC X(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-OVERDRAFT           PIC X(11).
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-STATUS              PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-TYPE                PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 CCH-TIMESTAMP           PIC X(21).
           COPY AUDITTRL.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.
           COPY AUDITTRL.
      * Ciclo intra-dia asignado por CICLO (STEP005); ver RUNDATE.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RCT-DATE                PIC 9(8).
           05 FILLER                  PIC X.
           05 RCT-CYCLE               PIC 9(2).
           05 FILLER                  PIC X.
           05 RCT-RUN-TYPE            PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-ACCT-MASTER-STATUS       PIC XX.
       01  WS-ACCT-MOUT-STATUS         PIC XX.
       01  WS-REJECT-STATUS            PIC XX.
       01  WS-CHANGE-LOG-STATUS        PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-TRANS            VALUE "Y".
       01  WS-ACM-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-ACM-LOAD         VALUE "Y".
      * Cuenta en turno, con el layout de ACCT-MASTER-RECORD de
      * dummy.cbl. Un registro anterior al mantenimiento (sin estado)
      * se toma como abierto, en moneda base y sin sobregiro.
       01  WS-ACM-WORK.
           05 WS-ACM-ACCOUNT           PIC X(8).
           05 FILLER                   PIC X.
           05 WS-ACM-BALANCE           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 WS-ACM-LAST-RUN-ID       PIC X(8).
           05 FILLER                   PIC X.
           05 WS-ACM-LAST-CYCLE        PIC 9(2).
           05 FILLER                   PIC X.
           05 WS-ACM-STATUS            PIC X.
              88 WS-ACM-IS-OPEN       VALUE "A".
              88 WS-ACM-IS-FROZEN     VALUE "F".
              88 WS-ACM-IS-CLOSED     VALUE "C".
           05 FILLER                   PIC X.
           05 WS-ACM-OWNER             PIC X(20).
           05 FILLER                   PIC X.
           05 WS-ACM-CURRENCY          PIC X(3).
           05 FILLER                   PIC X.
           05 WS-ACM-OVERDRAFT         PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 WS-ACM-TYPE              PIC X(4).
           05 FILLER                   PIC X.
           05 WS-ACM-ADB-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 WS-ACM-BAL-DAYS          PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
       01  WS-DEFAULT-TYPE             PIC X(4) VALUE "GRAL".
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "MXN".
      * Maestro completo en memoria (mismo limite que la tabla de
      * cuentas de DUMMY); las altas se agregan al final.
       01  WS-ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-IMAGE            PIC X(107)
                                       OCCURS 1000 TIMES
                                       INDEXED BY WS-ACCT-IDX.
       01  WS-ACCT-LOOKUP-IDX          PIC 9(4).
       01  WS-TRANS-CLEAN-SWITCH       PIC X.
           88 TRANS-IS-CLEAN          VALUE "Y".
           88 TRANS-IS-REJECTED       VALUE "N".
       01  WS-REASON-WORK              PIC X(40).
       01  WS-REASON-PTR               PIC 9(2).
       01  WS-TRANS-READ               PIC 9(7) VALUE ZERO.
       01  WS-TRANS-APPLIED            PIC 9(7) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== MANTENIMIENTO DE CUENTAS (MANTCTA) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM LOAD-ACCT-MASTER.
            OPEN INPUT ACCT-TRANS-FILE.
            IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ACCT-TRANS-FILE, status: "
                  WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN OUTPUT REJECT-FILE
              OPEN EXTEND CHANGE-LOG
              IF WS-CHANGE-LOG-STATUS = "35"
                OPEN OUTPUT CHANGE-LOG
              END-IF
              IF WS-REJECT-STATUS NOT = "00"
                 OR WS-CHANGE-LOG-STATUS NOT = "00"
                DISPLAY "No se pudo abrir REJECT-FILE/CHANGE-LOG, "
                    "status: " WS-REJECT-STATUS "/"
                    WS-CHANGE-LOG-STATUS
                    " - no se aplica ninguna transaccion."
                MOVE 16 TO RETURN-CODE
                CLOSE ACCT-TRANS-FILE
                IF WS-REJECT-STATUS = "00"
                  CLOSE REJECT-FILE
                END-IF
                IF WS-CHANGE-LOG-STATUS = "00"
                  CLOSE CHANGE-LOG
                END-IF
              ELSE
                PERFORM UNTIL END-OF-TRANS
                    READ ACCT-TRANS-FILE
                        AT END
                            SET END-OF-TRANS TO TRUE
                        NOT AT END
                            PERFORM EDIT-AND-APPLY-TRANS
                    END-READ
                END-PERFORM
                CLOSE ACCT-TRANS-FILE
                CLOSE REJECT-FILE
                CLOSE CHANGE-LOG
                PERFORM WRITE-ACCT-MASTER
                DISPLAY "Transacciones leidas ....: " WS-TRANS-READ
                DISPLAY "Transacciones aplicadas .: " WS-TRANS-APPLIED
                DISPLAY "Transacciones rechazadas : " WS-TRANS-REJECTED
                DISPLAY "Cuentas en el maestro ...: " WS-ACCT-COUNT
              END-IF
            END-IF.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-TRANS-READ TO WS-STEP-RECORDS.
            MOVE RETURN-CODE TO WS-STEP-RC.
            PERFORM WRITE-STEP-STATUS.
            GOBACK.

      * Registro de estado del paso en el dataset compartido del job;
      * abrir-escribir-cerrar por registro para que el INICIO quede
      * en disco aunque el programa abende un instante despues.
       WRITE-STEP-STATUS.
            OPEN EXTEND JOB-STATUS-FILE.
            IF WS-JOBSTAT-STATUS = "35"
              OPEN OUTPUT JOB-STATUS-FILE
            END-IF.
            IF WS-JOBSTAT-STATUS = "00"
              MOVE SPACES TO JOB-STATUS-RECORD
              MOVE "MANTCTA" TO JST-PROGRAM
              MOVE WS-STEP-EVENT TO JST-EVENT
              MOVE FUNCTION CURRENT-DATE TO JST-TIMESTAMP
              MOVE WS-STEP-RECORDS TO JST-RECORDS
              MOVE WS-STEP-RC TO JST-RC
              MOVE WS-RUN-ID TO CAR-RUN-ID OF JOB-STATUS-RECORD
              MOVE WS-RUN-CYCLE TO CAR-CYCLE OF JOB-STATUS-RECORD
              WRITE JOB-STATUS-RECORD
              CLOSE JOB-STATUS-FILE
            ELSE
              DISPLAY "No se pudo abrir JOB-STATUS-FILE, status: "
                  WS-JOBSTAT-STATUS
            END-IF.

       INIT-RUN-INFO.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-YYYYMMDD.
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-ID.
            PERFORM READ-RUN-CYCLE.

      * Toma el ciclo intra-dia asignado por CICLO en RUNCTLDD; sin
      * archivo o con fecha de otro dia, se asume el ciclo 1.
       READ-RUN-CYCLE.
            MOVE 1 TO WS-RUN-CYCLE.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUN-CONTROL-STATUS = "00"
              READ RUN-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RCT-DATE = WS-RUN-DATE-YYYYMMDD
                        MOVE RCT-CYCLE TO WS-RUN-CYCLE
                        IF RCT-RUN-TYPE NOT = SPACES
                          MOVE RCT-RUN-TYPE TO WS-RUN-TYPE
                        END-IF
                      END-IF
              END-READ
              CLOSE RUN-CONTROL-FILE
            END-IF.

      * Carga el maestro completo; sin maestro (primer dia) se parte
      * de cero y solo quedan las altas de hoy.
       LOAD-ACCT-MASTER.
            OPEN INPUT ACCT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS = "00"
              PERFORM UNTIL END-OF-ACM-LOAD
                  READ ACCT-MASTER-FILE INTO WS-ACM-WORK
                      AT END
                          SET END-OF-ACM-LOAD TO TRUE
                      NOT AT END
                          PERFORM STORE-ACCT-MASTER-ENTRY
                  END-READ
              END-PERFORM
              CLOSE ACCT-MASTER-FILE
              DISPLAY "Cuentas cargadas del maestro: " WS-ACCT-COUNT
            ELSE
              DISPLAY "Sin maestro de cuentas (status "
                  WS-ACCT-MASTER-STATUS "); se parte de cero."
            END-IF.

       STORE-ACCT-MASTER-ENTRY.
            IF WS-ACCT-COUNT >= 1000
              DISPLAY "ERROR: tabla de cuentas llena (1000), "
                  "abortando para no perder la cuenta "
                  WS-ACM-ACCOUNT
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM DEFAULT-LEGACY-FIELDS.
            ADD 1 TO WS-ACCT-COUNT.
            MOVE WS-ACM-WORK TO WS-ACCT-IMAGE(WS-ACCT-COUNT).

      * Registro de antes del mantenimiento de cuentas: sin estado es
      * una cuenta abierta, sin moneda es moneda base, sin sobregiro
      * es cero; sin tipo es GRAL y sin saldo por dias arranca en
      * cero.
       DEFAULT-LEGACY-FIELDS.
            IF WS-ACM-STATUS = SPACE
              MOVE "A" TO WS-ACM-STATUS
            END-IF.
            IF WS-ACM-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-ACM-CURRENCY
            END-IF.
            IF WS-ACM-OVERDRAFT IS NOT NUMERIC
              MOVE ZERO TO WS-ACM-OVERDRAFT
            END-IF.
            IF WS-ACM-TYPE = SPACES
              MOVE WS-DEFAULT-TYPE TO WS-ACM-TYPE
            END-IF.
            IF WS-ACM-ADB-DATE IS NOT NUMERIC
               OR WS-ACM-BAL-DAYS IS NOT NUMERIC
              MOVE ZERO TO WS-ACM-ADB-DATE
              MOVE ZERO TO WS-ACM-BAL-DAYS
            END-IF.

       FIND-ACCT-ENTRY.
            MOVE ZERO TO WS-ACCT-LOOKUP-IDX.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                OR WS-ACCT-LOOKUP-IDX NOT = ZERO
                IF WS-ACCT-IMAGE(WS-ACCT-IDX)(1:8) = CTM-ACCOUNT
                  MOVE WS-ACCT-IDX TO WS-ACCT-LOOKUP-IDX
                END-IF
            END-PERFORM.

      * Valida la transaccion en turno acumulando codigos de razon
      * (varios a la vez, como MANTMAES) y la aplica solo si quedo
      * limpia; un rechazo sale al archivo de rechazos con todos sus
      * codigos para que quien la capturo la corrija y reenvie.
       EDIT-AND-APPLY-TRANS.
            ADD 1 TO WS-TRANS-READ.
            SET TRANS-IS-CLEAN TO TRUE.
            MOVE SPACES TO WS-REASON-WORK.
            MOVE 1 TO WS-REASON-PTR.
            IF NOT CTM-IS-ALTA AND NOT CTM-IS-CAMBIO
               AND NOT CTM-IS-CIERRE
              PERFORM ADD-REASON-E-ACCION
            END-IF.
            IF CTM-ACCOUNT = SPACES
              PERFORM ADD-REASON-E-LLAVE
            END-IF.
            IF CTM-OVERDRAFT NOT = SPACES
               AND CTM-OVERDRAFT IS NOT NUMERIC
              PERFORM ADD-REASON-E-NUM
            END-IF.
            IF CTM-STATUS NOT = SPACE
               AND CTM-STATUS NOT = "A"
               AND CTM-STATUS NOT = "F"
              PERFORM ADD-REASON-E-ESTADO
            END-IF.
            IF TRANS-IS-CLEAN
              PERFORM CHECK-KEY-AGAINST-MASTER
            END-IF.
            IF TRANS-IS-CLEAN
              PERFORM APPLY-TRANSACTION
            ELSE
              PERFORM WRITE-REJECT-RECORD
            END-IF.

      * Un alta con cuenta ya existente es duplicado; un cambio o
      * cierre sin cuenta existente no tiene que actualizar. Una
      * cuenta cerrada ya no se toca, y solo se cierra una cuenta en
      * saldo cero (el saldo se traspasa antes con una "T").
       CHECK-KEY-AGAINST-MASTER.
            PERFORM FIND-ACCT-ENTRY.
            IF WS-ACCT-LOOKUP-IDX NOT = ZERO
              MOVE WS-ACCT-IMAGE(WS-ACCT-LOOKUP-IDX) TO WS-ACM-WORK
            END-IF.
            IF CTM-IS-ALTA AND WS-ACCT-LOOKUP-IDX NOT = ZERO
              PERFORM ADD-REASON-E-DUP
            END-IF.
            IF (CTM-IS-CAMBIO OR CTM-IS-CIERRE)
               AND WS-ACCT-LOOKUP-IDX = ZERO
              PERFORM ADD-REASON-E-NOKEY
            END-IF.
            IF (CTM-IS-CAMBIO OR CTM-IS-CIERRE)
               AND WS-ACCT-LOOKUP-IDX NOT = ZERO
              IF WS-ACM-IS-CLOSED
                PERFORM ADD-REASON-E-CERRADA
              ELSE
                IF CTM-IS-CIERRE AND WS-ACM-BALANCE NOT = ZERO
                  PERFORM ADD-REASON-E-SALDO
                END-IF
              END-IF
            END-IF.

      * Alta con saldo en cero y sin corrida posteada; cambio solo de
      * los campos capturados; cierre = estado "C", el registro y su
      * historia se conservan.
       APPLY-TRANSACTION.
            EVALUATE TRUE
              WHEN CTM-IS-ALTA
                IF WS-ACCT-COUNT >= 1000
                  DISPLAY "ERROR: tabla de cuentas llena (1000), "
                      "abortando para no perder el alta de "
                      CTM-ACCOUNT
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF
                MOVE SPACES TO WS-ACM-WORK
                MOVE CTM-ACCOUNT TO WS-ACM-ACCOUNT
                MOVE ZERO TO WS-ACM-BALANCE
                MOVE ZERO TO WS-ACM-LAST-CYCLE
                MOVE CTM-OWNER TO WS-ACM-OWNER
                MOVE CTM-CURRENCY TO WS-ACM-CURRENCY
                IF CTM-OVERDRAFT = SPACES
                  MOVE ZERO TO WS-ACM-OVERDRAFT
                ELSE
                  MOVE CTM-OVERDRAFT-AMT TO WS-ACM-OVERDRAFT
                END-IF
                MOVE CTM-STATUS TO WS-ACM-STATUS
                MOVE CTM-TYPE TO WS-ACM-TYPE
                MOVE ZERO TO WS-ACM-ADB-DATE
                MOVE ZERO TO WS-ACM-BAL-DAYS
                PERFORM DEFAULT-LEGACY-FIELDS
                ADD 1 TO WS-ACCT-COUNT
                MOVE WS-ACCT-COUNT TO WS-ACCT-LOOKUP-IDX
              WHEN CTM-IS-CAMBIO
                IF CTM-OWNER NOT = SPACES
                  MOVE CTM-OWNER TO WS-ACM-OWNER
                END-IF
                IF CTM-CURRENCY NOT = SPACES
                  MOVE CTM-CURRENCY TO WS-ACM-CURRENCY
                END-IF
                IF CTM-OVERDRAFT NOT = SPACES
                  MOVE CTM-OVERDRAFT-AMT TO WS-ACM-OVERDRAFT
                END-IF
                IF CTM-STATUS NOT = SPACE
                  MOVE CTM-STATUS TO WS-ACM-STATUS
                END-IF
                IF CTM-TYPE NOT = SPACES
                  MOVE CTM-TYPE TO WS-ACM-TYPE
                END-IF
              WHEN CTM-IS-CIERRE
                MOVE "C" TO WS-ACM-STATUS
            END-EVALUATE.
            MOVE WS-ACM-WORK TO WS-ACCT-IMAGE(WS-ACCT-LOOKUP-IDX).
            ADD 1 TO WS-TRANS-APPLIED.
            PERFORM WRITE-CHANGE-LOG-RECORD.

      * Regraba el maestro completo, con las altas al final. El JCL
      * lo promueve sobre ACCTMAST solo con RC=0.
       WRITE-ACCT-MASTER.
            OPEN OUTPUT ACCT-MASTER-OUT.
            IF WS-ACCT-MOUT-STATUS = "00"
              PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                      UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  MOVE WS-ACCT-IMAGE(WS-ACCT-IDX) TO
                      ACCT-MASTER-OUT-RECORD
                  WRITE ACCT-MASTER-OUT-RECORD
              END-PERFORM
              CLOSE ACCT-MASTER-OUT
            ELSE
              DISPLAY "No se pudo abrir ACCT-MASTER-OUT, status: "
                  WS-ACCT-MOUT-STATUS
              MOVE 16 TO RETURN-CODE
            END-IF.

       WRITE-REJECT-RECORD.
            ADD 1 TO WS-TRANS-REJECTED.
            MOVE SPACES TO REJECT-RECORD.
            MOVE CTM-ACTION TO REJ-ACTION.
            MOVE CTM-ACCOUNT TO REJ-ACCOUNT.
            MOVE WS-REASON-WORK TO REJ-REASONS.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF REJECT-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF REJECT-RECORD.
            WRITE REJECT-RECORD.
            DISPLAY "Rechazada " CTM-ACTION " " CTM-ACCOUNT " "
                WS-REASON-WORK.

       WRITE-CHANGE-LOG-RECORD.
            MOVE SPACES TO CHANGE-LOG-RECORD.
            MOVE CTM-ACTION TO CCH-ACTION.
            MOVE CTM-ACCOUNT TO CCH-ACCOUNT.
            MOVE CTM-OWNER TO CCH-OWNER.
            MOVE CTM-CURRENCY TO CCH-CURRENCY.
            MOVE CTM-OVERDRAFT TO CCH-OVERDRAFT.
            MOVE WS-ACM-STATUS TO CCH-STATUS.
            MOVE WS-ACM-TYPE TO CCH-TYPE.
            MOVE FUNCTION CURRENT-DATE TO CCH-TIMESTAMP.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF CHANGE-LOG-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CHANGE-LOG-RECORD.
            WRITE CHANGE-LOG-RECORD.

       ADD-REASON-E-ACCION.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-ACCION " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-LLAVE.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-LLAVE " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-NUM.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-NUM " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-ESTADO.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-ESTADO " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-DUP.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-DUP " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-NOKEY.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-NOKEY " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-CERRADA.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-CERRADA " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-SALDO.
            SET TRANS-IS-REJECTED TO TRUE.
            STRING "E-SALDO " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.
       END PROGRAM MANTCTA.
