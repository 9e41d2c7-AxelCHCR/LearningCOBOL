           SELECT ACCT-MASTER-OUT ASSIGN TO ACMOUTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MOUT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSPENSE-OUT ASSIGN TO SUSOUTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OUT-STATUS.
           SELECT SUSP-CORRECTION-FILE ASSIGN TO SUSCORDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-COR-STATUS.
           SELECT SUSP-REVIEW-FILE ASSIGN TO SUSREVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-REV-STATUS.
           SELECT ACCT-HISTORY-FILE ASSIGN TO ACHDIADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HIST-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ACCRUAL-REGISTER ASSIGN TO DEVREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * La transferencia ("T") mueve num1 de TRANS-ACCOUNT a
           05 num1                    PIC S9(9)V99 COMP-3.
           05 num2                    PIC S9(9)V99 COMP-3.
           05 TRANS-ACCOUNT-2         PIC X(8).
      * Abono o cargo marcado como generado por el sistema (devengo
      * de fin de mes de INTERES). La marca sola no vale: el registro
      * se coteja contra el registro de devengos ACCRREG y solo un
      * devengo confirmado entra aunque rebase el limite de
      * sobregiro; cualquier otro se rechaza como DEVENGO INVALIDO.
              88 TRANS-IS-SYSTEM      VALUE "*DEVENGO".
      * RES-VALUE es el importe ya convertido a moneda base (el que
      * suma el total de control); RES-ORIG-VALUE y RES-CURRENCY
      * conservan el importe y la moneda originales del insumo.
      * concilien posiciones acumuladas y no solo deltas del dia.
      * ACM-LAST-RUN-ID/CYCLE son la guarda anti doble posteo: si el
      * maestro ya trae la corrida de hoy, un rerun no postea.
      * Estado, titular, moneda y limite de sobregiro los mantiene
      * MANTCTA; solo se postea a cuentas dadas de alta ahi. Un
      * registro anterior al mantenimiento (sin estado) se toma como
      * abierto, en moneda base y sin sobregiro.
      * ACM-TYPE (tipo de cuenta, lo mantiene MANTCTA) elige la tasa
      * del devengo de fin de mes. ACM-BAL-DAYS acumula saldo por
      * dias del mes en curso hasta ACM-ADB-DATE (la ultima corrida
      * que lo actualizo): es la base del saldo promedio diario que
      * usa INTERES.
       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
           05 ACM-ACCOUNT             PIC X(8).
           05 ACM-LAST-RUN-ID         PIC X(8).
           05 FILLER                  PIC X.
           05 ACM-LAST-CYCLE          PIC 9(2).
           05 FILLER                  PIC X.
           05 ACM-STATUS              PIC X.
           05 FILLER                  PIC X.
           05 ACM-OWNER               PIC X(20).
           05 FILLER                  PIC X.
           05 ACM-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 ACM-OVERDRAFT           PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 ACM-TYPE                PIC X(4).
           05 FILLER                  PIC X.
           05 ACM-ADB-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 ACM-BAL-DAYS            PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
      * Mismo layout; el regrabado (ACCTNEW) lo promueve el JCL solo
      * con RC=0, como los maestros del pipeline de ordenes.
       FD  ACCT-MASTER-OUT.
           05 ACMO-LAST-RUN-ID        PIC X(8).
           05 FILLER                  PIC X.
           05 ACMO-LAST-CYCLE         PIC 9(2).
           05 FILLER                  PIC X.
           05 ACMO-STATUS             PIC X.
           05 FILLER                  PIC X.
           05 ACMO-OWNER              PIC X(20).
           05 FILLER                  PIC X.
           05 ACMO-CURRENCY           PIC X(3).
           05 FILLER                  PIC X.
           05 ACMO-OVERDRAFT          PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 ACMO-TYPE               PIC X(4).
           05 FILLER                  PIC X.
           05 ACMO-ADB-DATE           PIC 9(8).
           05 FILLER                  PIC X.
           05 ACMO-BAL-DAYS           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
      * Resumen por cuenta: movimiento neto del lote y saldo final
      * acarreado (saldo de apertura del maestro mas el neto), para
      * que cada departamento concilie su propia actividad en lugar
           05 FX-DATE                 PIC 9(8).
           05 FILLER                  PIC X.
           05 FX-RATE                 PIC 9(3)V9(6).
      * Transacciones en suspenso: las que fallaron (sin tipo de
      * cambio, error de rango, destino o codigo invalido) en el
      * layout original de TRANS-RECORD, con la razon de la ultima
      * falla, la fecha de la primera y su identificador (corrida,
      * ciclo y consecutivo de la primera falla), que es la llave con
      * la que finanzas las corrige. Se re-presentan solas en la
      * siguiente corrida; lo que sigue fallando se regraba a
      * SUSOUTDD (SUSPNEW), que el JCL promueve solo con RC=0.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUS-TRANS-DATA.
              10 SUS-OP-CODE          PIC X.
              10 SUS-ACCOUNT          PIC X(8).
              10 SUS-CURRENCY         PIC X(3).
              10 SUS-NUM1             PIC S9(9)V99 COMP-3.
              10 SUS-NUM2             PIC S9(9)V99 COMP-3.
              10 SUS-ACCOUNT-2        PIC X(8).
           05 FILLER                  PIC X.
           05 SUS-REASON              PIC X(20).
           05 FILLER                  PIC X.
           05 SUS-FIRST-DATE          PIC 9(8).
           05 FILLER                  PIC X.
           05 SUS-ID.
              10 SUS-ID-RUN           PIC X(8).
              10 SUS-ID-CYCLE         PIC 9(2).
              10 SUS-ID-SEQ           PIC 9(5).
           05 FILLER                  PIC X.
           05 SUS-RETRIES             PIC 9(3).
           COPY AUDITTRL.
       FD  SUSPENSE-OUT.
       01  SUSPENSE-OUT-RECORD.
           05 SUSO-TRANS-DATA         PIC X(32).
           05 FILLER                  PIC X.
           05 SUSO-REASON             PIC X(20).
           05 FILLER                  PIC X.
           05 SUSO-FIRST-DATE         PIC 9(8).
           05 FILLER                  PIC X.
           05 SUSO-ID                 PIC X(15).
           05 FILLER                  PIC X.
           05 SUSO-RETRIES            PIC 9(3).
           COPY AUDITTRL.
      * Correcciones de finanzas a un pendiente antes del reintento:
      * cuenta, moneda y/o cuenta destino nuevas (en blanco = sin
      * cambio). Se aplican una vez; el JCL retira el archivo junto
      * con TRANS.
       FD  SUSP-CORRECTION-FILE.
       01  SUSP-CORRECTION-RECORD.
           05 COR-SUSP-ID             PIC X(15).
           05 FILLER                  PIC X.
           05 COR-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 COR-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 COR-ACCOUNT-2           PIC X(8).
      * Lista acumulada para el supervisor: pendientes que siguen sin
      * postearse despues de los dias de gracia (PARM). Salen del
      * suspenso y ya no se reintentan solos.
       FD  SUSP-REVIEW-FILE.
       01  SUSP-REVIEW-RECORD.
           05 SRV-SUSP-ID             PIC X(15).
           05 FILLER                  PIC X.
           05 SRV-OP-CODE             PIC X.
           05 FILLER                  PIC X.
           05 SRV-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 SRV-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 SRV-NUM1                PIC -9(9).99.
           05 FILLER                  PIC X.
           05 SRV-NUM2                PIC -9(9).99.
           05 FILLER                  PIC X.
           05 SRV-ACCOUNT-2           PIC X(8).
           05 FILLER                  PIC X.
           05 SRV-REASON              PIC X(20).
           05 FILLER                  PIC X.
           05 SRV-FIRST-DATE          PIC 9(8).
           05 FILLER                  PIC X.
           05 SRV-DAYS                PIC 9(5).
           05 FILLER                  PIC X.
           05 SRV-RETRIES             PIC 9(3).
           COPY AUDITTRL.
      * Historia de movimientos por cuenta: un renglon por cada
      * registro posteado (la transferencia deja dos, cargo en el
      * origen y abono en el destino, cada uno con la otra cuenta
      * como contrapartida), con importe y moneda originales,
      * importe en moneda base y el saldo de la cuenta despues del
      * movimiento. Sale al archivo del dia (ACHDIADD) y el JCL lo
      * agrega a la historia acumulada solo con RC=0, junto con la
      * promocion del maestro. AHS-SEQ ordena los renglones de la
      * corrida; la fecha es el run-id del trailer.
       FD  ACCT-HISTORY-FILE.
       01  ACCT-HISTORY-RECORD.
           05 AHS-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 AHS-SEQ                 PIC 9(5).
           05 FILLER                  PIC X.
           05 AHS-OP-CODE             PIC X.
           05 FILLER                  PIC X.
           05 AHS-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 AHS-ORIG-AMOUNT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 AHS-BASE-AMOUNT         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 AHS-COUNTER-ACCT        PIC X(8).
           05 FILLER                  PIC X.
           05 AHS-BALANCE             PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           COPY AUDITTRL.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.
           COPY AUDITTRL.
      * Registro acumulado de devengos que graba INTERES; mismo
      * layout que ACCRUAL-REGISTER-RECORD en interes.cbl.
       FD  ACCRUAL-REGISTER.
       01  ACCRUAL-REGISTER-RECORD.
           05 REG-MONTH               PIC 9(6).
           05 FILLER                  PIC X.
           05 REG-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 REG-TYPE                PIC X(4).
           05 FILLER                  PIC X.
           05 REG-DAYS                PIC 9(2).
           05 FILLER                  PIC X.
           05 REG-ADB                 PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 REG-INTEREST            PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 REG-OD-CHARGE           PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 REG-FEE                 PIC 9(5)V99.
           COPY AUDITTRL.
      * Ciclo intra-dia asignado por CICLO (STEP005); ver RUNDATE.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
      * Acumuladores por cuenta: saldo de apertura cargado del
      * maestro, movimiento neto del lote, y la ultima corrida
      * posteada que trae el maestro (se conserva para las cuentas
      * sin actividad hoy), mas los datos de mantenimiento que se
      * validan en cada posteo y se regraban intactos.
       01  WS-ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-ACCT-IDX.
              10 WS-ACCT-OPEN          PIC S9(11)V99 COMP-3.
              10 WS-ACCT-LAST-RUN      PIC X(8).
              10 WS-ACCT-LAST-CYC      PIC 9(2).
              10 WS-ACCT-STATE         PIC X.
                 88 WS-ACCT-IS-OPEN   VALUE "A".
                 88 WS-ACCT-IS-FROZEN VALUE "F".
                 88 WS-ACCT-IS-CLOSED VALUE "C".
              10 WS-ACCT-OWNER         PIC X(20).
              10 WS-ACCT-CURRENCY      PIC X(3).
              10 WS-ACCT-OVERDRAFT     PIC 9(9)V99.
              10 WS-ACCT-TYPE          PIC X(4).
              10 WS-ACCT-BAL-DAYS      PIC S9(15)V99 COMP-3.
       01  WS-ACCT-LOOKUP-IDX          PIC 9(4).
       01  WS-ACCT-MASTER-STATUS       PIC XX.
       01  WS-ACCT-MOUT-STATUS         PIC XX.
       01  WS-TALLY-AMOUNT             PIC S9(11)V99 COMP-3.
       01  WS-XFER-BASE                PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
      * Validacion de la cuenta del posteo: saldo que quedaria contra
      * el limite de sobregiro.
       01  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-POST-NEW-BALANCE         PIC S9(11)V99 COMP-3.
      * Devengos de ACCRREG del mes de la corrida y del anterior (el
      * devengo de fin de mes se postea en la corrida siguiente, que
      * puede caer ya en el mes nuevo). Cada renglon confirma un solo
      * abono de interes y un solo cargo de sobregiro, y solo si la
      * cuenta no ha posteado despues de la corrida que lo devengo:
      * un devengo ya posteado no se puede volver a presentar.
       01  WS-ACCR-STATUS              PIC XX.
       01  WS-ACCR-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-ACCR-LOAD        VALUE "Y".
       01  WS-ACCR-MONTH-CUR           PIC 9(6).
       01  WS-ACCR-MONTH-PREV          PIC 9(6).
       01  WS-ACCR-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ACCR-TABLE.
           05 WS-ACCR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ACCR-IDX.
              10 WS-ACCR-ACCOUNT       PIC X(8).
              10 WS-ACCR-RUN           PIC X(8).
              10 WS-ACCR-CYC           PIC 9(2).
              10 WS-ACCR-INTEREST      PIC 9(9)V99.
              10 WS-ACCR-CHARGE        PIC 9(9)V99.
              10 WS-ACCR-INT-USED      PIC X.
              10 WS-ACCR-CHG-USED      PIC X.
       01  WS-ACCR-LOOKUP-IDX          PIC 9(4).
       01  WS-ACCR-MATCH-SW            PIC X VALUE "N".
           88 ACCRUAL-CONFIRMED       VALUE "Y".
      * Saldo por dias: primer dia del mes de la corrida y dias que
      * el saldo de apertura estuvo vigente desde la ultima corrida.
       01  WS-MONTH-FIRST              PIC 9(8).
       01  WS-BAL-DAYS-ELAPSED         PIC S9(5).
      * Historia de movimientos: renglon en turno y contadores.
       01  WS-ACCT-HIST-STATUS         PIC XX.
       01  WS-HIST-SEQ                 PIC 9(5) VALUE ZERO.
       01  WS-HIST-ORIG-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-HIST-BASE-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-HIST-COUNTER-ACCT        PIC X(8).
      * Suspenso: dias de gracia antes de mandar un pendiente al
      * supervisor (PARM, default 5), correcciones de finanzas y
      * contadores del reciclado.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-SUSP-OUT-STATUS          PIC XX.
       01  WS-SUSP-COR-STATUS          PIC XX.
       01  WS-SUSP-REV-STATUS          PIC XX.
       01  WS-PARM                     PIC X(40).
       01  WS-SUSP-MAX-DAYS            PIC 9(3) VALUE 5.
       01  WS-SUSP-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-SUSPENSE         VALUE "Y".
       01  WS-COR-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-CORRECTIONS      VALUE "Y".
       01  WS-RECYCLE-SWITCH           PIC X VALUE "N".
           88 RECYCLING-SUSPENSE      VALUE "Y".
       01  WS-SUSP-REV-OPEN-SW         PIC X VALUE "N".
           88 SUSP-REVIEW-OPEN        VALUE "Y".
       01  WS-SUSP-SEQ                 PIC 9(5) VALUE ZERO.
       01  WS-SUSP-DAYS                PIC S9(5) VALUE ZERO.
       01  WS-SUSP-NEW                 PIC 9(7) VALUE ZERO.
       01  WS-SUSP-RECYCLED            PIC 9(7) VALUE ZERO.
       01  WS-SUSP-POSTED              PIC 9(7) VALUE ZERO.
       01  WS-SUSP-KEPT                PIC 9(7) VALUE ZERO.
       01  WS-SUSP-TO-REVIEW           PIC 9(7) VALUE ZERO.
       01  WS-SUSP-CORRECTED           PIC 9(7) VALUE ZERO.
       01  WS-COR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-COR-TABLE.
           05 WS-COR-ENTRY OCCURS 500 TIMES INDEXED BY WS-COR-IDX.
              10 WS-COR-SUSP-ID        PIC X(15).
              10 WS-COR-ACCOUNT        PIC X(8).
              10 WS-COR-CURRENCY       PIC X(3).
              10 WS-COR-ACCOUNT-2      PIC X(8).
              10 WS-COR-USED           PIC X.
       01  WS-COR-LOOKUP-IDX           PIC 9(3).
       01  WS-COR-UNUSED               PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Esta es una pequenna calculadora.".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM READ-SUSPENSE-PARM.
            PERFORM LOAD-FX-RATES.
            PERFORM LOAD-ACCT-MASTER.
            PERFORM LOAD-ACCRUAL-REGISTER.
            PERFORM LOAD-SUSP-CORRECTIONS.
      * Guarda anti doble posteo: si el maestro ya trae la corrida
      * de hoy (mismo run-id y ciclo), un rerun del paso posteria
      * todo dos veces; se termina con RC=8 sin tocar nada para que
                  WS-TRANS-STATUS
            ELSE
              OPEN OUTPUT RESULT-FILE
              OPEN OUTPUT SUSPENSE-OUT
              IF WS-SUSP-OUT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir SUSPENSE-OUT, status: "
                    WS-SUSP-OUT-STATUS
                    " - sin suspenso no se postea nada."
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              OPEN OUTPUT ACCT-HISTORY-FILE
              IF WS-ACCT-HIST-STATUS NOT = "00"
                DISPLAY "No se pudo abrir ACCT-HISTORY-FILE, status: "
                    WS-ACCT-HIST-STATUS
                    " - sin historia no se postea nada."
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              PERFORM UNTIL END-OF-TRANS
                  READ TRANS-FILE
                      AT END
                          PERFORM PROCESS-TRANS-RECORD
                  END-READ
              END-PERFORM
              PERFORM RECYCLE-SUSPENSE
              CLOSE TRANS-FILE
              CLOSE SUSPENSE-OUT
              CLOSE ACCT-HISTORY-FILE
              IF SUSP-REVIEW-OPEN
                CLOSE SUSP-REVIEW-FILE
              END-IF
              PERFORM WRITE-RESULT-TRAILER
              CLOSE RESULT-FILE
              PERFORM WRITE-ACCT-SUMMARIES
            IF RES-STATUS = "OK"
              PERFORM CONVERT-TO-BASE
            END-IF.
            IF RES-STATUS = "OK"
              PERFORM CHECK-POSTING-ACCOUNTS
            END-IF.
      * Una transferencia buena guarda el importe convertido para
      * acumularlo en ambas cuentas, pero su RES-VALUE sale en cero:
      * el traspaso es neto cero para el total de control (y para el
              MOVE RES-VALUE TO WS-TALLY-AMOUNT
              PERFORM TALLY-ACCOUNT
            END-IF.
            IF RES-STATUS = "OK"
              PERFORM WRITE-ACCT-HISTORY
            ELSE
              PERFORM SUSPEND-FAILED-TRANS
            END-IF.

      * Renglon de historia del movimiento ya acumulado: el saldo es
      * el de apertura mas el neto acumulado hasta este registro. La
      * transferencia deja el cargo en el origen (importes en
      * negativo) y el abono en el destino; el devengo de fin de mes
      * lleva su marca como contrapartida.
       WRITE-ACCT-HISTORY.
            IF OP-IS-TRANSFERENCIA
              MOVE TRANS-ACCOUNT TO WS-TALLY-ACCOUNT
              COMPUTE WS-HIST-ORIG-AMOUNT = ZERO - RES-ORIG-VALUE
              COMPUTE WS-HIST-BASE-AMOUNT = ZERO - WS-XFER-BASE
              MOVE TRANS-ACCOUNT-2 TO WS-HIST-COUNTER-ACCT
              PERFORM WRITE-ONE-HISTORY
              MOVE TRANS-ACCOUNT-2 TO WS-TALLY-ACCOUNT
              MOVE RES-ORIG-VALUE TO WS-HIST-ORIG-AMOUNT
              MOVE WS-XFER-BASE TO WS-HIST-BASE-AMOUNT
              MOVE TRANS-ACCOUNT TO WS-HIST-COUNTER-ACCT
              PERFORM WRITE-ONE-HISTORY
            ELSE
              MOVE TRANS-ACCOUNT TO WS-TALLY-ACCOUNT
              MOVE RES-ORIG-VALUE TO WS-HIST-ORIG-AMOUNT
              MOVE RES-VALUE TO WS-HIST-BASE-AMOUNT
              MOVE SPACES TO WS-HIST-COUNTER-ACCT
              IF TRANS-IS-SYSTEM
                MOVE TRANS-ACCOUNT-2 TO WS-HIST-COUNTER-ACCT
              END-IF
              PERFORM WRITE-ONE-HISTORY
            END-IF.

       WRITE-ONE-HISTORY.
            PERFORM FIND-ACCT-ENTRY.
            ADD 1 TO WS-HIST-SEQ.
            MOVE SPACES TO ACCT-HISTORY-RECORD.
            MOVE WS-TALLY-ACCOUNT TO AHS-ACCOUNT.
            MOVE WS-HIST-SEQ TO AHS-SEQ.
            MOVE TRANS-OP-CODE TO AHS-OP-CODE.
            IF TRANS-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO AHS-CURRENCY
            ELSE
              MOVE TRANS-CURRENCY TO AHS-CURRENCY
            END-IF.
            MOVE WS-HIST-ORIG-AMOUNT TO AHS-ORIG-AMOUNT.
            MOVE WS-HIST-BASE-AMOUNT TO AHS-BASE-AMOUNT.
            MOVE WS-HIST-COUNTER-ACCT TO AHS-COUNTER-ACCT.
            COMPUTE AHS-BALANCE = WS-ACCT-OPEN(WS-ACCT-LOOKUP-IDX)
                + WS-ACCT-NET(WS-ACCT-LOOKUP-IDX).
            MOVE WS-RUN-ID TO CAR-RUN-ID OF ACCT-HISTORY-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF ACCT-HISTORY-RECORD.
            WRITE ACCT-HISTORY-RECORD.

      * Solo se postea a cuentas del maestro abiertas: una cuenta
      * desconocida, congelada o cerrada (en la transferencia,
      * cualquiera de las dos) rechaza el registro con su propio
      * RES-STATUS. Un cargo que dejaria la cuenta por debajo de su
      * limite de sobregiro tambien se rechaza (salvo un devengo
      * confirmado contra ACCRREG); un abono siempre entra aunque la
      * cuenta ya este sobregirada. Rechazado, el registro no aporta
      * al total y va al suspenso.
       CHECK-POSTING-ACCOUNTS.
            MOVE "N" TO WS-ACCR-MATCH-SW.
            MOVE TRANS-ACCOUNT TO WS-TALLY-ACCOUNT.
            PERFORM CHECK-ACCOUNT-STATUS.
            IF RES-STATUS = "OK" AND OP-IS-TRANSFERENCIA
              MOVE TRANS-ACCOUNT-2 TO WS-TALLY-ACCOUNT
              PERFORM CHECK-ACCOUNT-STATUS
            END-IF.
            IF RES-STATUS = "OK" AND TRANS-IS-SYSTEM
               AND NOT OP-IS-TRANSFERENCIA
              PERFORM CONFIRM-ACCRUAL-POSTING
            END-IF.
            IF RES-STATUS = "OK"
              MOVE TRANS-ACCOUNT TO WS-TALLY-ACCOUNT
              PERFORM FIND-ACCT-ENTRY
              IF OP-IS-TRANSFERENCIA
                COMPUTE WS-POST-AMOUNT = ZERO - RES-VALUE
              ELSE
                MOVE RES-VALUE TO WS-POST-AMOUNT
              END-IF
              COMPUTE WS-POST-NEW-BALANCE =
                  WS-ACCT-OPEN(WS-ACCT-LOOKUP-IDX)
                  + WS-ACCT-NET(WS-ACCT-LOOKUP-IDX)
                  + WS-POST-AMOUNT
              IF WS-POST-AMOUNT < ZERO
                 AND NOT ACCRUAL-CONFIRMED
                 AND WS-POST-NEW-BALANCE <
                     ZERO - WS-ACCT-OVERDRAFT(WS-ACCT-LOOKUP-IDX)
                DISPLAY "Sobregiro: la cuenta " TRANS-ACCOUNT
                    " quedaria en " WS-POST-NEW-BALANCE
                MOVE ZERO TO RES-VALUE
                MOVE "EXCEDE SOBREGIRO" TO RES-STATUS
              END-IF
            END-IF.

      * Un registro con la marca *DEVENGO solo se acepta si es el
      * abono de interes ("A") o el cargo de sobregiro mas comision
      * ("S") que INTERES devengo a esa cuenta: mismo importe, en
      * moneda base, num2 en cero, renglon aun no usado en la corrida
      * y devengado en o despues de la ultima corrida que posteo a la
      * cuenta. Cualquier otro uso de la marca se rechaza.
       CONFIRM-ACCRUAL-POSTING.
            MOVE ZERO TO WS-ACCR-LOOKUP-IDX.
            IF (OP-IS-SUMA OR OP-IS-RESTA)
               AND TRANS-CURRENCY = SPACES
               AND num2 = ZERO
              PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
                      UNTIL WS-ACCR-IDX > WS-ACCR-COUNT
                         OR WS-ACCR-LOOKUP-IDX NOT = ZERO
                  IF WS-ACCR-ACCOUNT(WS-ACCR-IDX) = TRANS-ACCOUNT
                     AND (WS-ACCR-RUN(WS-ACCR-IDX) >
                          WS-ACCT-LAST-RUN(WS-ACCT-LOOKUP-IDX)
                      OR (WS-ACCR-RUN(WS-ACCR-IDX) =
                          WS-ACCT-LAST-RUN(WS-ACCT-LOOKUP-IDX)
                      AND WS-ACCR-CYC(WS-ACCR-IDX) >=
                          WS-ACCT-LAST-CYC(WS-ACCT-LOOKUP-IDX)))
                    IF OP-IS-SUMA
                       AND WS-ACCR-INT-USED(WS-ACCR-IDX) = "N"
                       AND WS-ACCR-INTEREST(WS-ACCR-IDX) = num1
                      SET WS-ACCR-LOOKUP-IDX TO WS-ACCR-IDX
                      MOVE "Y" TO WS-ACCR-INT-USED(WS-ACCR-IDX)
                    END-IF
                    IF OP-IS-RESTA
                       AND WS-ACCR-CHG-USED(WS-ACCR-IDX) = "N"
                       AND WS-ACCR-CHARGE(WS-ACCR-IDX) = num1
                      SET WS-ACCR-LOOKUP-IDX TO WS-ACCR-IDX
                      MOVE "Y" TO WS-ACCR-CHG-USED(WS-ACCR-IDX)
                    END-IF
                  END-IF
              END-PERFORM
            END-IF.
            IF WS-ACCR-LOOKUP-IDX = ZERO
              DISPLAY "Devengo no confirmado en ACCRREG: cuenta "
                  TRANS-ACCOUNT " operacion " TRANS-OP-CODE
              MOVE ZERO TO RES-VALUE
              MOVE "DEVENGO INVALIDO" TO RES-STATUS
            ELSE
              SET ACCRUAL-CONFIRMED TO TRUE
            END-IF.

       CHECK-ACCOUNT-STATUS.
            PERFORM FIND-ACCT-ENTRY.
            EVALUATE TRUE
              WHEN WS-ACCT-LOOKUP-IDX = ZERO
                DISPLAY "Cuenta inexistente: " WS-TALLY-ACCOUNT
                MOVE ZERO TO RES-VALUE
                MOVE "CUENTA INEXISTENTE" TO RES-STATUS
              WHEN WS-ACCT-IS-FROZEN(WS-ACCT-LOOKUP-IDX)
                DISPLAY "Cuenta congelada: " WS-TALLY-ACCOUNT
                MOVE ZERO TO RES-VALUE
                MOVE "CUENTA CONGELADA" TO RES-STATUS
              WHEN WS-ACCT-IS-CLOSED(WS-ACCT-LOOKUP-IDX)
                DISPLAY "Cuenta cerrada: " WS-TALLY-ACCOUNT
                MOVE ZERO TO RES-VALUE
                MOVE "CUENTA CERRADA" TO RES-STATUS
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * Convierte el resultado a moneda base antes de sumarlo al
      * total de control. Sin tipo de cambio para la fecha de
                  " - solo moneda base sera procesable."
            END-IF.

      * Carga los devengos de ACCRREG del mes de la corrida y del
      * anterior. Sin registro (status 35, aun no hay devengos) la
      * tabla queda vacia y ningun registro *DEVENGO se confirma.
       LOAD-ACCRUAL-REGISTER.
            MOVE WS-RUN-ID(1:6) TO WS-ACCR-MONTH-CUR.
            IF WS-RUN-DATE-MM = 1
              COMPUTE WS-ACCR-MONTH-PREV =
                  (WS-RUN-DATE-YYYY - 1) * 100 + 12
            ELSE
              COMPUTE WS-ACCR-MONTH-PREV = WS-ACCR-MONTH-CUR - 1
            END-IF.
            OPEN INPUT ACCRUAL-REGISTER.
            IF WS-ACCR-STATUS = "00"
              PERFORM UNTIL END-OF-ACCR-LOAD
                  READ ACCRUAL-REGISTER
                      AT END
                          SET END-OF-ACCR-LOAD TO TRUE
                      NOT AT END
                          IF REG-MONTH = WS-ACCR-MONTH-CUR
                             OR REG-MONTH = WS-ACCR-MONTH-PREV
                            PERFORM STORE-ACCRUAL-ENTRY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCRUAL-REGISTER
              DISPLAY "Devengos cargados de ACCRREG: " WS-ACCR-COUNT
            ELSE
              DISPLAY "Sin registro de devengos (status "
                  WS-ACCR-STATUS "); ningun *DEVENGO se confirma."
            END-IF.

       STORE-ACCRUAL-ENTRY.
            IF WS-ACCR-COUNT >= 2000
              DISPLAY "ERROR: tabla de devengos llena (2000), "
                  "abortando para no rechazar el devengo de "
                  REG-ACCOUNT
              CLOSE ACCRUAL-REGISTER
              MOVE 16 TO RETURN-CODE
              MOVE "FIN" TO WS-STEP-EVENT
              MOVE ZERO TO WS-STEP-RECORDS
              MOVE RETURN-CODE TO WS-STEP-RC
              PERFORM WRITE-STEP-STATUS
              GOBACK
            END-IF.
            ADD 1 TO WS-ACCR-COUNT.
            MOVE REG-ACCOUNT TO WS-ACCR-ACCOUNT(WS-ACCR-COUNT).
            MOVE CAR-RUN-ID OF ACCRUAL-REGISTER-RECORD TO
                WS-ACCR-RUN(WS-ACCR-COUNT).
            MOVE CAR-CYCLE OF ACCRUAL-REGISTER-RECORD TO
                WS-ACCR-CYC(WS-ACCR-COUNT).
            MOVE REG-INTEREST TO WS-ACCR-INTEREST(WS-ACCR-COUNT).
            COMPUTE WS-ACCR-CHARGE(WS-ACCR-COUNT) =
                REG-OD-CHARGE + REG-FEE.
            MOVE "N" TO WS-ACCR-INT-USED(WS-ACCR-COUNT).
            MOVE "N" TO WS-ACCR-CHG-USED(WS-ACCR-COUNT).

      * Carga el maestro de cuentas: los saldos de apertura del dia y
      * la ultima corrida posteada por cuenta. Una cuenta del maestro
      * entra a la tabla aunque hoy no tenga actividad, para que su
      * saldo se acarree intacto al regrabar. Sin maestro no hay
      * cuentas dadas de alta y todo posteo va al suspenso.
       LOAD-ACCT-MASTER.
            OPEN INPUT ACCT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS = "00"
            ELSE
              DISPLAY "Sin maestro de cuentas (status "
                  WS-ACCT-MASTER-STATUS
                  "); ninguna cuenta acepta posteos."
            END-IF.

       STORE-ACCT-MASTER-ENTRY.
            ELSE
              MOVE ZERO TO WS-ACCT-LAST-CYC(WS-ACCT-COUNT)
            END-IF.
            IF ACM-STATUS = SPACE
              MOVE "A" TO WS-ACCT-STATE(WS-ACCT-COUNT)
            ELSE
              MOVE ACM-STATUS TO WS-ACCT-STATE(WS-ACCT-COUNT)
            END-IF.
            MOVE ACM-OWNER TO WS-ACCT-OWNER(WS-ACCT-COUNT).
            IF ACM-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY(WS-ACCT-COUNT)
            ELSE
              MOVE ACM-CURRENCY TO WS-ACCT-CURRENCY(WS-ACCT-COUNT)
            END-IF.
            IF ACM-OVERDRAFT IS NUMERIC
              MOVE ACM-OVERDRAFT TO WS-ACCT-OVERDRAFT(WS-ACCT-COUNT)
            ELSE
              MOVE ZERO TO WS-ACCT-OVERDRAFT(WS-ACCT-COUNT)
            END-IF.
            IF ACM-TYPE = SPACES
              MOVE "GRAL" TO WS-ACCT-TYPE(WS-ACCT-COUNT)
            ELSE
              MOVE ACM-TYPE TO WS-ACCT-TYPE(WS-ACCT-COUNT)
            END-IF.
            PERFORM ACCUMULATE-BAL-DAYS.

      * El saldo de apertura estuvo vigente desde la ultima corrida
      * que lo registro hasta ayer: se suma saldo por dias al
      * acumulado del mes. En la primera corrida del mes (o sin
      * registro previo) el acumulado arranca de nuevo, con el saldo
      * vigente desde el dia primero. Un segundo ciclo del mismo dia
      * suma cero dias.
       ACCUMULATE-BAL-DAYS.
            COMPUTE WS-MONTH-FIRST =
                WS-RUN-DATE-YYYY * 10000 + WS-RUN-DATE-MM * 100 + 1.
            IF ACM-ADB-DATE IS NUMERIC
               AND ACM-ADB-DATE >= WS-MONTH-FIRST
               AND ACM-ADB-DATE <= WS-RUN-DATE-YYYYMMDD
               AND ACM-BAL-DAYS IS NUMERIC
              COMPUTE WS-BAL-DAYS-ELAPSED =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                  - FUNCTION INTEGER-OF-DATE(ACM-ADB-DATE)
              COMPUTE WS-ACCT-BAL-DAYS(WS-ACCT-COUNT) =
                  ACM-BAL-DAYS + ACM-BALANCE * WS-BAL-DAYS-ELAPSED
            ELSE
              COMPUTE WS-BAL-DAYS-ELAPSED =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                  - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
              COMPUTE WS-ACCT-BAL-DAYS(WS-ACCT-COUNT) =
                  ACM-BALANCE * WS-BAL-DAYS-ELAPSED
            END-IF.
            IF ACM-LAST-RUN-ID = WS-RUN-ID
               AND ACM-LAST-CYCLE IS NUMERIC
               AND ACM-LAST-CYCLE = WS-RUN-CYCLE
              SET RUN-ALREADY-POSTED TO TRUE
            END-IF.

      * Acumula la transaccion en su cuenta. Las cuentas ya no nacen
      * aqui (las da de alta MANTCTA): un registro rechazado por
      * cuenta inexistente no tiene a quien acumularse y solo queda
      * en el suspenso.
       TALLY-ACCOUNT.
            PERFORM FIND-ACCT-ENTRY.
            IF WS-ACCT-LOOKUP-IDX NOT = ZERO
              ADD 1 TO WS-ACCT-TRANS(WS-ACCT-LOOKUP-IDX)
              ADD WS-TALLY-AMOUNT TO WS-ACCT-NET(WS-ACCT-LOOKUP-IDX)
            END-IF.

       FIND-ACCT-ENTRY.
            MOVE ZERO TO WS-ACCT-LOOKUP-IDX.
                    MOVE WS-ACCT-LAST-CYC(WS-ACCT-IDX) TO
                        ACMO-LAST-CYCLE
                  END-IF
                  MOVE WS-ACCT-STATE(WS-ACCT-IDX) TO ACMO-STATUS
                  MOVE WS-ACCT-OWNER(WS-ACCT-IDX) TO ACMO-OWNER
                  MOVE WS-ACCT-CURRENCY(WS-ACCT-IDX) TO ACMO-CURRENCY
                  MOVE WS-ACCT-OVERDRAFT(WS-ACCT-IDX) TO
                      ACMO-OVERDRAFT
                  MOVE WS-ACCT-TYPE(WS-ACCT-IDX) TO ACMO-TYPE
                  MOVE WS-RUN-DATE-YYYYMMDD TO ACMO-ADB-DATE
                  MOVE WS-ACCT-BAL-DAYS(WS-ACCT-IDX) TO ACMO-BAL-DAYS
                  WRITE ACCT-MASTER-OUT-RECORD
              END-PERFORM
              CLOSE ACCT-MASTER-OUT
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF RESULT-CTL-RECORD.
            WRITE RESULT-CTL-RECORD.

      * Dias de gracia del suspenso: PARM numerico; sin PARM (o
      * invalido) se queda el default.
       READ-SUSPENSE-PARM.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
              IF FUNCTION NUMVAL(WS-PARM) > ZERO
                COMPUTE WS-SUSP-MAX-DAYS = FUNCTION NUMVAL(WS-PARM)
              ELSE
                DISPLAY "PARM de dias de suspenso invalido: " WS-PARM
                    " - se usa el default de " WS-SUSP-MAX-DAYS
              END-IF
            END-IF.

      * Correcciones de finanzas a pendientes del suspenso, por
      * identificador; sin archivo simplemente no hay correcciones.
       LOAD-SUSP-CORRECTIONS.
            OPEN INPUT SUSP-CORRECTION-FILE.
            IF WS-SUSP-COR-STATUS = "00"
              PERFORM UNTIL END-OF-CORRECTIONS
                  READ SUSP-CORRECTION-FILE
                      AT END
                          SET END-OF-CORRECTIONS TO TRUE
                      NOT AT END
                          PERFORM STORE-SUSP-CORRECTION
                  END-READ
              END-PERFORM
              CLOSE SUSP-CORRECTION-FILE
              DISPLAY "Correcciones al suspenso cargadas: "
                  WS-COR-COUNT
            ELSE
              DISPLAY "Sin correcciones al suspenso (status "
                  WS-SUSP-COR-STATUS ")."
            END-IF.

       STORE-SUSP-CORRECTION.
            IF WS-COR-COUNT >= 500
              DISPLAY "ERROR: tabla de correcciones llena (500), "
                  "abortando para no reintentar sin corregir "
                  COR-SUSP-ID
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            ADD 1 TO WS-COR-COUNT.
            MOVE COR-SUSP-ID TO WS-COR-SUSP-ID(WS-COR-COUNT).
            MOVE COR-ACCOUNT TO WS-COR-ACCOUNT(WS-COR-COUNT).
            MOVE COR-CURRENCY TO WS-COR-CURRENCY(WS-COR-COUNT).
            MOVE COR-ACCOUNT-2 TO WS-COR-ACCOUNT-2(WS-COR-COUNT).
            MOVE "N" TO WS-COR-USED(WS-COR-COUNT).

      * Re-presenta el suspenso de corridas anteriores despues de las
      * transacciones del dia. TRANS-FILE sigue abierto: cada
      * pendiente se copia a su area de registro (con la correccion
      * de finanzas, si la hay) y pasa por el mismo proceso que una
      * transaccion nueva.
       RECYCLE-SUSPENSE.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-SUSP-STATUS = "00"
              SET RECYCLING-SUSPENSE TO TRUE
              PERFORM UNTIL END-OF-SUSPENSE
                  READ SUSPENSE-FILE
                      AT END
                          SET END-OF-SUSPENSE TO TRUE
                      NOT AT END
                          PERFORM RECYCLE-ONE-SUSPENSE
                  END-READ
              END-PERFORM
              MOVE "N" TO WS-RECYCLE-SWITCH
              CLOSE SUSPENSE-FILE
            ELSE
              DISPLAY "Sin archivo de suspenso (status "
                  WS-SUSP-STATUS "); nada que reintentar."
            END-IF.
            PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                    UNTIL WS-COR-IDX > WS-COR-COUNT
                IF WS-COR-USED(WS-COR-IDX) = "N"
                  ADD 1 TO WS-COR-UNUSED
                  DISPLAY "AVISO: correccion sin pendiente en el "
                      "suspenso: " WS-COR-SUSP-ID(WS-COR-IDX)
                END-IF
            END-PERFORM.

       RECYCLE-ONE-SUSPENSE.
            ADD 1 TO WS-SUSP-RECYCLED.
            MOVE SUS-TRANS-DATA TO TRANS-RECORD.
            PERFORM APPLY-SUSP-CORRECTION.
            PERFORM PROCESS-TRANS-RECORD.
            IF RES-STATUS = "OK"
              ADD 1 TO WS-SUSP-POSTED
              DISPLAY "Pendiente " SUS-ID " posteado en el reintento."
            END-IF.

       APPLY-SUSP-CORRECTION.
            MOVE ZERO TO WS-COR-LOOKUP-IDX.
            PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                    UNTIL WS-COR-IDX > WS-COR-COUNT
                OR WS-COR-LOOKUP-IDX NOT = ZERO
                IF WS-COR-SUSP-ID(WS-COR-IDX) = SUS-ID
                  MOVE WS-COR-IDX TO WS-COR-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-COR-LOOKUP-IDX NOT = ZERO
              ADD 1 TO WS-SUSP-CORRECTED
              MOVE "S" TO WS-COR-USED(WS-COR-LOOKUP-IDX)
              IF WS-COR-ACCOUNT(WS-COR-LOOKUP-IDX) NOT = SPACES
                MOVE WS-COR-ACCOUNT(WS-COR-LOOKUP-IDX)
                    TO TRANS-ACCOUNT
              END-IF
              IF WS-COR-CURRENCY(WS-COR-LOOKUP-IDX) NOT = SPACES
                MOVE WS-COR-CURRENCY(WS-COR-LOOKUP-IDX)
                    TO TRANS-CURRENCY
              END-IF
              IF WS-COR-ACCOUNT-2(WS-COR-LOOKUP-IDX) NOT = SPACES
                MOVE WS-COR-ACCOUNT-2(WS-COR-LOOKUP-IDX)
                    TO TRANS-ACCOUNT-2
              END-IF
              DISPLAY "Pendiente " SUS-ID " corregido por finanzas: "
                  TRANS-ACCOUNT " " TRANS-CURRENCY " "
                  TRANS-ACCOUNT-2
            END-IF.

      * Una transaccion que fallo va al suspenso en vez de perderse.
      * Una nueva recibe su identificador y la fecha de hoy como
      * primera falla; un pendiente reciclado conserva ambos (y se
      * regraba ya corregido). Si ya paso los dias de gracia sale del
      * suspenso a la lista del supervisor.
       SUSPEND-FAILED-TRANS.
            IF RECYCLING-SUSPENSE
              COMPUTE WS-SUSP-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                  - FUNCTION INTEGER-OF-DATE(SUS-FIRST-DATE)
              IF WS-SUSP-DAYS >= WS-SUSP-MAX-DAYS
                PERFORM WRITE-SUSP-REVIEW
              ELSE
                MOVE SPACES TO SUSPENSE-OUT-RECORD
                MOVE TRANS-RECORD TO SUSO-TRANS-DATA
                MOVE RES-STATUS TO SUSO-REASON
                MOVE SUS-FIRST-DATE TO SUSO-FIRST-DATE
                MOVE SUS-ID TO SUSO-ID
                COMPUTE SUSO-RETRIES = SUS-RETRIES + 1
                MOVE WS-RUN-ID TO CAR-RUN-ID OF SUSPENSE-OUT-RECORD
                MOVE WS-RUN-CYCLE TO CAR-CYCLE OF SUSPENSE-OUT-RECORD
                WRITE SUSPENSE-OUT-RECORD
                ADD 1 TO WS-SUSP-KEPT
              END-IF
            ELSE
              ADD 1 TO WS-SUSP-SEQ
              MOVE SPACES TO SUSPENSE-OUT-RECORD
              MOVE TRANS-RECORD TO SUSO-TRANS-DATA
              MOVE RES-STATUS TO SUSO-REASON
              MOVE WS-RUN-DATE-YYYYMMDD TO SUSO-FIRST-DATE
              MOVE SPACES TO SUSO-ID
              STRING WS-RUN-ID WS-RUN-CYCLE WS-SUSP-SEQ
                  DELIMITED BY SIZE INTO SUSO-ID
              MOVE ZERO TO SUSO-RETRIES
              MOVE WS-RUN-ID TO CAR-RUN-ID OF SUSPENSE-OUT-RECORD
              MOVE WS-RUN-CYCLE TO CAR-CYCLE OF SUSPENSE-OUT-RECORD
              WRITE SUSPENSE-OUT-RECORD
              ADD 1 TO WS-SUSP-NEW
            END-IF.

       WRITE-SUSP-REVIEW.
            IF NOT SUSP-REVIEW-OPEN
              OPEN EXTEND SUSP-REVIEW-FILE
              IF WS-SUSP-REV-STATUS = "35"
                OPEN OUTPUT SUSP-REVIEW-FILE
              END-IF
              IF WS-SUSP-REV-STATUS NOT = "00"
                DISPLAY "No se pudo abrir SUSP-REVIEW-FILE, status: "
                    WS-SUSP-REV-STATUS
                    " - abortando para no perder el pendiente "
                    SUS-ID
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              SET SUSP-REVIEW-OPEN TO TRUE
            END-IF.
            MOVE SPACES TO SUSP-REVIEW-RECORD.
            MOVE SUS-ID TO SRV-SUSP-ID.
            MOVE TRANS-OP-CODE TO SRV-OP-CODE.
            MOVE TRANS-ACCOUNT TO SRV-ACCOUNT.
            MOVE TRANS-CURRENCY TO SRV-CURRENCY.
            MOVE num1 TO SRV-NUM1.
            MOVE num2 TO SRV-NUM2.
            MOVE TRANS-ACCOUNT-2 TO SRV-ACCOUNT-2.
            MOVE RES-STATUS TO SRV-REASON.
            MOVE SUS-FIRST-DATE TO SRV-FIRST-DATE.
            MOVE WS-SUSP-DAYS TO SRV-DAYS.
            COMPUTE SRV-RETRIES = SUS-RETRIES + 1.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF SUSP-REVIEW-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF SUSP-REVIEW-RECORD.
            WRITE SUSP-REVIEW-RECORD.
            ADD 1 TO WS-SUSP-TO-REVIEW.
            DISPLAY "AVISO: pendiente " SUS-ID " sin postear tras "
                WS-SUSP-DAYS " dias; pasa a revision del supervisor.".

       DISPLAY-CONTROL-REPORT.
            DISPLAY "===== REPORTE DE CONTROL DEL LOTE =====".
            DISPLAY "Run ID .............: " WS-RUN-ID.
            DISPLAY "Registros leidos ..: " WS-RECORDS-IN.
            DISPLAY "Registros escritos .: " WS-RECORDS-OUT.
            DISPLAY "Total de control ...: " WS-GRAND-TOTAL.
            DISPLAY "Suspenso: nuevos ...: " WS-SUSP-NEW.
            DISPLAY "  reintentados .....: " WS-SUSP-RECYCLED.
            DISPLAY "  corregidos .......: " WS-SUSP-CORRECTED.
            DISPLAY "  posteados ........: " WS-SUSP-POSTED.
            DISPLAY "  siguen pendientes : " WS-SUSP-KEPT.
            DISPLAY "  a revision .......: " WS-SUSP-TO-REVIEW.
       END PROGRAM DUMMY.
