      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo de fin de mes sobre el maestro de cuentas de
      *          la calculadora. Finanzas calculaba en una hoja los
      *          intereses sobre saldos positivos y los cargos de las
      *          cuentas sobregiradas y los capturaba de regreso como
      *          transacciones "A"/"S". Este paso corre en DAILYJOB
      *          despues de que DUMMY dejo ACCTMAST al dia, pero solo
      *          hace algo cuando CICLO marco la corrida como
      *          FIN-DE-MES; cualquier otro dia termina en cero sin
      *          tocar nada. Por cada cuenta abierta toma el saldo
      *          promedio diario del mes (el saldo por dias que DUMMY
      *          acumula en ACM-BAL-DAYS, mas el saldo actual
      *          proyectado al ultimo dia), busca en la tabla de tasas
      *          (TASADD: tipo de cuenta, fecha de vigencia, tasa
      *          anual de interes, tasa anual de sobregiro y comision
      *          fija de sobregiro) el renglon vigente de su tipo y
      *          calcula el interes (promedio positivo) o el cargo por
      *          sobregiro (promedio negativo, mas la comision si el
      *          promedio o el saldo quedaron negativos). El resultado
      *          se agrega al archivo de transacciones (TRANSDD) como
      *          abono "A" o cargo "S" marcados *DEVENGO en la cuenta
      *          destino, para que la siguiente corrida de DUMMY los
      *          postee, y cada cuenta devengada se asienta en el
      *          registro acumulado de devengos (DEVREGDD), con
      *          totales por tipo de cuenta en el reporte (DEVRPTDD).
      *          El registro es la guarda anti doble devengo: una
      *          cuenta que ya tiene renglon del mes se salta, de modo
      *          que un segundo ciclo FIN-DE-MES del mismo dia, o un
      *          rerun tras un abend, solo devenga lo que faltaba.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO ACMSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT ACCRUAL-RATE-FILE ASSIGN TO TASADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ACCRUAL-REGISTER ASSIGN TO DEVREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT TRANS-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCRUAL-REPORT ASSIGN TO DEVRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que ACCT-MASTER-RECORD en dummy.cbl.
       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
           05 ACM-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 ACM-BALANCE             PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 ACM-LAST-RUN-ID         PIC X(8).
           05 FILLER                  PIC X.
           05 ACM-LAST-CYCLE          PIC 9(2).
           05 FILLER                  PIC X.
           05 ACM-STATUS              PIC X.
              88 ACM-IS-FROZEN        VALUE "F".
              88 ACM-IS-CLOSED        VALUE "C".
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
      * Tasas por tipo de cuenta con fecha de vigencia; las mantiene
      * finanzas. Tasas anuales en porcentaje con 4 decimales; la
      * comision fija de sobregiro se cobra una vez por mes.
       FD  ACCRUAL-RATE-FILE.
       01  ACCRUAL-RATE-RECORD.
           05 RTE-TYPE                PIC X(4).
           05 FILLER                  PIC X.
           05 RTE-EFF-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 RTE-INT-RATE            PIC 9(2)V9(4).
           05 FILLER                  PIC X.
           05 RTE-OD-RATE             PIC 9(2)V9(4).
           05 FILLER                  PIC X.
           05 RTE-OD-FEE              PIC 9(5)V99.
      * Registro acumulado de devengos: un renglon por cuenta y mes
      * devengado, grabado antes de emitir las transacciones. DUMMY
      * lo lee con el mismo layout para confirmar cada *DEVENGO.
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
      * Mismo layout que TRANS-RECORD en dummy.cbl.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-OP-CODE            PIC X.
           05 TRANS-ACCOUNT           PIC X(8).
           05 TRANS-CURRENCY          PIC X(3).
           05 num1                    PIC S9(9)V99 COMP-3.
           05 num2                    PIC S9(9)V99 COMP-3.
           05 TRANS-ACCOUNT-2         PIC X(8).
       FD  ACCRUAL-REPORT.
       01  REPORT-LINE                PIC X(100).
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
       01  WS-ACCT-MASTER-STATUS       PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-ACCOUNTS         VALUE "Y".
       01  WS-RATE-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-RATE-LOAD        VALUE "Y".
       01  WS-REG-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-REG-LOAD         VALUE "Y".
      * Marca de las transacciones generadas aqui (ver TRANS-IS-SYSTEM
      * en dummy.cbl) y tipo de cuenta de un registro sin tipo.
       01  WS-SYSTEM-MARK              PIC X(8) VALUE "*DEVENGO".
       01  WS-DEFAULT-TYPE             PIC X(4) VALUE "GRAL".
      * Mes devengado (el de la fecha de corrida), su primer y ultimo
      * dia y los dias del mes.
       01  WS-ACCR-MONTH               PIC 9(6).
       01  WS-ACCR-MONTH-R REDEFINES WS-ACCR-MONTH.
           05 WS-ACCR-YYYY             PIC 9(4).
           05 WS-ACCR-MM               PIC 9(2).
       01  WS-MONTH-FIRST              PIC 9(8).
       01  WS-MONTH-LAST               PIC 9(8).
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-DAYS-TABLE-X             PIC X(24)
                                       VALUE "312831303130313130313031".
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
           05 WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.
      * Tabla de tasas por tipo (vigencias).
       01  WS-RATE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
              10 WS-RATE-TYPE          PIC X(4).
              10 WS-RATE-EFF-DATE      PIC 9(8).
              10 WS-RATE-INT           PIC 9(2)V9(4).
              10 WS-RATE-OD            PIC 9(2)V9(4).
              10 WS-RATE-FEE           PIC 9(5)V99.
       01  WS-RATE-BEST-DATE           PIC 9(8).
       01  WS-RATE-FOUND-SW            PIC X.
           88 TYPE-RATE-FOUND         VALUE "Y".
           88 TYPE-RATE-NOT-FOUND     VALUE "N".
       01  WS-CUR-INT-RATE             PIC 9(2)V9(4).
       01  WS-CUR-OD-RATE              PIC 9(2)V9(4).
       01  WS-CUR-OD-FEE               PIC 9(5)V99.
      * Cuentas ya devengadas en el mes segun el registro (guarda
      * anti doble devengo; mismo limite que la tabla de cuentas de
      * DUMMY).
       01  WS-DONE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-DONE-TABLE.
           05 WS-DONE-ACCOUNT          PIC X(8)
                                       OCCURS 1000 TIMES
                                       INDEXED BY WS-DONE-IDX.
       01  WS-DONE-FOUND-SW            PIC X.
           88 ACCOUNT-ALREADY-DONE    VALUE "Y".
      * Totales por tipo de cuenta para el reporte.
       01  WS-TYPE-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 50 TIMES INDEXED BY WS-TYPE-IDX.
              10 WS-TYPE-CODE          PIC X(4).
              10 WS-TYPE-ACCOUNTS      PIC 9(5).
              10 WS-TYPE-INTEREST      PIC 9(11)V99.
              10 WS-TYPE-OD-CHARGE     PIC 9(11)V99.
              10 WS-TYPE-FEE           PIC 9(11)V99.
       01  WS-TYPE-LOOKUP-IDX          PIC 9(2).
      * Calculo de la cuenta en turno.
       01  WS-CUR-TYPE                 PIC X(4).
       01  WS-CUR-ADB                  PIC S9(11)V99.
       01  WS-CUR-INTEREST             PIC 9(9)V99.
       01  WS-CUR-OD-CHARGE            PIC 9(9)V99.
       01  WS-CUR-FEE                  PIC 9(5)V99.
       01  WS-CUR-CHARGE-TOTAL         PIC 9(9)V99.
       01  WS-REMAINING-DAYS           PIC S9(5).
      * Totales de la corrida.
       01  WS-ACCOUNTS-READ            PIC 9(7) VALUE ZERO.
       01  WS-ACCRUED-NOW              PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-ACCRUED          PIC 9(7) VALUE ZERO.
       01  WS-NOT-OPEN                 PIC 9(7) VALUE ZERO.
       01  WS-NO-RATE                  PIC 9(7) VALUE ZERO.
       01  WS-TRANS-WRITTEN            PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OD-CHARGE          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-FEE                PIC 9(11)V99 VALUE ZERO.
      * Campos editados del reporte.
       01  WS-EDIT-ADB                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-3            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
       01  WS-WORK-LINE                PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== DEVENGO DE FIN DE MES (INTERES) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
      * Solo el dia que el calendario de negocio marca FIN-DE-MES;
      * cualquier otro dia el paso termina limpio sin devengar.
            IF WS-RUN-TYPE NOT = "FIN-DE-MES"
              DISPLAY "Corrida " WS-RUN-TYPE ": el devengo solo "
                  "corre en FIN-DE-MES; nada que hacer."
              MOVE "FIN" TO WS-STEP-EVENT
              PERFORM WRITE-STEP-STATUS
              GOBACK
            END-IF.
            PERFORM SET-MONTH-LIMITS.
            PERFORM LOAD-ACCRUAL-RATES.
            PERFORM LOAD-ACCRUAL-REGISTER.
            OPEN INPUT ACCT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ACCT-MASTER-FILE, status: "
                  WS-ACCT-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM FINISH-STEP
              GOBACK
            END-IF.
            PERFORM OPEN-ACCRUAL-OUTPUTS.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM UNTIL END-OF-ACCOUNTS
                READ ACCT-MASTER-FILE
                    AT END
                        SET END-OF-ACCOUNTS TO TRUE
                    NOT AT END
                        PERFORM CHECK-ONE-ACCOUNT
                END-READ
            END-PERFORM.
            CLOSE ACCT-MASTER-FILE.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE ACCRUAL-REGISTER.
            CLOSE TRANS-FILE.
            CLOSE ACCRUAL-REPORT.
            DISPLAY "Cuentas leidas ..........: " WS-ACCOUNTS-READ.
            DISPLAY "Devengadas en esta corrida: " WS-ACCRUED-NOW.
            DISPLAY "Ya devengadas en el mes .: " WS-ALREADY-ACCRUED.
            DISPLAY "Congeladas o cerradas ...: " WS-NOT-OPEN.
            DISPLAY "Sin tasa para su tipo ...: " WS-NO-RATE.
            DISPLAY "Transacciones generadas .: " WS-TRANS-WRITTEN.
      * Una cuenta sin tasa vigente para su tipo queda sin devengar:
      * RC=4 para que finanzas corrija la tabla y se resometa el paso
      * (las ya devengadas se saltan). Todo ya devengado es el
      * segundo ciclo del dia y termina limpio.
            IF WS-NO-RATE > ZERO
              MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-ACCRUED-NOW = ZERO
               AND WS-ALREADY-ACCRUED > ZERO
              DISPLAY "El mes " WS-ACCR-MONTH " ya estaba devengado; "
                  "no se devenga dos veces."
            END-IF.
            PERFORM FINISH-STEP.
            GOBACK.

       FINISH-STEP.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-TRANS-WRITTEN TO WS-STEP-RECORDS.
            MOVE RETURN-CODE TO WS-STEP-RC.
            PERFORM WRITE-STEP-STATUS.

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
              MOVE "INTERES" TO JST-PROGRAM
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

      * Toma el ciclo intra-dia y el tipo de corrida asignados por
      * CICLO en RUNCTLDD; sin archivo o con fecha de otro dia, se
      * asume el ciclo 1 de un dia NORMAL.
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

      * Mes de la fecha de corrida, su primer y ultimo dia (febrero
      * bisiesto incluido).
       SET-MONTH-LIMITS.
            MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-ACCR-MONTH.
            MOVE WS-MONTH-DAYS(WS-ACCR-MM) TO WS-DAYS-IN-MONTH.
            IF WS-ACCR-MM = 2
               AND FUNCTION MOD(WS-ACCR-YYYY, 4) = 0
               AND (FUNCTION MOD(WS-ACCR-YYYY, 100) NOT = 0
                OR FUNCTION MOD(WS-ACCR-YYYY, 400) = 0)
              MOVE 29 TO WS-DAYS-IN-MONTH
            END-IF.
            COMPUTE WS-MONTH-FIRST = WS-ACCR-MONTH * 100 + 1.
            COMPUTE WS-MONTH-LAST = WS-ACCR-MONTH * 100
                + WS-DAYS-IN-MONTH.
            DISPLAY "Mes a devengar: " WS-ACCR-MONTH
                " (" WS-DAYS-IN-MONTH " dias)".

      * Sin tabla de tasas no se puede devengar nada: se aborta.
       LOAD-ACCRUAL-RATES.
            OPEN INPUT ACCRUAL-RATE-FILE.
            IF WS-RATE-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ACCRUAL-RATE-FILE, status: "
                  WS-RATE-STATUS " - abortando, sin tasas."
              MOVE 16 TO RETURN-CODE
              PERFORM FINISH-STEP
              GOBACK
            END-IF.
            PERFORM UNTIL END-OF-RATE-LOAD
                READ ACCRUAL-RATE-FILE
                    AT END
                        SET END-OF-RATE-LOAD TO TRUE
                    NOT AT END
                        PERFORM STORE-ACCRUAL-RATE
                END-READ
            END-PERFORM.
            CLOSE ACCRUAL-RATE-FILE.
            DISPLAY "Tasas por tipo cargadas: " WS-RATE-COUNT.

       STORE-ACCRUAL-RATE.
            IF WS-RATE-COUNT >= 100
              DISPLAY "ERROR: tabla de tasas llena (100), abortando "
                  "para no devengar el tipo " RTE-TYPE
                  " con otra tasa."
              MOVE 16 TO RETURN-CODE
              PERFORM FINISH-STEP
              GOBACK
            END-IF.
            ADD 1 TO WS-RATE-COUNT.
            MOVE RTE-TYPE TO WS-RATE-TYPE(WS-RATE-COUNT).
            MOVE RTE-EFF-DATE TO WS-RATE-EFF-DATE(WS-RATE-COUNT).
            MOVE RTE-INT-RATE TO WS-RATE-INT(WS-RATE-COUNT).
            MOVE RTE-OD-RATE TO WS-RATE-OD(WS-RATE-COUNT).
            MOVE RTE-OD-FEE TO WS-RATE-FEE(WS-RATE-COUNT).

      * Relee el registro de devengos y guarda las cuentas que ya
      * tienen renglon del mes. Sin registro (primer mes) ninguna.
       LOAD-ACCRUAL-REGISTER.
            OPEN INPUT ACCRUAL-REGISTER.
            IF WS-REGISTER-STATUS = "00"
              PERFORM UNTIL END-OF-REG-LOAD
                  READ ACCRUAL-REGISTER
                      AT END
                          SET END-OF-REG-LOAD TO TRUE
                      NOT AT END
                          IF REG-MONTH = WS-ACCR-MONTH
                            PERFORM STORE-DONE-ACCOUNT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCRUAL-REGISTER
            END-IF.
            DISPLAY "Cuentas ya devengadas en el mes: " WS-DONE-COUNT.

       STORE-DONE-ACCOUNT.
            IF WS-DONE-COUNT >= 1000
              DISPLAY "ERROR: tabla de cuentas devengadas llena "
                  "(1000), abortando para no devengar dos veces."
              MOVE 16 TO RETURN-CODE
              PERFORM FINISH-STEP
              GOBACK
            END-IF.
            ADD 1 TO WS-DONE-COUNT.
            MOVE REG-ACCOUNT TO WS-DONE-ACCOUNT(WS-DONE-COUNT).

      * El registro y TRANS abren EXTEND: un rerun agrega solo lo que
      * faltaba; TRANS se agrega para la siguiente corrida de DUMMY.
       OPEN-ACCRUAL-OUTPUTS.
            OPEN EXTEND ACCRUAL-REGISTER.
            IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT ACCRUAL-REGISTER
            END-IF.
            OPEN EXTEND TRANS-FILE.
            IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
            END-IF.
            OPEN OUTPUT ACCRUAL-REPORT.
            IF WS-REGISTER-STATUS NOT = "00"
               OR WS-TRANS-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
              DISPLAY "No se pudieron abrir las salidas del devengo, "
                  "status registro/trans/reporte: "
                  WS-REGISTER-STATUS "/" WS-TRANS-STATUS "/"
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM FINISH-STEP
              GOBACK
            END-IF.

      * Solo las cuentas abiertas devengan; una congelada o cerrada
      * rechazaria el posteo en DUMMY de todos modos.
       CHECK-ONE-ACCOUNT.
            ADD 1 TO WS-ACCOUNTS-READ.
            IF ACM-IS-FROZEN OR ACM-IS-CLOSED
              ADD 1 TO WS-NOT-OPEN
            ELSE
              PERFORM FIND-DONE-ACCOUNT
              IF ACCOUNT-ALREADY-DONE
                ADD 1 TO WS-ALREADY-ACCRUED
              ELSE
                PERFORM ACCRUE-ONE-ACCOUNT
              END-IF
            END-IF.

       FIND-DONE-ACCOUNT.
            MOVE "N" TO WS-DONE-FOUND-SW.
            PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                    UNTIL WS-DONE-IDX > WS-DONE-COUNT
                       OR ACCOUNT-ALREADY-DONE
                IF WS-DONE-ACCOUNT(WS-DONE-IDX) = ACM-ACCOUNT
                  SET ACCOUNT-ALREADY-DONE TO TRUE
                END-IF
            END-PERFORM.

       ACCRUE-ONE-ACCOUNT.
            IF ACM-TYPE = SPACES
              MOVE WS-DEFAULT-TYPE TO WS-CUR-TYPE
            ELSE
              MOVE ACM-TYPE TO WS-CUR-TYPE
            END-IF.
            PERFORM FIND-TYPE-RATE.
            IF TYPE-RATE-NOT-FOUND
              ADD 1 TO WS-NO-RATE
              MOVE SPACES TO WS-WORK-LINE
              STRING "  ** " ACM-ACCOUNT " " WS-CUR-TYPE
                  " SIN TASA VIGENTE PARA SU TIPO - NO DEVENGADA"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
            ELSE
              PERFORM COMPUTE-AVERAGE-BALANCE
              PERFORM COMPUTE-ACCRUAL
              PERFORM WRITE-ACCRUAL
            END-IF.

      * Tasa del tipo vigente a la fecha de corrida: el renglon de
      * fecha de vigencia mas reciente que no la rebase.
       FIND-TYPE-RATE.
            SET TYPE-RATE-NOT-FOUND TO TRUE.
            MOVE ZERO TO WS-RATE-BEST-DATE.
            PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-COUNT
                IF WS-RATE-TYPE(WS-RATE-IDX) = WS-CUR-TYPE
                   AND WS-RATE-EFF-DATE(WS-RATE-IDX) <=
                       WS-RUN-DATE-YYYYMMDD
                   AND WS-RATE-EFF-DATE(WS-RATE-IDX) >=
                       WS-RATE-BEST-DATE
                  SET TYPE-RATE-FOUND TO TRUE
                  MOVE WS-RATE-EFF-DATE(WS-RATE-IDX) TO
                      WS-RATE-BEST-DATE
                  MOVE WS-RATE-INT(WS-RATE-IDX) TO WS-CUR-INT-RATE
                  MOVE WS-RATE-OD(WS-RATE-IDX) TO WS-CUR-OD-RATE
                  MOVE WS-RATE-FEE(WS-RATE-IDX) TO WS-CUR-OD-FEE
                END-IF
            END-PERFORM.

      * Saldo promedio diario del mes: el saldo por dias que DUMMY
      * acumulo del dia primero hasta la vispera de su ultima
      * corrida (ACM-ADB-DATE), mas el saldo actual por los dias que
      * faltan de ahi al ultimo del mes, entre los dias del mes. Una
      * cuenta sin acumulado del mes (registro viejo, o sin corrida
      * de DUMMY en el mes) toma su saldo actual como promedio.
       COMPUTE-AVERAGE-BALANCE.
            IF ACM-ADB-DATE IS NUMERIC
               AND ACM-ADB-DATE >= WS-MONTH-FIRST
               AND ACM-ADB-DATE <= WS-MONTH-LAST
               AND ACM-BAL-DAYS IS NUMERIC
              COMPUTE WS-REMAINING-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-MONTH-LAST)
                  - FUNCTION INTEGER-OF-DATE(ACM-ADB-DATE) + 1
              COMPUTE WS-CUR-ADB ROUNDED =
                  (ACM-BAL-DAYS + ACM-BALANCE * WS-REMAINING-DAYS)
                  / WS-DAYS-IN-MONTH
            ELSE
              MOVE ACM-BALANCE TO WS-CUR-ADB
            END-IF.

      * Interes sobre promedio positivo y cargo sobre promedio
      * negativo, ambos a tasa anual por los dias del mes entre 365.
      * La comision fija se cobra si el promedio o el saldo de cierre
      * quedaron en sobregiro.
       COMPUTE-ACCRUAL.
            MOVE ZERO TO WS-CUR-INTEREST.
            MOVE ZERO TO WS-CUR-OD-CHARGE.
            MOVE ZERO TO WS-CUR-FEE.
            IF WS-CUR-ADB > ZERO
              COMPUTE WS-CUR-INTEREST ROUNDED =
                  WS-CUR-ADB * WS-CUR-INT-RATE / 100
                  * WS-DAYS-IN-MONTH / 365
            END-IF.
            IF WS-CUR-ADB < ZERO
              COMPUTE WS-CUR-OD-CHARGE ROUNDED =
                  (ZERO - WS-CUR-ADB) * WS-CUR-OD-RATE / 100
                  * WS-DAYS-IN-MONTH / 365
            END-IF.
            IF WS-CUR-ADB < ZERO OR ACM-BALANCE < ZERO
              MOVE WS-CUR-OD-FEE TO WS-CUR-FEE
            END-IF.
            COMPUTE WS-CUR-CHARGE-TOTAL =
                WS-CUR-OD-CHARGE + WS-CUR-FEE.

      * El registro se graba primero: es la guarda del rerun. Luego
      * el abono del interes y el cargo del sobregiro (moneda base;
      * num2 en cero para que el resultado sea el importe).
       WRITE-ACCRUAL.
            MOVE SPACES TO ACCRUAL-REGISTER-RECORD.
            MOVE WS-ACCR-MONTH TO REG-MONTH.
            MOVE ACM-ACCOUNT TO REG-ACCOUNT.
            MOVE WS-CUR-TYPE TO REG-TYPE.
            MOVE WS-DAYS-IN-MONTH TO REG-DAYS.
            MOVE WS-CUR-ADB TO REG-ADB.
            MOVE WS-CUR-INTEREST TO REG-INTEREST.
            MOVE WS-CUR-OD-CHARGE TO REG-OD-CHARGE.
            MOVE WS-CUR-FEE TO REG-FEE.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF ACCRUAL-REGISTER-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF ACCRUAL-REGISTER-RECORD.
            WRITE ACCRUAL-REGISTER-RECORD.
            IF WS-CUR-INTEREST > ZERO
              MOVE SPACES TO TRANS-RECORD
              MOVE "A" TO TRANS-OP-CODE
              MOVE ACM-ACCOUNT TO TRANS-ACCOUNT
              MOVE SPACES TO TRANS-CURRENCY
              MOVE WS-CUR-INTEREST TO num1
              MOVE ZERO TO num2
              MOVE WS-SYSTEM-MARK TO TRANS-ACCOUNT-2
              WRITE TRANS-RECORD
              ADD 1 TO WS-TRANS-WRITTEN
            END-IF.
            IF WS-CUR-CHARGE-TOTAL > ZERO
              MOVE SPACES TO TRANS-RECORD
              MOVE "S" TO TRANS-OP-CODE
              MOVE ACM-ACCOUNT TO TRANS-ACCOUNT
              MOVE SPACES TO TRANS-CURRENCY
              MOVE WS-CUR-CHARGE-TOTAL TO num1
              MOVE ZERO TO num2
              MOVE WS-SYSTEM-MARK TO TRANS-ACCOUNT-2
              WRITE TRANS-RECORD
              ADD 1 TO WS-TRANS-WRITTEN
            END-IF.
            ADD 1 TO WS-ACCRUED-NOW.
            ADD WS-CUR-INTEREST TO WS-TOTAL-INTEREST.
            ADD WS-CUR-OD-CHARGE TO WS-TOTAL-OD-CHARGE.
            ADD WS-CUR-FEE TO WS-TOTAL-FEE.
            PERFORM TALLY-ACCOUNT-TYPE.
            MOVE WS-CUR-ADB TO WS-EDIT-ADB.
            MOVE WS-CUR-INTEREST TO WS-EDIT-AMOUNT.
            MOVE WS-CUR-OD-CHARGE TO WS-EDIT-AMOUNT-2.
            MOVE WS-CUR-FEE TO WS-EDIT-AMOUNT-3.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  " ACM-ACCOUNT " " WS-CUR-TYPE " "
                WS-EDIT-ADB " " WS-EDIT-AMOUNT " "
                WS-EDIT-AMOUNT-2 " " WS-EDIT-AMOUNT-3
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       TALLY-ACCOUNT-TYPE.
            MOVE ZERO TO WS-TYPE-LOOKUP-IDX.
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                       OR WS-TYPE-LOOKUP-IDX NOT = ZERO
                IF WS-TYPE-CODE(WS-TYPE-IDX) = WS-CUR-TYPE
                  SET WS-TYPE-LOOKUP-IDX TO WS-TYPE-IDX
                END-IF
            END-PERFORM.
            IF WS-TYPE-LOOKUP-IDX = ZERO
              IF WS-TYPE-COUNT >= 50
                DISPLAY "ERROR: tabla de tipos de cuenta llena (50), "
                    "abortando para no perder el total del tipo "
                    WS-CUR-TYPE
                MOVE 16 TO RETURN-CODE
                PERFORM FINISH-STEP
                GOBACK
              END-IF
              ADD 1 TO WS-TYPE-COUNT
              MOVE WS-TYPE-COUNT TO WS-TYPE-LOOKUP-IDX
              MOVE WS-CUR-TYPE TO WS-TYPE-CODE(WS-TYPE-LOOKUP-IDX)
              MOVE ZERO TO WS-TYPE-ACCOUNTS(WS-TYPE-LOOKUP-IDX)
              MOVE ZERO TO WS-TYPE-INTEREST(WS-TYPE-LOOKUP-IDX)
              MOVE ZERO TO WS-TYPE-OD-CHARGE(WS-TYPE-LOOKUP-IDX)
              MOVE ZERO TO WS-TYPE-FEE(WS-TYPE-LOOKUP-IDX)
            END-IF.
            ADD 1 TO WS-TYPE-ACCOUNTS(WS-TYPE-LOOKUP-IDX).
            ADD WS-CUR-INTEREST TO WS-TYPE-INTEREST(WS-TYPE-LOOKUP-IDX).
            ADD WS-CUR-OD-CHARGE TO
                WS-TYPE-OD-CHARGE(WS-TYPE-LOOKUP-IDX).
            ADD WS-CUR-FEE TO WS-TYPE-FEE(WS-TYPE-LOOKUP-IDX).

       WRITE-REPORT-HEADER.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "REGISTRO DE DEVENGOS DEL MES " WS-ACCR-MONTH
                " (corrida " WS-RUN-ID " ciclo " WS-RUN-CYCLE ")"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  CUENTA   TIPO   SALDO PROMEDIO DIARIO"
                "        INTERES      SOBREGIRO       COMISION"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

      * Totales por tipo de cuenta de lo devengado en esta corrida.
       WRITE-REPORT-TOTALS.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  TOTALES POR TIPO DE CUENTA"
                "   CUENTAS        INTERES      SOBREGIRO"
                "       COMISION"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                MOVE WS-TYPE-ACCOUNTS(WS-TYPE-IDX) TO WS-EDIT-COUNT
                MOVE WS-TYPE-INTEREST(WS-TYPE-IDX) TO WS-EDIT-AMOUNT
                MOVE WS-TYPE-OD-CHARGE(WS-TYPE-IDX) TO
                    WS-EDIT-AMOUNT-2
                MOVE WS-TYPE-FEE(WS-TYPE-IDX) TO WS-EDIT-AMOUNT-3
                MOVE SPACES TO WS-WORK-LINE
                STRING "    " WS-TYPE-CODE(WS-TYPE-IDX)
                    "                   " WS-EDIT-COUNT " "
                    WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2 " "
                    WS-EDIT-AMOUNT-3
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            MOVE WS-ACCRUED-NOW TO WS-EDIT-COUNT.
            MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT.
            MOVE WS-TOTAL-OD-CHARGE TO WS-EDIT-AMOUNT-2.
            MOVE WS-TOTAL-FEE TO WS-EDIT-AMOUNT-3.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "    TOTAL                  " WS-EDIT-COUNT " "
                WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2 " "
                WS-EDIT-AMOUNT-3
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-ALREADY-ACCRUED TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  YA DEVENGADAS EN EL MES: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NOT-OPEN TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  CONGELADAS O CERRADAS .: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NO-RATE TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  SIN TASA (NO DEVENGADAS): " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
       END PROGRAM INTERES.
