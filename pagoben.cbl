      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dispersion mensual del beneficio a los inscritos.
      *          CONDICIONALES deja en ENRMAST el tier y el estado de
      *          cada persona, pero los pagos se calculaban a mano
      *          sobre un listado. Este programa barre el maestro de
      *          inscripciones y paga a cada ACTIVO del mes solicitado
      *          (PARM YYYYMM, default el mes de la fecha de corrida,
      *          mismo criterio que ESTADOCTA) el importe de su tier
      *          vigente al cierre del mes segun la tabla de importes
      *          (BENTARIF, con fecha de vigencia, mismo esquema que
      *          las tasas de impuesto de RUTINAS). Quien se inscribio
      *          a media mes (ENR-EFF-DATE dentro del mes y sin pago el
      *          mes anterior) cobra la parte proporcional de los dias
      *          que estuvo inscrito. BAJA y DENEGADO nunca se pagan.
      *          Salidas: registro de pagos (BENRPTDD), archivo de
      *          pagos para tesoreria (BENPAGDD) y un abono "A" por
      *          inscrito en el archivo de transacciones de la
      *          calculadora (TRANSDD, se agrega) a la cuenta
      *          "BE"+APP-ID, para que DUMMY lo postee en su siguiente
      *          corrida y el maestro de cuentas y los totales de
      *          control reflejen lo pagado; para quien no cobro el
      *          mes anterior se pide ademas el alta de esa cuenta a
      *          MANTCTA (BENCTADD). La historia acumulada de
      *          pagos (BENHSTDD) es la guarda anti doble pago: quien
      *          ya tiene pago del mes se salta, de modo que un rerun
      *          tras un abend solo paga a los que faltaban, y un
      *          rerun de un mes ya pagado completo termina con RC=8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOBEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO ENRMSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-APP-ID
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT BENEFIT-RATE-FILE ASSIGN TO BENTARDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO BENHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO BENPAGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT TRANS-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCT-OPEN-FILE ASSIGN TO BENCTADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-OPEN-STATUS.
           SELECT PAYMENT-REPORT ASSIGN TO BENRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que ENROLL-RECORD en condicionales.cbl.
       FD  ENROLL-MASTER.
       01  ENROLL-RECORD.
           05 ENR-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 ENR-NAME                PIC X(20).
           05 FILLER                  PIC X.
           05 ENR-TIER                PIC X(10).
           05 FILLER                  PIC X.
           05 ENR-EFF-DATE            PIC 9(8).
           05 ENR-EFF-DATE-R REDEFINES ENR-EFF-DATE.
              10 ENR-EFF-YYYY         PIC 9(4).
              10 ENR-EFF-MM           PIC 9(2).
              10 ENR-EFF-DD           PIC 9(2).
           05 FILLER                  PIC X.
           05 ENR-STATUS              PIC X(10).
           05 FILLER                  PIC X.
           05 ENR-DOB                 PIC 9(8).
      * Importe mensual del beneficio por tier con fecha de vigencia;
      * lo mantiene el area de programas sociales. Se aplica el
      * renglon mas reciente vigente al ultimo dia del mes pagado.
       FD  BENEFIT-RATE-FILE.
       01  BENEFIT-RATE-RECORD.
           05 BRT-TIER                PIC X(10).
           05 FILLER                  PIC X.
           05 BRT-EFF-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 BRT-AMOUNT              PIC 9(7)V99.
      * Historia acumulada de pagos: un renglon por inscrito y mes
      * pagado. Se lee completa al arrancar (guarda anti doble pago
      * y continuidad para el prorrateo) y se agrega un renglon por
      * cada pago antes de emitirlo.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HST-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 HST-MONTH               PIC 9(6).
           05 FILLER                  PIC X.
           05 HST-TIER                PIC X(10).
           05 FILLER                  PIC X.
           05 HST-DAYS                PIC 9(2).
           05 FILLER                  PIC X.
           05 HST-AMOUNT              PIC 9(7)V99.
           05 FILLER                  PIC X.
           05 HST-ACCOUNT             PIC X(8).
           COPY AUDITTRL.
      * Archivo de pagos para tesoreria: uno por inscrito pagado.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PAY-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 PAY-NAME                PIC X(20).
           05 FILLER                  PIC X.
           05 PAY-MONTH               PIC 9(6).
           05 FILLER                  PIC X.
           05 PAY-TIER                PIC X(10).
           05 FILLER                  PIC X.
           05 PAY-AMOUNT              PIC 9(7)V99.
           05 FILLER                  PIC X.
           05 PAY-ACCOUNT             PIC X(8).
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
      * Alta de la cuenta "BE"+APP-ID para MANTCTA (mismo layout
      * que ACCT-TRANS-RECORD en mantcta.cbl): DUMMY solo postea a
      * cuentas dadas de alta. Se pide para quien no cobro el mes
      * anterior; si la cuenta ya existe MANTCTA la rechaza como
      * duplicada sin mas.
       FD  ACCT-OPEN-FILE.
       01  ACCT-OPEN-RECORD.
           05 CTM-ACTION              PIC X.
           05 FILLER                  PIC X.
           05 CTM-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 CTM-OWNER               PIC X(20).
           05 FILLER                  PIC X.
           05 CTM-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 CTM-OVERDRAFT           PIC X(11).
           05 FILLER                  PIC X.
           05 CTM-STATUS              PIC X.
           05 FILLER                  PIC X.
           05 CTM-TYPE                PIC X(4).
       FD  PAYMENT-REPORT.
       01  REPORT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ENROLL-STATUS            PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-PAYMENT-STATUS           PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-ACCT-OPEN-STATUS         PIC XX.
       COPY RUNDATE.
       01  WS-PARM                     PIC X(40).
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-ENROLLEES        VALUE "Y".
       01  WS-RATE-EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-RATE-LOAD        VALUE "Y".
       01  WS-HST-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-HST-LOAD         VALUE "Y".
      * Mes a pagar, su primer y ultimo dia, y el mes anterior (para
      * saber quien ya venia cobrando y no se prorratea).
       01  WS-PAY-MONTH                PIC 9(6).
       01  WS-PAY-MONTH-R REDEFINES WS-PAY-MONTH.
           05 WS-PAY-YYYY              PIC 9(4).
           05 WS-PAY-MM                PIC 9(2).
       01  WS-PRIOR-MONTH              PIC 9(6).
       01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YYYY            PIC 9(4).
           05 WS-PRIOR-MM              PIC 9(2).
       01  WS-MONTH-FIRST              PIC 9(8).
       01  WS-MONTH-LAST               PIC 9(8).
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-DAYS-TABLE-X             PIC X(24)
                                       VALUE "312831303130313130313031".
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
           05 WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.
      * Prefijo de la cuenta de la calculadora de cada inscrito.
       01  WS-BEN-ACCT-PREFIX          PIC X(2) VALUE "BE".
       01  WS-BEN-ACCOUNT              PIC X(8).
      * Tabla de importes por tier (vigencias).
       01  WS-RATE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
              10 WS-RATE-TIER          PIC X(10).
              10 WS-RATE-EFF-DATE      PIC 9(8).
              10 WS-RATE-AMOUNT        PIC 9(7)V99.
       01  WS-RATE-BEST-DATE           PIC 9(8).
       01  WS-RATE-FOUND-SW            PIC X.
           88 TIER-RATE-FOUND         VALUE "Y".
           88 TIER-RATE-NOT-FOUND     VALUE "N".
       01  WS-TIER-AMOUNT              PIC 9(7)V99.
      * Inscritos con pago en la historia (mismo esquema hash que la
      * tabla de auditados de condicionales.cbl): pagado el mes en
      * curso (guarda anti doble pago) y pagado el mes anterior (no
      * se prorratea a quien ya venia cobrando).
       01  WS-PAID-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-PAID-TABLE.
           05 WS-PAID-ENTRY OCCURS 16384 TIMES.
              10 WS-PAID-ID            PIC X(6).
              10 WS-PAID-CUR-SW        PIC X.
              10 WS-PAID-PRV-SW        PIC X.
       01  WS-PAID-KEY                 PIC X(6).
       01  WS-PAID-LOOKUP-IDX          PIC 9(8).
       01  WS-PAID-FREE-IDX            PIC 9(8).
       01  WS-PAID-SLOT                PIC 9(8).
       01  WS-PAID-HASH                PIC 9(8) COMP.
       01  WS-PAID-PROBES              PIC 9(8) COMP.
       01  WS-PAID-CHAR-IDX            PIC 9(2) COMP.
      * Calculo del pago del inscrito en turno.
       01  WS-PAY-DAYS                 PIC 9(2).
       01  WS-PAY-AMOUNT               PIC 9(7)V99.
       01  WS-PRORATE-SW               PIC X.
           88 PAYMENT-PRORATED        VALUE "Y".
       01  WS-PRORATE-MARK             PIC X(10).
      * Totales de la corrida.
       01  WS-ENROLLEES-READ           PIC 9(7) VALUE ZERO.
       01  WS-PAID-NOW                 PIC 9(7) VALUE ZERO.
       01  WS-PRORATED-NOW             PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-PAID             PIC 9(7) VALUE ZERO.
       01  WS-NOT-ACTIVE               PIC 9(7) VALUE ZERO.
       01  WS-LATE-ENROLLEES           PIC 9(7) VALUE ZERO.
       01  WS-NO-RATE                  PIC 9(7) VALUE ZERO.
       01  WS-ACCT-OPEN-REQUESTS       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-PAID               PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-TIER1              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-TIER2              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OTHER              PIC 9(11)V99 VALUE ZERO.
      * Campos editados del reporte.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
       01  WS-WORK-LINE                PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== DISPERSION DE BENEFICIOS (PAGOBEN) =====".
            PERFORM INIT-RUN-INFO.
            PERFORM READ-MONTH-PARM.
            PERFORM SET-MONTH-LIMITS.
            PERFORM LOAD-BENEFIT-RATES.
            PERFORM LOAD-PAYMENT-HISTORY.
            OPEN INPUT ENROLL-MASTER.
            IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ENROLL-MASTER, status: "
                  WS-ENROLL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM OPEN-PAYMENT-OUTPUTS.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM UNTIL END-OF-ENROLLEES
                READ ENROLL-MASTER
                    AT END
                        SET END-OF-ENROLLEES TO TRUE
                    NOT AT END
                        PERFORM CHECK-ONE-ENROLLEE
                END-READ
            END-PERFORM.
            CLOSE ENROLL-MASTER.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE PAYMENT-FILE.
            CLOSE TRANS-FILE.
            CLOSE ACCT-OPEN-FILE.
            CLOSE PAYMENT-REPORT.
            DISPLAY "Inscritos leidos ......: " WS-ENROLLEES-READ.
            DISPLAY "Pagados en esta corrida: " WS-PAID-NOW.
            DISPLAY "  con prorrateo .......: " WS-PRORATED-NOW.
            DISPLAY "Ya pagados en el mes ..: " WS-ALREADY-PAID.
            DISPLAY "Activos sin importe ...: " WS-NO-RATE.
            DISPLAY "Altas de cuenta pedidas: " WS-ACCT-OPEN-REQUESTS.
            DISPLAY "Importe pagado ........: " WS-TOTAL-PAID.
      * Un ACTIVO sin importe para su tier queda sin pagar: RC=4 para
      * que se corrija la tabla y se resometa (los ya pagados se
      * saltan). Sin pagos nuevos y con el mes ya pagado, es un
      * rerun de un mes cerrado: RC=8 para no entregar a tesoreria
      * un archivo vacio en lugar del bueno.
            IF WS-NO-RATE > ZERO
              MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-PAID-NOW = ZERO
               AND WS-ALREADY-PAID > ZERO
              DISPLAY "ERROR: el mes " WS-PAY-MONTH
                  " ya esta pagado; no se paga dos veces."
              MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

       INIT-RUN-INFO.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-YYYYMMDD.
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-ID.
            MOVE 1 TO WS-RUN-CYCLE.

      * El mes a pagar viene en el PARM como YYYYMM; sin PARM (o
      * invalido) se paga el mes de la fecha de corrida.
       READ-MONTH-PARM.
            MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-PAY-MONTH.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
              IF WS-PARM(1:6) IS NUMERIC
                 AND WS-PARM(5:2) >= "01"
                 AND WS-PARM(5:2) <= "12"
                MOVE WS-PARM(1:6) TO WS-PAY-MONTH
              ELSE
                DISPLAY "PARM de mes invalido: " WS-PARM
                    " - se usa el mes de la fecha de corrida."
              END-IF
            END-IF.
            DISPLAY "Mes a pagar: " WS-PAY-MONTH.

      * Primer y ultimo dia del mes pagado (febrero bisiesto incluido)
      * y el mes anterior.
       SET-MONTH-LIMITS.
            MOVE WS-MONTH-DAYS(WS-PAY-MM) TO WS-DAYS-IN-MONTH.
            IF WS-PAY-MM = 2
               AND FUNCTION MOD(WS-PAY-YYYY, 4) = 0
               AND (FUNCTION MOD(WS-PAY-YYYY, 100) NOT = 0
                OR FUNCTION MOD(WS-PAY-YYYY, 400) = 0)
              MOVE 29 TO WS-DAYS-IN-MONTH
            END-IF.
            COMPUTE WS-MONTH-FIRST = WS-PAY-MONTH * 100 + 1.
            COMPUTE WS-MONTH-LAST = WS-PAY-MONTH * 100
                + WS-DAYS-IN-MONTH.
            IF WS-PAY-MM = 1
              COMPUTE WS-PRIOR-YYYY = WS-PAY-YYYY - 1
              MOVE 12 TO WS-PRIOR-MM
            ELSE
              MOVE WS-PAY-YYYY TO WS-PRIOR-YYYY
              COMPUTE WS-PRIOR-MM = WS-PAY-MM - 1
            END-IF.

      * Sin tabla de importes nadie puede pagarse: se aborta.
       LOAD-BENEFIT-RATES.
            OPEN INPUT BENEFIT-RATE-FILE.
            IF WS-RATE-STATUS NOT = "00"
              DISPLAY "No se pudo abrir BENEFIT-RATE-FILE, status: "
                  WS-RATE-STATUS " - abortando, sin importes."
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM UNTIL END-OF-RATE-LOAD
                READ BENEFIT-RATE-FILE
                    AT END
                        SET END-OF-RATE-LOAD TO TRUE
                    NOT AT END
                        IF WS-RATE-COUNT >= 100
                          DISPLAY "ERROR: tabla de importes llena "
                              "(100), abortando para no pagar el "
                              "tier " BRT-TIER " con otro importe."
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                        ELSE
                          ADD 1 TO WS-RATE-COUNT
                          MOVE BRT-TIER TO WS-RATE-TIER(WS-RATE-COUNT)
                          MOVE BRT-EFF-DATE TO
                              WS-RATE-EFF-DATE(WS-RATE-COUNT)
                          MOVE BRT-AMOUNT TO
                              WS-RATE-AMOUNT(WS-RATE-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BENEFIT-RATE-FILE.
            DISPLAY "Importes por tier cargados: " WS-RATE-COUNT.

      * Relee la historia de pagos y marca quien ya cobro el mes a
      * pagar y quien cobro el mes anterior. Sin historia (primer
      * mes) nadie esta pagado.
       LOAD-PAYMENT-HISTORY.
            MOVE SPACES TO WS-PAID-TABLE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            IF WS-HISTORY-STATUS = "00"
              PERFORM UNTIL END-OF-HST-LOAD
                  READ PAYMENT-HISTORY-FILE
                      AT END
                          SET END-OF-HST-LOAD TO TRUE
                      NOT AT END
                          IF HST-MONTH = WS-PAY-MONTH
                             OR HST-MONTH = WS-PRIOR-MONTH
                            PERFORM STORE-PAID-ID
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PAYMENT-HISTORY-FILE
            END-IF.
            DISPLAY "Inscritos con pago previo: " WS-PAID-COUNT.

       STORE-PAID-ID.
            MOVE HST-APP-ID TO WS-PAID-KEY.
            PERFORM FIND-PAID-ID.
            IF WS-PAID-LOOKUP-IDX = ZERO
              IF WS-PAID-COUNT >= 10000 OR WS-PAID-FREE-IDX = ZERO
                DISPLAY "ERROR: tabla de pagados llena (10000), "
                    "abortando para no pagar dos veces."
                MOVE 16 TO RETURN-CODE
                GOBACK
              ELSE
                ADD 1 TO WS-PAID-COUNT
                MOVE WS-PAID-FREE-IDX TO WS-PAID-LOOKUP-IDX
                MOVE HST-APP-ID TO WS-PAID-ID(WS-PAID-LOOKUP-IDX)
                MOVE "N" TO WS-PAID-CUR-SW(WS-PAID-LOOKUP-IDX)
                MOVE "N" TO WS-PAID-PRV-SW(WS-PAID-LOOKUP-IDX)
              END-IF
            END-IF.
            IF HST-MONTH = WS-PAY-MONTH
              MOVE "Y" TO WS-PAID-CUR-SW(WS-PAID-LOOKUP-IDX)
            ELSE
              MOVE "Y" TO WS-PAID-PRV-SW(WS-PAID-LOOKUP-IDX)
            END-IF.

       FIND-PAID-ID.
            PERFORM COMPUTE-PAID-HASH.
            MOVE ZERO TO WS-PAID-LOOKUP-IDX.
            MOVE ZERO TO WS-PAID-FREE-IDX.
            MOVE ZERO TO WS-PAID-PROBES.
            COMPUTE WS-PAID-SLOT = WS-PAID-HASH + 1.
            PERFORM UNTIL WS-PAID-LOOKUP-IDX NOT = ZERO
                OR WS-PAID-FREE-IDX NOT = ZERO
                OR WS-PAID-PROBES >= 16384
                EVALUATE TRUE
                  WHEN WS-PAID-ID(WS-PAID-SLOT) = WS-PAID-KEY
                    MOVE WS-PAID-SLOT TO WS-PAID-LOOKUP-IDX
                  WHEN WS-PAID-ID(WS-PAID-SLOT) = SPACES
                    MOVE WS-PAID-SLOT TO WS-PAID-FREE-IDX
                  WHEN OTHER
                    ADD 1 TO WS-PAID-PROBES
                    ADD 1 TO WS-PAID-SLOT
                    IF WS-PAID-SLOT > 16384
                      MOVE 1 TO WS-PAID-SLOT
                    END-IF
                END-EVALUATE
            END-PERFORM.

       COMPUTE-PAID-HASH.
            MOVE ZERO TO WS-PAID-HASH.
            PERFORM VARYING WS-PAID-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-PAID-CHAR-IDX > 6
                COMPUTE WS-PAID-HASH = FUNCTION MOD(
                    WS-PAID-HASH * 31 + FUNCTION ORD(
                        WS-PAID-KEY(WS-PAID-CHAR-IDX:1)), 16384)
            END-PERFORM.

      * La historia y el archivo de pagos abren EXTEND: un rerun tras
      * un abend agrega solo lo que faltaba, igual que las cartas de
      * CONDICIONALES. TRANS se agrega para la siguiente corrida de
      * DUMMY.
       OPEN-PAYMENT-OUTPUTS.
            OPEN EXTEND PAYMENT-HISTORY-FILE.
            IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT PAYMENT-HISTORY-FILE
            END-IF.
            OPEN EXTEND PAYMENT-FILE.
            IF WS-PAYMENT-STATUS = "35"
              OPEN OUTPUT PAYMENT-FILE
            END-IF.
            OPEN EXTEND TRANS-FILE.
            IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
            END-IF.
            OPEN EXTEND ACCT-OPEN-FILE.
            IF WS-ACCT-OPEN-STATUS = "35"
              OPEN OUTPUT ACCT-OPEN-FILE
            END-IF.
            OPEN OUTPUT PAYMENT-REPORT.
            IF WS-HISTORY-STATUS NOT = "00"
               OR WS-PAYMENT-STATUS NOT = "00"
               OR WS-TRANS-STATUS NOT = "00"
               OR WS-ACCT-OPEN-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
              DISPLAY "No se pudieron abrir las salidas de pago, "
                  "status historia/pagos/trans/altas/reporte: "
                  WS-HISTORY-STATUS "/" WS-PAYMENT-STATUS "/"
                  WS-TRANS-STATUS "/" WS-ACCT-OPEN-STATUS "/"
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.

      * Solo los ACTIVOs cobran; un BAJA o DENEGADO nunca se paga. Un
      * ACTIVO con vigencia posterior al cierre del mes todavia no
      * estaba inscrito en el mes pagado.
       CHECK-ONE-ENROLLEE.
            ADD 1 TO WS-ENROLLEES-READ.
            IF ENR-STATUS NOT = "ACTIVO"
              ADD 1 TO WS-NOT-ACTIVE
            ELSE
              IF ENR-EFF-DATE > WS-MONTH-LAST
                ADD 1 TO WS-LATE-ENROLLEES
              ELSE
                MOVE ENR-APP-ID TO WS-PAID-KEY
                PERFORM FIND-PAID-ID
                IF WS-PAID-LOOKUP-IDX NOT = ZERO
                   AND WS-PAID-CUR-SW(WS-PAID-LOOKUP-IDX) = "Y"
                  ADD 1 TO WS-ALREADY-PAID
                ELSE
                  PERFORM PAY-ONE-ENROLLEE
                END-IF
              END-IF
            END-IF.

       PAY-ONE-ENROLLEE.
            PERFORM FIND-TIER-AMOUNT.
            IF TIER-RATE-NOT-FOUND
              ADD 1 TO WS-NO-RATE
              MOVE SPACES TO WS-WORK-LINE
              STRING "  ** " ENR-APP-ID " " ENR-NAME " " ENR-TIER
                  " SIN IMPORTE VIGENTE PARA SU TIER - NO PAGADO"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
            ELSE
              PERFORM COMPUTE-PAYMENT
              PERFORM WRITE-PAYMENT
            END-IF.

      * Importe del tier vigente al ultimo dia del mes pagado: el
      * renglon de fecha de vigencia mas reciente que no la rebase.
       FIND-TIER-AMOUNT.
            SET TIER-RATE-NOT-FOUND TO TRUE.
            MOVE ZERO TO WS-RATE-BEST-DATE.
            MOVE ZERO TO WS-TIER-AMOUNT.
            PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-COUNT
                IF WS-RATE-TIER(WS-RATE-IDX) = ENR-TIER
                   AND WS-RATE-EFF-DATE(WS-RATE-IDX) <= WS-MONTH-LAST
                   AND WS-RATE-EFF-DATE(WS-RATE-IDX) >=
                       WS-RATE-BEST-DATE
                  SET TIER-RATE-FOUND TO TRUE
                  MOVE WS-RATE-EFF-DATE(WS-RATE-IDX) TO
                      WS-RATE-BEST-DATE
                  MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-TIER-AMOUNT
                END-IF
            END-PERFORM.

      * Mes completo, salvo quien se inscribio dentro del mes y no
      * cobro el anterior: ese cobra los dias desde su vigencia. Una
      * re-evaluacion anual tambien mueve ENR-EFF-DATE, pero quien ya
      * venia cobrando tiene pago el mes anterior y no se prorratea.
       COMPUTE-PAYMENT.
            MOVE "N" TO WS-PRORATE-SW.
            MOVE WS-DAYS-IN-MONTH TO WS-PAY-DAYS.
            IF ENR-EFF-DATE >= WS-MONTH-FIRST
               AND (WS-PAID-LOOKUP-IDX = ZERO
                OR WS-PAID-PRV-SW(WS-PAID-LOOKUP-IDX) NOT = "Y")
              SET PAYMENT-PRORATED TO TRUE
              COMPUTE WS-PAY-DAYS = WS-DAYS-IN-MONTH - ENR-EFF-DD + 1
            END-IF.
            IF PAYMENT-PRORATED
              COMPUTE WS-PAY-AMOUNT ROUNDED =
                  WS-TIER-AMOUNT * WS-PAY-DAYS / WS-DAYS-IN-MONTH
              MOVE "PRORRATEO" TO WS-PRORATE-MARK
              ADD 1 TO WS-PRORATED-NOW
            ELSE
              MOVE WS-TIER-AMOUNT TO WS-PAY-AMOUNT
              MOVE SPACES TO WS-PRORATE-MARK
            END-IF.
            MOVE SPACES TO WS-BEN-ACCOUNT.
            STRING WS-BEN-ACCT-PREFIX ENR-APP-ID
                DELIMITED BY SIZE INTO WS-BEN-ACCOUNT.

      * La historia se graba primero: es la guarda del rerun. Luego
      * el pago para tesoreria y el abono a la cuenta del inscrito
      * (moneda base; num2 en cero para que la suma sea el importe).
       WRITE-PAYMENT.
            MOVE SPACES TO PAYMENT-HISTORY-RECORD.
            MOVE ENR-APP-ID TO HST-APP-ID.
            MOVE WS-PAY-MONTH TO HST-MONTH.
            MOVE ENR-TIER TO HST-TIER.
            MOVE WS-PAY-DAYS TO HST-DAYS.
            MOVE WS-PAY-AMOUNT TO HST-AMOUNT.
            MOVE WS-BEN-ACCOUNT TO HST-ACCOUNT.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF PAYMENT-HISTORY-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF PAYMENT-HISTORY-RECORD.
            WRITE PAYMENT-HISTORY-RECORD.
            MOVE SPACES TO PAYMENT-RECORD.
            MOVE ENR-APP-ID TO PAY-APP-ID.
            MOVE ENR-NAME TO PAY-NAME.
            MOVE WS-PAY-MONTH TO PAY-MONTH.
            MOVE ENR-TIER TO PAY-TIER.
            MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
            MOVE WS-BEN-ACCOUNT TO PAY-ACCOUNT.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF PAYMENT-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF PAYMENT-RECORD.
            WRITE PAYMENT-RECORD.
            MOVE SPACES TO TRANS-RECORD.
            MOVE "A" TO TRANS-OP-CODE.
            MOVE WS-BEN-ACCOUNT TO TRANS-ACCOUNT.
            MOVE SPACES TO TRANS-CURRENCY.
            MOVE WS-PAY-AMOUNT TO num1.
            MOVE ZERO TO num2.
            MOVE SPACES TO TRANS-ACCOUNT-2.
            WRITE TRANS-RECORD.
            IF WS-PAID-LOOKUP-IDX = ZERO
               OR WS-PAID-PRV-SW(WS-PAID-LOOKUP-IDX) NOT = "Y"
              MOVE SPACES TO ACCT-OPEN-RECORD
              MOVE "A" TO CTM-ACTION
              MOVE WS-BEN-ACCOUNT TO CTM-ACCOUNT
              MOVE ENR-NAME TO CTM-OWNER
              MOVE "A" TO CTM-STATUS
              MOVE "BENE" TO CTM-TYPE
              WRITE ACCT-OPEN-RECORD
              ADD 1 TO WS-ACCT-OPEN-REQUESTS
            END-IF.
            ADD 1 TO WS-PAID-NOW.
            ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID.
            EVALUATE ENR-TIER
              WHEN "TIER1"
                ADD WS-PAY-AMOUNT TO WS-TOTAL-TIER1
              WHEN "TIER2"
                ADD WS-PAY-AMOUNT TO WS-TOTAL-TIER2
              WHEN OTHER
                ADD WS-PAY-AMOUNT TO WS-TOTAL-OTHER
            END-EVALUATE.
            MOVE WS-PAY-AMOUNT TO WS-EDIT-AMOUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  " ENR-APP-ID " " ENR-NAME " " ENR-TIER " "
                WS-BEN-ACCOUNT "  dias " WS-PAY-DAYS "  "
                WS-EDIT-AMOUNT "  " WS-PRORATE-MARK
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "REGISTRO DE PAGOS DE BENEFICIO DEL MES "
                WS-PAY-MONTH " (corrida " WS-RUN-ID ")"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  APP-ID NOMBRE               TIER       CUENTA"
                "                 IMPORTE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-PAID-NOW TO WS-EDIT-COUNT.
            MOVE WS-TOTAL-PAID TO WS-EDIT-TOTAL.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  PAGADOS EN ESTA CORRIDA: " WS-EDIT-COUNT
                "   IMPORTE: " WS-EDIT-TOTAL
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOTAL-TIER1 TO WS-EDIT-TOTAL.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "    TIER1 ...............: " WS-EDIT-TOTAL
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOTAL-TIER2 TO WS-EDIT-TOTAL.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "    TIER2 ...............: " WS-EDIT-TOTAL
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-TOTAL-OTHER > ZERO
              MOVE WS-TOTAL-OTHER TO WS-EDIT-TOTAL
              MOVE SPACES TO WS-WORK-LINE
              STRING "    OTROS TIERS .........: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
            END-IF.
            MOVE WS-PRORATED-NOW TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  CON PRORRATEO .........: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-ALREADY-PAID TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  YA PAGADOS EN EL MES ..: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NOT-ACTIVE TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  NO ACTIVOS (SIN PAGO) .: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-LATE-ENROLLEES TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  INSCRITOS DESPUES DEL MES: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NO-RATE TO WS-EDIT-COUNT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  ACTIVOS SIN IMPORTE ...: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
       END PROGRAM PAGOBEN.
