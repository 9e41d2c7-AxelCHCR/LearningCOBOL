      ******************************************************************
      * Author:
      * Date:
      * Purpose: Poliza contable diaria hacia la contabilidad general.
      *          Contabilidad recapturaba a mano las cifras del dia
      *          desde el reporte de MAESTRO. Este programa arma la
      *          poliza del ciclo con tres fuentes: los encabezados
      *          "H" del extracto (ingreso e IVA trasladado contra
      *          clientes) y las notas de credito "C" de DEVOLUC (el
      *          mismo asiento invertido), la cobranza aplicada del
      *          dia en CASHAPPL (bancos contra clientes), y el
      *          movimiento neto por cuenta de la calculadora en
      *          ACCTSUM (cuenta contra su contrapartida). La cuenta
      *          contable de cada fuente la da la tabla GLMAPDD que
      *          mantiene finanzas. La poliza se resume por cuenta
      *          contable y solo se libera (se agrega a GLJRNDD, que
      *          es lo que toma la contabilidad general) si cuadra
      *          cargos contra abonos y toda fuente tuvo cuenta; si
      *          no, no se escribe nada y el paso termina con RC=12.
      *          Cada renglon lleva run-id y ciclo y la poliza cierra
      *          con su trailer de control. Un rerun del mismo ciclo
      *          ya liberado termina con RC=8 sin volver a agregarla.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVOICDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CASH-APPLY-HIST-FILE ASSIGN TO CAPHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHST-STATUS.
           SELECT ACCT-SUMMARY-FILE ASSIGN TO ACCTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que INVOICE-RECORD en rutinas.cbl: encabezados
      * "H" de factura y "C" de nota de credito; el detalle no se usa.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-REC-TYPE            PIC X.
           05 FILLER                  PIC X.
           05 INV-NUMBER              PIC 9(8).
           05 FILLER                  PIC X.
           05 INV-ORD-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 INV-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X.
           05 INV-SUBTOTAL            PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INV-TAX                 PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INV-TOTAL               PIC 9(9)V99.
           COPY AUDITTRL.
      * Mismo layout que CASH-APPLY-HIST-RECORD en rutinas.cbl.
       FD  CASH-APPLY-HIST-FILE.
       01  CASH-APPLY-HIST-RECORD.
           05 CAH-CUST-ID             PIC X(15).
           05 FILLER                  PIC X.
           05 CAH-INV-NUMBER          PIC 9(8).
           05 FILLER                  PIC X.
           05 CAH-AMOUNT              PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 CAH-RCP-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 CAH-METHOD              PIC X.
           COPY AUDITTRL.
      * Mismo layout que ACCT-SUMMARY-RECORD en dummy.cbl.
       FD  ACCT-SUMMARY-FILE.
       01  ACCT-SUMMARY-RECORD.
           05 ACS-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 ACS-TRANS-COUNT         PIC 9(7).
           05 FILLER                  PIC X.
           05 ACS-NET-MOVEMENT        PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 ACS-END-BALANCE         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           COPY AUDITTRL.
      * Tabla de cuentas contables que mantiene finanzas. GLM-SOURCE:
      *   VTA  ingreso por ventas         IVA  IVA trasladado
      *   CXC  clientes                   CAJA bancos (cobranza)
      *   CALC cuenta de la calculadora   CALX contrapartida de
      *                                        la calculadora
      * GLM-KEY solo aplica a CALC (la cuenta de ACCTSUM); un renglon
      * CALC con GLM-KEY en blanco es el default para las cuentas de
      * la calculadora que finanzas no haya mapeado una por una.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-SOURCE              PIC X(4).
           05 FILLER                  PIC X.
           05 GLM-KEY                 PIC X(8).
           05 FILLER                  PIC X.
           05 GLM-GL-ACCOUNT          PIC X(12).
           05 FILLER                  PIC X.
           05 GLM-DESCRIPTION         PIC X(30).
      * Poliza liberada a la contabilidad general, acumulada: un
      * renglon por cuenta contable y fuente del ciclo, y al final de
      * cada ciclo su trailer (renglones y total de cargos).
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-GL-ACCOUNT          PIC X(12).
           05 FILLER                  PIC X.
           05 GLJ-SOURCE              PIC X(4).
           05 FILLER                  PIC X.
           05 GLJ-SOURCE-KEY          PIC X(8).
           05 FILLER                  PIC X.
           05 GLJ-DOC-COUNT           PIC 9(7).
           05 FILLER                  PIC X.
           05 GLJ-DEBIT               PIC 9(11)V99.
           05 FILLER                  PIC X.
           05 GLJ-CREDIT              PIC 9(11)V99.
           05 FILLER                  PIC X.
           05 GLJ-DESCRIPTION         PIC X(30).
           COPY AUDITTRL.
       01  GL-JOURNAL-CTL-RECORD.
           COPY CTLTRAIL.
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
       01  WS-INVOICE-STATUS           PIC XX.
       01  WS-CAPHST-STATUS            PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-GLMAP-STATUS             PIC XX.
       01  WS-GLJRN-STATUS             PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-RELEASED-SWITCH          PIC X VALUE "N".
           88 JOURNAL-ALREADY-RELEASED VALUE "Y".
      * Tabla de cuentas contables cargada de GLMAPDD.
       01  WS-MAP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
              10 WS-MAP-SOURCE         PIC X(4).
              10 WS-MAP-KEY            PIC X(8).
              10 WS-MAP-GL-ACCOUNT     PIC X(12).
              10 WS-MAP-DESCRIPTION    PIC X(30).
       01  WS-MAP-LOOKUP-IDX           PIC 9(3).
      * Renglones de la poliza del ciclo, resumidos por cuenta
      * contable, fuente y llave de la fuente.
       01  WS-JRN-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 500 TIMES INDEXED BY WS-JRN-IDX.
              10 WS-JRN-GL-ACCOUNT     PIC X(12).
              10 WS-JRN-SOURCE         PIC X(4).
              10 WS-JRN-KEY            PIC X(8).
              10 WS-JRN-DOCS           PIC 9(7).
              10 WS-JRN-DEBIT          PIC S9(11)V99 COMP-3.
              10 WS-JRN-CREDIT         PIC S9(11)V99 COMP-3.
              10 WS-JRN-DESCRIPTION    PIC X(30).
       01  WS-JRN-LOOKUP-IDX           PIC 9(3).
      * Movimiento que POST-ENTRY va a asentar; lo fija cada llamador.
      * WS-POST-KEY busca la cuenta en la tabla de finanzas y separa
      * el renglon de la poliza (solo CALC la trae).
       01  WS-POST-SOURCE              PIC X(4).
       01  WS-POST-KEY                 PIC X(8).
       01  WS-POST-SIDE                PIC X.
           88 POST-IS-DEBIT           VALUE "D".
           88 POST-IS-CREDIT          VALUE "C".
       01  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-DEBIT              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-CREDIT             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-INVOICES-IN              PIC 9(7) VALUE ZERO.
       01  WS-CREDITS-IN               PIC 9(7) VALUE ZERO.
       01  WS-CASH-APPS-IN             PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-IN              PIC 9(7) VALUE ZERO.
       01  WS-LINES-OUT                PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-EDIT              PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-2            PIC Z(10)9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== POLIZA CONTABLE DIARIA (POLIZA) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM CHECK-PRIOR-RELEASE.
      * Guarda anti doble liberacion, como la de DUMMY con el maestro
      * de cuentas: si la poliza de esta corrida y ciclo ya esta en
      * GLJRNDD, la contabilidad la recibiria dos veces.
            IF JOURNAL-ALREADY-RELEASED
              DISPLAY "ERROR: la poliza de la corrida " WS-RUN-ID
                  " ciclo " WS-RUN-CYCLE " ya fue liberada a la "
                  "contabilidad; no se libera dos veces."
              MOVE 8 TO RETURN-CODE
              MOVE "FIN" TO WS-STEP-EVENT
              MOVE ZERO TO WS-STEP-RECORDS
              MOVE RETURN-CODE TO WS-STEP-RC
              PERFORM WRITE-STEP-STATUS
              GOBACK
            END-IF.
            PERFORM LOAD-GL-MAP.
            IF RETURN-CODE = ZERO
              PERFORM COLLECT-INVOICES
            END-IF.
            IF RETURN-CODE = ZERO
              PERFORM COLLECT-CASH-APPLICATIONS
            END-IF.
            IF RETURN-CODE = ZERO
              PERFORM COLLECT-ACCT-MOVEMENTS
            END-IF.
            IF RETURN-CODE = ZERO
              COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT
              IF WS-DIFFERENCE NOT = ZERO
                 OR WS-UNMAPPED-COUNT > ZERO
                MOVE 12 TO RETURN-CODE
              ELSE
                PERFORM RELEASE-JOURNAL
              END-IF
            END-IF.
            PERFORM DISPLAY-JOURNAL-REPORT.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-LINES-OUT TO WS-STEP-RECORDS.
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
              MOVE "POLIZA" TO JST-PROGRAM
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

      * Busca en la poliza acumulada el trailer de esta corrida y
      * ciclo; sin archivo (primer dia) no hay nada liberado.
       CHECK-PRIOR-RELEASE.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-GLJRN-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ GL-JOURNAL-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF CTL-MARKER OF GL-JOURNAL-CTL-RECORD =
                             "*CONTROL*"
                             AND CAR-RUN-ID OF GL-JOURNAL-CTL-RECORD
                             = WS-RUN-ID
                             AND CAR-CYCLE OF GL-JOURNAL-CTL-RECORD
                             = WS-RUN-CYCLE
                            SET JOURNAL-ALREADY-RELEASED TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
            END-IF.

      * Sin la tabla de finanzas no hay a que cuenta asentar nada:
      * se aborta antes de armar una poliza que no podria liberarse.
       LOAD-GL-MAP.
            OPEN INPUT GL-MAP-FILE.
            IF WS-GLMAP-STATUS NOT = "00"
              DISPLAY "No se pudo abrir GL-MAP-FILE, status: "
                  WS-GLMAP-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ GL-MAP-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF WS-MAP-COUNT >= 200
                            DISPLAY "ERROR: tabla de cuentas "
                                "contables llena (200), se ignora "
                                GLM-SOURCE " " GLM-KEY
                          ELSE
                            ADD 1 TO WS-MAP-COUNT
                            MOVE GLM-SOURCE TO
                                WS-MAP-SOURCE(WS-MAP-COUNT)
                            MOVE GLM-KEY TO WS-MAP-KEY(WS-MAP-COUNT)
                            MOVE GLM-GL-ACCOUNT TO
                                WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
                            MOVE GLM-DESCRIPTION TO
                                WS-MAP-DESCRIPTION(WS-MAP-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GL-MAP-FILE
              DISPLAY "Cuentas contables cargadas: " WS-MAP-COUNT
            END-IF.

      * Facturas y notas de credito emitidas en esta corrida y ciclo.
      * Factura: cargo a clientes por el total, abono a ventas por el
      * subtotal y a IVA por el impuesto. Nota de credito: al reves.
       COLLECT-INVOICES.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00"
              DISPLAY "No se pudo abrir INVOICE-FILE, status: "
                  WS-INVOICE-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ INVOICE-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF (INV-REC-TYPE = "H" OR "C")
                             AND CAR-RUN-ID OF INVOICE-RECORD =
                             WS-RUN-ID
                             AND CAR-CYCLE OF INVOICE-RECORD =
                             WS-RUN-CYCLE
                            PERFORM POST-INVOICE-HEADER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            END-IF.

       POST-INVOICE-HEADER.
            MOVE SPACES TO WS-POST-KEY.
            IF INV-REC-TYPE = "H"
              ADD 1 TO WS-INVOICES-IN
              MOVE "D" TO WS-POST-SIDE
            ELSE
              ADD 1 TO WS-CREDITS-IN
              MOVE "C" TO WS-POST-SIDE
            END-IF.
            MOVE "CXC" TO WS-POST-SOURCE.
            MOVE INV-TOTAL TO WS-POST-AMOUNT.
            PERFORM POST-ENTRY.
            IF INV-REC-TYPE = "H"
              MOVE "C" TO WS-POST-SIDE
            ELSE
              MOVE "D" TO WS-POST-SIDE
            END-IF.
            MOVE "VTA" TO WS-POST-SOURCE.
            MOVE INV-SUBTOTAL TO WS-POST-AMOUNT.
            PERFORM POST-ENTRY.
            MOVE "IVA" TO WS-POST-SOURCE.
            MOVE INV-TAX TO WS-POST-AMOUNT.
            PERFORM POST-ENTRY.

      * Cobranza aplicada por RUTINAS en esta corrida y ciclo (ya
      * agregada al acumulado por STEP042): cargo a bancos, abono a
      * clientes, sea contra folio o a cuenta.
       COLLECT-CASH-APPLICATIONS.
            OPEN INPUT CASH-APPLY-HIST-FILE.
            IF WS-CAPHST-STATUS NOT = "00"
              DISPLAY "No se pudo abrir CASH-APPLY-HIST-FILE, status: "
                  WS-CAPHST-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ CASH-APPLY-HIST-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF CAR-RUN-ID OF CASH-APPLY-HIST-RECORD =
                             WS-RUN-ID
                             AND CAR-CYCLE OF CASH-APPLY-HIST-RECORD
                             = WS-RUN-CYCLE
                            PERFORM POST-CASH-APPLICATION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CASH-APPLY-HIST-FILE
            END-IF.

       POST-CASH-APPLICATION.
            ADD 1 TO WS-CASH-APPS-IN.
            MOVE SPACES TO WS-POST-KEY.
            MOVE CAH-AMOUNT TO WS-POST-AMOUNT.
            MOVE "CAJA" TO WS-POST-SOURCE.
            MOVE "D" TO WS-POST-SIDE.
            PERFORM POST-ENTRY.
            MOVE "CXC" TO WS-POST-SOURCE.
            MOVE "C" TO WS-POST-SIDE.
            PERFORM POST-ENTRY.

      * Movimiento neto por cuenta de la calculadora en esta corrida
      * y ciclo. Neto positivo: cargo a la cuenta, abono a la
      * contrapartida; negativo, al reves. Las cuentas sin
      * movimiento no generan renglon.
       COLLECT-ACCT-MOVEMENTS.
            OPEN INPUT ACCT-SUMMARY-FILE.
            IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ACCT-SUMMARY-FILE, status: "
                  WS-ACCT-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ ACCT-SUMMARY-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF CAR-RUN-ID OF ACCT-SUMMARY-RECORD =
                             WS-RUN-ID
                             AND CAR-CYCLE OF ACCT-SUMMARY-RECORD =
                             WS-RUN-CYCLE
                             AND ACS-NET-MOVEMENT NOT = ZERO
                            PERFORM POST-ACCT-MOVEMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCT-SUMMARY-FILE
            END-IF.

       POST-ACCT-MOVEMENT.
            ADD 1 TO WS-ACCOUNTS-IN.
            IF ACS-NET-MOVEMENT > ZERO
              MOVE ACS-NET-MOVEMENT TO WS-POST-AMOUNT
              MOVE "D" TO WS-POST-SIDE
            ELSE
              COMPUTE WS-POST-AMOUNT = ZERO - ACS-NET-MOVEMENT
              MOVE "C" TO WS-POST-SIDE
            END-IF.
            MOVE "CALC" TO WS-POST-SOURCE.
            MOVE ACS-ACCOUNT TO WS-POST-KEY.
            PERFORM POST-ENTRY.
            IF POST-IS-DEBIT
              MOVE "C" TO WS-POST-SIDE
            ELSE
              MOVE "D" TO WS-POST-SIDE
            END-IF.
            MOVE "CALX" TO WS-POST-SOURCE.
            MOVE SPACES TO WS-POST-KEY.
            PERFORM POST-ENTRY.

      * Asienta un movimiento en el renglon de su cuenta contable.
      * Una fuente sin cuenta en la tabla de finanzas no se asienta:
      * se cuenta y la poliza ya no se libera (RC=12), porque
      * soltarla sin ese importe la mandaria descuadrada o, peor,
      * cuadrada por casualidad sin el.
       POST-ENTRY.
            IF WS-POST-AMOUNT NOT = ZERO
              PERFORM FIND-GL-ACCOUNT
              IF WS-MAP-LOOKUP-IDX = ZERO
                ADD 1 TO WS-UNMAPPED-COUNT
                DISPLAY "ERROR: sin cuenta contable para la fuente "
                    WS-POST-SOURCE " " WS-POST-KEY
              ELSE
                PERFORM ACCUMULATE-JOURNAL-LINE
              END-IF
            END-IF.

       ACCUMULATE-JOURNAL-LINE.
            PERFORM FIND-JOURNAL-LINE.
            IF WS-JRN-LOOKUP-IDX = ZERO
              IF WS-JRN-COUNT >= 500
                DISPLAY "ERROR: tabla de renglones de la poliza "
                    "llena (500), abortando para no liberar una "
                    "poliza incompleta."
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              ADD 1 TO WS-JRN-COUNT
              MOVE WS-JRN-COUNT TO WS-JRN-LOOKUP-IDX
              MOVE WS-MAP-GL-ACCOUNT(WS-MAP-LOOKUP-IDX) TO
                  WS-JRN-GL-ACCOUNT(WS-JRN-LOOKUP-IDX)
              MOVE WS-POST-SOURCE TO WS-JRN-SOURCE(WS-JRN-LOOKUP-IDX)
              MOVE WS-POST-KEY TO WS-JRN-KEY(WS-JRN-LOOKUP-IDX)
              MOVE ZERO TO WS-JRN-DOCS(WS-JRN-LOOKUP-IDX)
              MOVE ZERO TO WS-JRN-DEBIT(WS-JRN-LOOKUP-IDX)
              MOVE ZERO TO WS-JRN-CREDIT(WS-JRN-LOOKUP-IDX)
              MOVE WS-MAP-DESCRIPTION(WS-MAP-LOOKUP-IDX) TO
                  WS-JRN-DESCRIPTION(WS-JRN-LOOKUP-IDX)
            END-IF.
            ADD 1 TO WS-JRN-DOCS(WS-JRN-LOOKUP-IDX).
            IF POST-IS-DEBIT
              ADD WS-POST-AMOUNT TO WS-JRN-DEBIT(WS-JRN-LOOKUP-IDX)
              ADD WS-POST-AMOUNT TO WS-TOTAL-DEBIT
            ELSE
              ADD WS-POST-AMOUNT TO WS-JRN-CREDIT(WS-JRN-LOOKUP-IDX)
              ADD WS-POST-AMOUNT TO WS-TOTAL-CREDIT
            END-IF.

      * Primero la cuenta exacta (fuente y llave); para CALC sin
      * renglon propio, el default de la fuente (llave en blanco).
       FIND-GL-ACCOUNT.
            MOVE ZERO TO WS-MAP-LOOKUP-IDX.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                OR WS-MAP-LOOKUP-IDX NOT = ZERO
                IF WS-MAP-SOURCE(WS-MAP-IDX) = WS-POST-SOURCE
                   AND WS-MAP-KEY(WS-MAP-IDX) = WS-POST-KEY
                  MOVE WS-MAP-IDX TO WS-MAP-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-MAP-LOOKUP-IDX = ZERO
               AND WS-POST-KEY NOT = SPACES
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                      UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-LOOKUP-IDX NOT = ZERO
                  IF WS-MAP-SOURCE(WS-MAP-IDX) = WS-POST-SOURCE
                     AND WS-MAP-KEY(WS-MAP-IDX) = SPACES
                    MOVE WS-MAP-IDX TO WS-MAP-LOOKUP-IDX
                  END-IF
              END-PERFORM
            END-IF.

       FIND-JOURNAL-LINE.
            MOVE ZERO TO WS-JRN-LOOKUP-IDX.
            PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                    UNTIL WS-JRN-IDX > WS-JRN-COUNT
                OR WS-JRN-LOOKUP-IDX NOT = ZERO
                IF WS-JRN-GL-ACCOUNT(WS-JRN-IDX) =
                   WS-MAP-GL-ACCOUNT(WS-MAP-LOOKUP-IDX)
                   AND WS-JRN-SOURCE(WS-JRN-IDX) = WS-POST-SOURCE
                   AND WS-JRN-KEY(WS-JRN-IDX) = WS-POST-KEY
                  MOVE WS-JRN-IDX TO WS-JRN-LOOKUP-IDX
                END-IF
            END-PERFORM.

      * Libera la poliza cuadrada: agrega sus renglones y el trailer
      * del ciclo (renglones y total de cargos) a la poliza acumulada
      * que toma la contabilidad general.
       RELEASE-JOURNAL.
            OPEN EXTEND GL-JOURNAL-FILE.
            IF WS-GLJRN-STATUS = "35"
              OPEN OUTPUT GL-JOURNAL-FILE
            END-IF.
            IF WS-GLJRN-STATUS NOT = "00"
              DISPLAY "No se pudo abrir GL-JOURNAL-FILE, status: "
                  WS-GLJRN-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                      UNTIL WS-JRN-IDX > WS-JRN-COUNT
                  MOVE SPACES TO GL-JOURNAL-RECORD
                  MOVE WS-JRN-GL-ACCOUNT(WS-JRN-IDX) TO GLJ-GL-ACCOUNT
                  MOVE WS-JRN-SOURCE(WS-JRN-IDX) TO GLJ-SOURCE
                  MOVE WS-JRN-KEY(WS-JRN-IDX) TO GLJ-SOURCE-KEY
                  MOVE WS-JRN-DOCS(WS-JRN-IDX) TO GLJ-DOC-COUNT
                  MOVE WS-JRN-DEBIT(WS-JRN-IDX) TO GLJ-DEBIT
                  MOVE WS-JRN-CREDIT(WS-JRN-IDX) TO GLJ-CREDIT
                  MOVE WS-JRN-DESCRIPTION(WS-JRN-IDX) TO
                      GLJ-DESCRIPTION
                  MOVE WS-RUN-ID TO CAR-RUN-ID OF GL-JOURNAL-RECORD
                  MOVE WS-RUN-CYCLE TO CAR-CYCLE OF GL-JOURNAL-RECORD
                  WRITE GL-JOURNAL-RECORD
                  ADD 1 TO WS-LINES-OUT
              END-PERFORM
              PERFORM WRITE-JOURNAL-TRAILER
              CLOSE GL-JOURNAL-FILE
            END-IF.

       WRITE-JOURNAL-TRAILER.
            MOVE SPACES TO GL-JOURNAL-CTL-RECORD.
            MOVE "*CONTROL*" TO CTL-MARKER OF GL-JOURNAL-CTL-RECORD.
            MOVE WS-LINES-OUT TO
                CTL-RECORD-COUNT OF GL-JOURNAL-CTL-RECORD.
            MOVE WS-TOTAL-DEBIT TO
                CTL-HASH-TOTAL OF GL-JOURNAL-CTL-RECORD.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF GL-JOURNAL-CTL-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF GL-JOURNAL-CTL-RECORD.
            WRITE GL-JOURNAL-CTL-RECORD.

       DISPLAY-JOURNAL-REPORT.
            DISPLAY "===== REPORTE DE CONTROL DE LA POLIZA =====".
            DISPLAY "Run ID .............: " WS-RUN-ID
                " ciclo " WS-RUN-CYCLE.
            DISPLAY "Facturas ...........: " WS-INVOICES-IN.
            DISPLAY "Notas de credito ...: " WS-CREDITS-IN.
            DISPLAY "Aplicaciones cobro .: " WS-CASH-APPS-IN.
            DISPLAY "Cuentas calculadora : " WS-ACCOUNTS-IN.
            PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                    UNTIL WS-JRN-IDX > WS-JRN-COUNT
                MOVE WS-JRN-DEBIT(WS-JRN-IDX) TO WS-AMOUNT-EDIT
                MOVE WS-JRN-CREDIT(WS-JRN-IDX) TO WS-AMOUNT-EDIT-2
                DISPLAY "  " WS-JRN-GL-ACCOUNT(WS-JRN-IDX) " "
                    WS-JRN-SOURCE(WS-JRN-IDX) " "
                    WS-JRN-KEY(WS-JRN-IDX) " C " WS-AMOUNT-EDIT
                    " A " WS-AMOUNT-EDIT-2
            END-PERFORM.
            MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-EDIT.
            MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-EDIT-2.
            DISPLAY "Total cargos .......: " WS-AMOUNT-EDIT.
            DISPLAY "Total abonos .......: " WS-AMOUNT-EDIT-2.
            IF WS-UNMAPPED-COUNT > ZERO
              DISPLAY "ERROR: " WS-UNMAPPED-COUNT
                  " movimientos sin cuenta contable; la poliza NO "
                  "se libera. Finanzas debe completar GLMAPDD."
            END-IF.
            IF WS-DIFFERENCE NOT = ZERO
              MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
              DISPLAY "ERROR: poliza descuadrada por "
                  WS-AMOUNT-EDIT "; NO se libera."
            END-IF.
            IF WS-LINES-OUT > ZERO
              DISPLAY "Poliza liberada ....: " WS-LINES-OUT
                  " renglones."
            END-IF.
       END PROGRAM POLIZA.
