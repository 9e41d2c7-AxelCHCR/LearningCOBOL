      ******************************************************************
      * Author:
      * Date:
      * Purpose: Antiguedad de saldos de clientes, semanal. Hasta que
      *          RUTINAS empezo a aplicar cada pago contra folios
      *          concretos (CAPHSTDD), CUST-BALANCE era lo unico que
      *          se sabia de un cliente: nadie podia decir que
      *          facturas seguian sin pagar ni desde cuando. Este
      *          programa reconstruye, por cliente, el saldo abierto
      *          de cada factura "H" del extracto (total, menos la
      *          nota de credito "C" de DEVOLUC sobre ese folio, menos
      *          los pagos aplicados; lo que quedo a cuenta se consume
      *          contra las mas antiguas; lo que exceda CUST-BALANCE
      *          se da por pagado, de la mas antigua en adelante, por
      *          las facturas anteriores a la aplicacion por folio) y
      *          lo reparte en rangos de 0-30 / 31-60 / 61-90 / mas de
      *          90 dias segun el run-id de la factura. Emite el
      *          reporte de antiguedad, una carta de cobranza por
      *          cliente con saldo vencido cuyo tono sube con el rango
      *          mas viejo, y pone en hold (CUST-STATUS "H") al
      *          cliente activo con algo a mas de 90 dias, para que
      *          RUTINA05 deje de embarcarle sin esperar un cambio de
      *          MANTMAES; cobranza lo libera por MANTMAES cuando
      *          regularice. Se relee el extracto por cliente, con el
      *          mismo criterio que ESTADOCTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVOICDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CASH-APPLY-HIST-FILE ASSIGN TO CAPHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHST-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT AGING-FILE ASSIGN TO AGINGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
           SELECT DUNNING-FILE ASSIGN TO DUNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que INVOICE-RECORD / CREDIT-DETAIL-RECORD en
      * rutinas.cbl: encabezados "H" de factura y "C" de nota de
      * credito, detalle "R" de la nota con el folio original.
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
       01  CREDIT-DETAIL-RECORD.
           05 CRD-REC-TYPE            PIC X.
           05 FILLER                  PIC X.
           05 CRD-NUMBER              PIC 9(8).
           05 FILLER                  PIC X.
           05 CRD-ORIG-NUMBER         PIC 9(8).
           05 FILLER                  PIC X.
           05 CRD-ORIG-LINE           PIC 9(2).
           05 FILLER                  PIC X.
           05 CRD-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 CRD-QTY                 PIC 9(4).
           05 FILLER                  PIC X.
           05 CRD-UNIT-PRICE          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 CRD-LINE-AMOUNT         PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 CRD-REASON              PIC X(4).
           05 FILLER                  PIC X.
           05 CRD-UNIT-COST           PIC 9(5)V99.
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
      * Mismo layout que CUSTOMER-RECORD en rutinas.cbl.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-ID                 PIC X(15).
           05 FILLER                  PIC X.
           05 CUST-NAME               PIC X(20).
           05 FILLER                  PIC X.
           05 CUST-CREDIT-LIMIT       PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 CUST-BALANCE            PIC S9(9)V99.
           05 FILLER                  PIC X.
           05 CUST-STATUS             PIC X.
       FD  AGING-FILE.
       01  AGING-LINE                 PIC X(100).
       FD  DUNNING-FILE.
       01  DUNNING-LINE               PIC X(80).
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
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-AGING-STATUS             PIC XX.
       01  WS-DUNNING-STATUS           PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-CUST-FOUND-SW            PIC X VALUE "N".
           88 CUSTOMER-FOUND          VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
      * Clientes con facturas en el extracto, juntados en la primera
      * pasada.
       01  WS-CUST-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CUST-IDX.
              10 WS-CUST-ID            PIC X(15).
       01  WS-CUST-LOOKUP-IDX          PIC 9(4).
       01  WS-CUR-CUSTOMER             PIC X(15).
      * Facturas del cliente en turno con su saldo abierto y su
      * antiguedad, en orden de folio (el orden de emision).
       01  WS-OPI-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-OPI-TABLE.
           05 WS-OPI-ENTRY OCCURS 300 TIMES INDEXED BY WS-OPI-IDX.
              10 WS-OPI-FOLIO          PIC 9(8).
              10 WS-OPI-DATE           PIC 9(8).
              10 WS-OPI-OPEN           PIC S9(9)V99 COMP-3.
              10 WS-OPI-DAYS           PIC 9(5).
              10 WS-OPI-BUCKET         PIC 9.
       01  WS-OPI-LOOKUP-IDX           PIC 9(3).
       01  WS-OPI-FULL-SW              PIC X VALUE "N".
           88 OPI-TABLE-FULL          VALUE "Y".
       01  WS-OPI-SEARCH-FOLIO         PIC 9(8).
       01  WS-OPI-CREDIT-NUM           PIC 9(8) VALUE ZERO.
       01  WS-OPI-CREDIT-AMT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DEDUCT-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ON-ACCOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ON-ACCOUNT-LEFT          PIC S9(9)V99 COMP-3 VALUE ZERO.
      * Tope de lo abierto: CUST-BALANCE; lo que las facturas sumen
      * por encima se da por pagado, de la mas antigua en adelante
      * (mismo criterio que RUTINAS al repartir la cobranza).
       01  WS-OPI-CAP                  PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OPI-EXCESS               PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(8).
      * Rangos de antiguedad: 1 = 0-30, 2 = 31-60, 3 = 61-90,
      * 4 = mas de 90 dias.
       01  WS-BUCKET-NAMES.
           05 FILLER                  PIC X(6) VALUE "0-30  ".
           05 FILLER                  PIC X(6) VALUE "31-60 ".
           05 FILLER                  PIC X(6) VALUE "61-90 ".
           05 FILLER                  PIC X(6) VALUE "90+   ".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME          PIC X(6) OCCURS 4 TIMES.
       01  WS-CUST-BUCKETS.
           05 WS-CUST-BUCKET          PIC S9(11)V99 COMP-3
                                      OCCURS 4 TIMES.
       01  WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET         PIC S9(13)V99 COMP-3
                                      OCCURS 4 TIMES.
       01  WS-BUCKET-IDX               PIC 9.
       01  WS-CUST-OPEN-TOTAL          PIC S9(11)V99 COMP-3.
       01  WS-CUST-OVERDUE             PIC S9(11)V99 COMP-3.
       01  WS-GRAND-ON-ACCOUNT         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OLDEST-BUCKET            PIC 9.
       01  WS-DUN-LEVEL                PIC 9.
       01  WS-CUSTOMERS-AGED           PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-WITH-DEBT      PIC 9(5) VALUE ZERO.
       01  WS-LETTERS-OUT              PIC 9(5) VALUE ZERO.
       01  WS-HOLDS-SET                PIC 9(5) VALUE ZERO.
       01  WS-UNDATED-INVOICES         PIC 9(7) VALUE ZERO.
       01  WS-WORK-LINE                PIC X(100).
       01  WS-AMOUNT-EDIT              PIC Z(8)9.99-.
       01  WS-AMOUNT-EDIT-2            PIC Z(8)9.99-.
       01  WS-AMOUNT-EDIT-3            PIC Z(8)9.99-.
       01  WS-AMOUNT-EDIT-4            PIC Z(8)9.99-.
       01  WS-AMOUNT-EDIT-5            PIC Z(8)9.99-.
       01  WS-BIG-EDIT                 PIC Z(10)9.99-.
       01  WS-DAYS-EDIT                PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== ANTIGUEDAD DE SALDOS (ANTIGUE) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            OPEN I-O CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00"
              DISPLAY "No se pudo abrir CUSTOMER-FILE, status: "
                  WS-CUSTOMER-STATUS
                  " - abortando, preparar la copia de trabajo."
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM COLLECT-INVOICED-CUSTOMERS.
            OPEN OUTPUT AGING-FILE.
            OPEN OUTPUT DUNNING-FILE.
            PERFORM WRITE-AGING-HEADING.
            PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                    UNTIL WS-CUST-IDX > WS-CUST-COUNT
                PERFORM AGE-ONE-CUSTOMER
            END-PERFORM.
            PERFORM WRITE-AGING-TOTALS.
            CLOSE AGING-FILE.
            CLOSE DUNNING-FILE.
            CLOSE CUSTOMER-FILE.
            IF WS-UNDATED-INVOICES > ZERO
              DISPLAY "AVISO: " WS-UNDATED-INVOICES
                  " facturas sin run-id valido, fuera de la antiguedad."
            END-IF.
            DISPLAY "Clientes revisados .....: " WS-CUSTOMERS-AGED.
            DISPLAY "Clientes con saldo .....: " WS-CUSTOMERS-WITH-DEBT.
            DISPLAY "Cartas de cobranza .....: " WS-LETTERS-OUT.
            DISPLAY "Clientes puestos en hold: " WS-HOLDS-SET.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-CUSTOMERS-AGED TO WS-STEP-RECORDS.
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
              MOVE "ANTIGUE" TO JST-PROGRAM
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
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD).

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

      * Primera pasada: los clientes con al menos una factura "H".
       COLLECT-INVOICED-CUSTOMERS.
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
                          IF INV-REC-TYPE = "H"
                            PERFORM STORE-INVOICED-CUSTOMER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            END-IF.

       STORE-INVOICED-CUSTOMER.
            MOVE ZERO TO WS-CUST-LOOKUP-IDX.
            PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                    UNTIL WS-CUST-IDX > WS-CUST-COUNT
                OR WS-CUST-LOOKUP-IDX NOT = ZERO
                IF WS-CUST-ID(WS-CUST-IDX) = INV-CUSTOMER
                  MOVE WS-CUST-IDX TO WS-CUST-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-CUST-LOOKUP-IDX = ZERO
              IF WS-CUST-COUNT >= 1000
                DISPLAY "ERROR: tabla de clientes llena (1000), "
                    "abortando para no emitir antiguedad incompleta."
                MOVE 16 TO RETURN-CODE
                CLOSE INVOICE-FILE
                CLOSE CUSTOMER-FILE
                GOBACK
              ELSE
                ADD 1 TO WS-CUST-COUNT
                MOVE INV-CUSTOMER TO WS-CUST-ID(WS-CUST-COUNT)
              END-IF
            END-IF.

      * Por cliente: arma sus partidas abiertas, consume lo que
      * quedo a cuenta contra las mas antiguas, las reparte en rangos
      * y emite su bloque del reporte, su carta y, si corresponde, el
      * hold.
       AGE-ONE-CUSTOMER.
            MOVE WS-CUST-ID(WS-CUST-IDX) TO WS-CUR-CUSTOMER.
            ADD 1 TO WS-CUSTOMERS-AGED.
            PERFORM LOAD-CUSTOMER-OPEN-ITEMS.
            PERFORM CONSUME-ON-ACCOUNT.
            MOVE WS-CUR-CUSTOMER TO CUST-ID.
            READ CUSTOMER-FILE
                INVALID KEY
                    SET CUSTOMER-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET CUSTOMER-FOUND TO TRUE
            END-READ.
            IF CUSTOMER-FOUND
              PERFORM CAP-OPEN-ITEMS-AT-BALANCE
            END-IF.
            MOVE ZERO TO WS-CUST-OPEN-TOTAL.
            MOVE ZERO TO WS-OLDEST-BUCKET.
            PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                MOVE ZERO TO WS-CUST-BUCKET(WS-BUCKET-IDX)
            END-PERFORM.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  PERFORM CLASSIFY-OPEN-ITEM
                END-IF
            END-PERFORM.
      * El cliente que solo tiene saldo a favor sale en el reporte
      * pero no cuenta como cliente con saldo.
            IF WS-CUST-OPEN-TOTAL > ZERO
              ADD 1 TO WS-CUSTOMERS-WITH-DEBT
            END-IF.
            IF WS-CUST-OPEN-TOTAL > ZERO
               OR WS-ON-ACCOUNT-LEFT > ZERO
              PERFORM WRITE-CUSTOMER-AGING
              IF WS-OLDEST-BUCKET > 1
                PERFORM WRITE-DUNNING-LETTER
              END-IF
              IF WS-CUST-BUCKET(4) > ZERO
                PERFORM SET-COLLECTIONS-HOLD
              END-IF
            END-IF.

      * Saldo abierto por factura: total del "H", menos la nota de
      * credito "C" emitida sobre el folio (su primer "R" dice contra
      * cual), menos los pagos aplicados al folio. Lo aplicado a
      * cuenta (folio en ceros) se junta aparte.
       LOAD-CUSTOMER-OPEN-ITEMS.
            MOVE ZERO TO WS-OPI-COUNT.
            MOVE "N" TO WS-OPI-FULL-SW.
            MOVE ZERO TO WS-OPI-CREDIT-NUM.
            MOVE ZERO TO WS-ON-ACCOUNT.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ INVOICE-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM TALLY-OPEN-ITEM-RECORD
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            END-IF.
            IF OPI-TABLE-FULL
              DISPLAY "AVISO: cliente " WS-CUR-CUSTOMER " con mas de "
                  "300 facturas; las mas recientes no se reportan."
            END-IF.
            OPEN INPUT CASH-APPLY-HIST-FILE.
            IF WS-CAPHST-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ CASH-APPLY-HIST-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF CAH-CUST-ID = WS-CUR-CUSTOMER
                             AND CAH-INV-NUMBER IS NUMERIC
                             AND CAH-AMOUNT IS NUMERIC
                            PERFORM TALLY-CASH-APPLIED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CASH-APPLY-HIST-FILE
            END-IF.

       TALLY-OPEN-ITEM-RECORD.
            EVALUATE INV-REC-TYPE
              WHEN "H"
                IF INV-CUSTOMER = WS-CUR-CUSTOMER
                   AND INV-NUMBER IS NUMERIC
                  IF CAR-RUN-ID OF INVOICE-RECORD IS NOT NUMERIC
                    ADD 1 TO WS-UNDATED-INVOICES
                  ELSE
                    IF WS-OPI-COUNT >= 300
                      SET OPI-TABLE-FULL TO TRUE
                    ELSE
                      ADD 1 TO WS-OPI-COUNT
                      MOVE INV-NUMBER TO WS-OPI-FOLIO(WS-OPI-COUNT)
                      MOVE CAR-RUN-ID OF INVOICE-RECORD TO
                          WS-OPI-DATE(WS-OPI-COUNT)
                      MOVE INV-TOTAL TO WS-OPI-OPEN(WS-OPI-COUNT)
                    END-IF
                  END-IF
                END-IF
              WHEN "C"
                IF INV-CUSTOMER = WS-CUR-CUSTOMER
                  MOVE INV-NUMBER TO WS-OPI-CREDIT-NUM
                  MOVE INV-TOTAL TO WS-OPI-CREDIT-AMT
                ELSE
                  MOVE ZERO TO WS-OPI-CREDIT-NUM
                END-IF
              WHEN "R"
                IF WS-OPI-CREDIT-NUM NOT = ZERO
                   AND CRD-NUMBER = WS-OPI-CREDIT-NUM
                  MOVE CRD-ORIG-NUMBER TO WS-OPI-SEARCH-FOLIO
                  MOVE WS-OPI-CREDIT-AMT TO WS-DEDUCT-AMOUNT
                  PERFORM DEDUCT-FROM-OPEN-ITEM
                  MOVE ZERO TO WS-OPI-CREDIT-NUM
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

       TALLY-CASH-APPLIED.
            IF CAH-INV-NUMBER = ZERO
              ADD CAH-AMOUNT TO WS-ON-ACCOUNT
            ELSE
              MOVE CAH-INV-NUMBER TO WS-OPI-SEARCH-FOLIO
              MOVE CAH-AMOUNT TO WS-DEDUCT-AMOUNT
              PERFORM DEDUCT-FROM-OPEN-ITEM
            END-IF.

       DEDUCT-FROM-OPEN-ITEM.
            MOVE ZERO TO WS-OPI-LOOKUP-IDX.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                OR WS-OPI-LOOKUP-IDX NOT = ZERO
                IF WS-OPI-FOLIO(WS-OPI-IDX) = WS-OPI-SEARCH-FOLIO
                  SET WS-OPI-LOOKUP-IDX TO WS-OPI-IDX
                END-IF
            END-PERFORM.
            IF WS-OPI-LOOKUP-IDX NOT = ZERO
              SUBTRACT WS-DEDUCT-AMOUNT FROM
                  WS-OPI-OPEN(WS-OPI-LOOKUP-IDX)
            END-IF.

      * Lo que RUTINAS dejo a cuenta (pago sin factura abierta en su
      * momento) cubre las facturas abiertas mas antiguas; lo que aun
      * sobre se reporta como saldo a favor.
       CONSUME-ON-ACCOUNT.
            MOVE WS-ON-ACCOUNT TO WS-ON-ACCOUNT-LEFT.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                OR WS-ON-ACCOUNT-LEFT NOT > ZERO
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  IF WS-ON-ACCOUNT-LEFT < WS-OPI-OPEN(WS-OPI-IDX)
                    SUBTRACT WS-ON-ACCOUNT-LEFT FROM
                        WS-OPI-OPEN(WS-OPI-IDX)
                    MOVE ZERO TO WS-ON-ACCOUNT-LEFT
                  ELSE
                    SUBTRACT WS-OPI-OPEN(WS-OPI-IDX) FROM
                        WS-ON-ACCOUNT-LEFT
                    MOVE ZERO TO WS-OPI-OPEN(WS-OPI-IDX)
                  END-IF
                END-IF
            END-PERFORM.

      * El extracto acumulado trae facturas emitidas antes de que la
      * cobranza se aplicara por folio, pagadas hace tiempo pero sin
      * registro en CASHAPPL. CUST-BALANCE es la cifra buena: lo
      * abierto se topa en el (en cero si el cliente tiene saldo a
      * favor) y el excedente se da por pagado de la factura mas
      * antigua en adelante, para no cobrar ni poner en hold por
      * facturas ya liquidadas. Un cliente fuera del maestro se
      * reporta sin tope.
       CAP-OPEN-ITEMS-AT-BALANCE.
            MOVE CUST-BALANCE TO WS-OPI-CAP.
            IF WS-OPI-CAP < ZERO
              MOVE ZERO TO WS-OPI-CAP
            END-IF.
            MOVE ZERO TO WS-OPI-EXCESS.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  ADD WS-OPI-OPEN(WS-OPI-IDX) TO WS-OPI-EXCESS
                END-IF
            END-PERFORM.
            SUBTRACT WS-OPI-CAP FROM WS-OPI-EXCESS.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                OR WS-OPI-EXCESS NOT > ZERO
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  IF WS-OPI-EXCESS < WS-OPI-OPEN(WS-OPI-IDX)
                    SUBTRACT WS-OPI-EXCESS FROM
                        WS-OPI-OPEN(WS-OPI-IDX)
                    MOVE ZERO TO WS-OPI-EXCESS
                  ELSE
                    SUBTRACT WS-OPI-OPEN(WS-OPI-IDX) FROM
                        WS-OPI-EXCESS
                    MOVE ZERO TO WS-OPI-OPEN(WS-OPI-IDX)
                  END-IF
                END-IF
            END-PERFORM.

       CLASSIFY-OPEN-ITEM.
            COMPUTE WS-OPI-DAYS(WS-OPI-IDX) = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(WS-OPI-DATE(WS-OPI-IDX)).
            EVALUATE TRUE
              WHEN WS-OPI-DAYS(WS-OPI-IDX) <= 30
                MOVE 1 TO WS-OPI-BUCKET(WS-OPI-IDX)
              WHEN WS-OPI-DAYS(WS-OPI-IDX) <= 60
                MOVE 2 TO WS-OPI-BUCKET(WS-OPI-IDX)
              WHEN WS-OPI-DAYS(WS-OPI-IDX) <= 90
                MOVE 3 TO WS-OPI-BUCKET(WS-OPI-IDX)
              WHEN OTHER
                MOVE 4 TO WS-OPI-BUCKET(WS-OPI-IDX)
            END-EVALUATE.
            MOVE WS-OPI-BUCKET(WS-OPI-IDX) TO WS-BUCKET-IDX.
            ADD WS-OPI-OPEN(WS-OPI-IDX) TO
                WS-CUST-BUCKET(WS-BUCKET-IDX).
            ADD WS-OPI-OPEN(WS-OPI-IDX) TO
                WS-GRAND-BUCKET(WS-BUCKET-IDX).
            ADD WS-OPI-OPEN(WS-OPI-IDX) TO WS-CUST-OPEN-TOTAL.
            IF WS-BUCKET-IDX > WS-OLDEST-BUCKET
              MOVE WS-BUCKET-IDX TO WS-OLDEST-BUCKET
            END-IF.

       WRITE-AGING-HEADING.
            MOVE ALL "=" TO AGING-LINE.
            WRITE AGING-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "ANTIGUEDAD DE SALDOS AL " WS-RUN-DATE-YYYYMMDD
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.
            MOVE ALL "=" TO AGING-LINE.
            WRITE AGING-LINE.

       WRITE-CUSTOMER-AGING.
            MOVE SPACES TO WS-WORK-LINE.
            IF CUSTOMER-FOUND
              STRING "CLIENTE " WS-CUR-CUSTOMER " " CUST-NAME
                  " ESTADO " CUST-STATUS
                  DELIMITED BY SIZE INTO WS-WORK-LINE
            ELSE
              STRING "CLIENTE " WS-CUR-CUSTOMER
                  " (NO ESTA EN EL MAESTRO)"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
            END-IF.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  FOLIO    FECHA       DIAS          SALDO  RANGO"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  PERFORM WRITE-OPEN-ITEM-LINE
                END-IF
            END-PERFORM.
            MOVE WS-CUST-BUCKET(1) TO WS-AMOUNT-EDIT.
            MOVE WS-CUST-BUCKET(2) TO WS-AMOUNT-EDIT-2.
            MOVE WS-CUST-BUCKET(3) TO WS-AMOUNT-EDIT-3.
            MOVE WS-CUST-BUCKET(4) TO WS-AMOUNT-EDIT-4.
            MOVE WS-CUST-OPEN-TOTAL TO WS-AMOUNT-EDIT-5.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  0-30:" WS-AMOUNT-EDIT " 31-60:" WS-AMOUNT-EDIT-2
                " 61-90:" WS-AMOUNT-EDIT-3 " 90+:" WS-AMOUNT-EDIT-4
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.
            MOVE WS-ON-ACCOUNT-LEFT TO WS-AMOUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  TOTAL ABIERTO:" WS-AMOUNT-EDIT-5
                "  SALDO A FAVOR:" WS-AMOUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.
            ADD WS-ON-ACCOUNT-LEFT TO WS-GRAND-ON-ACCOUNT.
            MOVE SPACES TO AGING-LINE.
            WRITE AGING-LINE.

       WRITE-OPEN-ITEM-LINE.
            MOVE WS-OPI-DAYS(WS-OPI-IDX) TO WS-DAYS-EDIT.
            MOVE WS-OPI-OPEN(WS-OPI-IDX) TO WS-AMOUNT-EDIT.
            MOVE WS-OPI-BUCKET(WS-OPI-IDX) TO WS-BUCKET-IDX.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  " WS-OPI-FOLIO(WS-OPI-IDX) " "
                WS-OPI-DATE(WS-OPI-IDX) " " WS-DAYS-EDIT " "
                WS-AMOUNT-EDIT "  " WS-BUCKET-NAME(WS-BUCKET-IDX)
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.

       WRITE-AGING-TOTALS.
            MOVE ALL "=" TO AGING-LINE.
            WRITE AGING-LINE.
            PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                MOVE WS-GRAND-BUCKET(WS-BUCKET-IDX) TO WS-BIG-EDIT
                MOVE SPACES TO WS-WORK-LINE
                STRING "TOTAL RANGO " WS-BUCKET-NAME(WS-BUCKET-IDX)
                    " " WS-BIG-EDIT
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO AGING-LINE
                WRITE AGING-LINE
            END-PERFORM.
            MOVE WS-GRAND-ON-ACCOUNT TO WS-BIG-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "TOTAL A FAVOR " WS-BIG-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "CLIENTES CON SALDO " WS-CUSTOMERS-WITH-DEBT
                "  CARTAS " WS-LETTERS-OUT "  HOLDS NUEVOS "
                WS-HOLDS-SET
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO AGING-LINE.
            WRITE AGING-LINE.

      * Carta de cobranza: el nivel lo da el rango vencido mas viejo
      * (31-60 recordatorio, 61-90 segundo aviso, mas de 90 aviso
      * final con suspension de credito). Lista solo lo vencido.
       WRITE-DUNNING-LETTER.
            ADD 1 TO WS-LETTERS-OUT.
            COMPUTE WS-DUN-LEVEL = WS-OLDEST-BUCKET - 1.
            MOVE ZERO TO WS-CUST-OVERDUE.
            MOVE ALL "=" TO DUNNING-LINE.
            WRITE DUNNING-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            EVALUATE WS-DUN-LEVEL
              WHEN 1
                STRING "CARTA DE COBRANZA - NIVEL 1 - RECORDATORIO"
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN 2
                STRING "CARTA DE COBRANZA - NIVEL 2 - SEGUNDO AVISO"
                    DELIMITED BY SIZE INTO WS-WORK-LINE
              WHEN OTHER
                STRING "CARTA DE COBRANZA - NIVEL 3 - AVISO FINAL"
                    DELIMITED BY SIZE INTO WS-WORK-LINE
            END-EVALUATE.
            PERFORM WRITE-DUNNING-WORK-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            IF CUSTOMER-FOUND
              STRING "FECHA " WS-RUN-DATE-YYYYMMDD "  CLIENTE "
                  WS-CUR-CUSTOMER " " CUST-NAME
                  DELIMITED BY SIZE INTO WS-WORK-LINE
            ELSE
              STRING "FECHA " WS-RUN-DATE-YYYYMMDD "  CLIENTE "
                  WS-CUR-CUSTOMER
                  DELIMITED BY SIZE INTO WS-WORK-LINE
            END-IF.
            PERFORM WRITE-DUNNING-WORK-LINE.
            MOVE SPACES TO DUNNING-LINE.
            WRITE DUNNING-LINE.
            EVALUATE WS-DUN-LEVEL
              WHEN 1
                MOVE "Le recordamos que las facturas siguientes ya "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "vencieron. Si ya realizo el pago, favor de "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "indicar el folio en la referencia bancaria."
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
              WHEN 2
                MOVE "Segundo aviso: las facturas siguientes tienen "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "mas de 60 dias sin pago. Le solicitamos "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "liquidarlas a la brevedad para evitar la "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "suspension de su linea de credito."
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
              WHEN OTHER
                MOVE "AVISO FINAL: su cuenta tiene facturas con mas "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "de 90 dias de vencidas. Su credito queda "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "SUSPENDIDO y no se embarcaran nuevos pedidos "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "hasta que regularice su saldo. Comuniquese con "
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
                MOVE "el area de cobranza de inmediato."
                    TO WS-WORK-LINE
                PERFORM WRITE-DUNNING-WORK-LINE
            END-EVALUATE.
            MOVE SPACES TO DUNNING-LINE.
            WRITE DUNNING-LINE.
            MOVE "  FOLIO    FECHA       DIAS          SALDO"
                TO WS-WORK-LINE.
            PERFORM WRITE-DUNNING-WORK-LINE.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                   AND WS-OPI-BUCKET(WS-OPI-IDX) > 1
                  ADD WS-OPI-OPEN(WS-OPI-IDX) TO WS-CUST-OVERDUE
                  MOVE WS-OPI-DAYS(WS-OPI-IDX) TO WS-DAYS-EDIT
                  MOVE WS-OPI-OPEN(WS-OPI-IDX) TO WS-AMOUNT-EDIT
                  MOVE SPACES TO WS-WORK-LINE
                  STRING "  " WS-OPI-FOLIO(WS-OPI-IDX) " "
                      WS-OPI-DATE(WS-OPI-IDX) " " WS-DAYS-EDIT " "
                      WS-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
                  PERFORM WRITE-DUNNING-WORK-LINE
                END-IF
            END-PERFORM.
            MOVE WS-CUST-OVERDUE TO WS-AMOUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  TOTAL VENCIDO:            " WS-AMOUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-DUNNING-WORK-LINE.
            MOVE SPACES TO DUNNING-LINE.
            WRITE DUNNING-LINE.

       WRITE-DUNNING-WORK-LINE.
            MOVE WS-WORK-LINE TO DUNNING-LINE.
            WRITE DUNNING-LINE.
            MOVE SPACES TO WS-WORK-LINE.

      * Hold automatico por cobranza: solo al cliente activo; uno ya
      * en hold o dado de baja ("I") se deja como esta.
       SET-COLLECTIONS-HOLD.
            IF CUSTOMER-FOUND
               AND CUST-STATUS = "A"
              MOVE "H" TO CUST-STATUS
              REWRITE CUSTOMER-RECORD
                  INVALID KEY
                      DISPLAY "ERROR: no se pudo regrabar el "
                          "cliente " CUST-ID ", status: "
                          WS-CUSTOMER-STATUS
                  NOT INVALID KEY
                      ADD 1 TO WS-HOLDS-SET
                      DISPLAY "Cliente " CUST-ID
                          " puesto en hold por saldo a mas de 90 dias"
              END-REWRITE
            END-IF.
       END PROGRAM ANTIGUE.
