      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cuadre de maestros dia contra dia. STEP042 regraba
      *          CUSTMAST e ITEMMAST desde las copias de trabajo cada
      *          noche y nada probaba que el cambio se explicara con
      *          la actividad del dia: un rerun mal arrancado que
      *          re-aplica inventario o saldos (justo lo que la REGLA
      *          STEP036 previene) pasaba sin que nadie lo notara.
      *          STEP037 toma una foto de ambos maestros (CUSTSNAP,
      *          ITEMSNAP) antes de la recepcion y este paso corre
      *          despues de la promocion. Carga en tablas hash el
      *          cambio esperado por llave con la actividad de la
      *          corrida y ciclo: por cliente, facturas del dia menos
      *          notas de credito menos cobranza aplicada (CASHAPDIA);
      *          por articulo, entradas de almacen (STKRCPT.PREV) mas
      *          devoluciones reingresadas menos lo facturado. Barre
      *          cada maestro contra su foto y lista todo registro
      *          cuyo cambio real no sea el esperado, con ambas
      *          cifras; tambien el registro que estaba en la foto y
      *          ya no esta en el maestro. Cualquier diferencia
      *          termina con RC=4, que MAESTRO marca fuera de balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT CUST-SNAP-FILE ASSIGN TO CSNAPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-ID
               FILE STATUS IS WS-CUST-SNAP-STATUS.
           SELECT ITEM-FILE ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ITEM-SNAP-FILE ASSIGN TO ISNAPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISN-CODE
               FILE STATUS IS WS-ITEM-SNAP-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVOICDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CASH-APPLY-DAY-FILE ASSIGN TO CAPDIADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPDIA-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO STKRCPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      * Foto de CUSTMAST tomada en STEP037 (REPRO), mismo layout.
       FD  CUST-SNAP-FILE.
       01  CUST-SNAP-RECORD.
           05 CSN-ID                  PIC X(15).
           05 FILLER                  PIC X.
           05 CSN-NAME                PIC X(20).
           05 FILLER                  PIC X.
           05 CSN-CREDIT-LIMIT        PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 CSN-BALANCE             PIC S9(9)V99.
           05 FILLER                  PIC X.
           05 CSN-STATUS              PIC X.
      * Mismo layout que ITEM-RECORD en rutinas.cbl.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05 ITEM-CODE               PIC X(8).
           05 FILLER                  PIC X.
           05 ITEM-DESC               PIC X(20).
           05 FILLER                  PIC X.
           05 ITEM-ON-HAND            PIC 9(7).
           05 FILLER                  PIC X.
           05 ITEM-REORDER-POINT      PIC 9(7).
           05 FILLER                  PIC X.
           05 ITEM-LIST-PRICE         PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-STATUS             PIC X.
           05 FILLER                  PIC X.
           05 ITEM-UNIT-COST          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-BIN                PIC X(6).
           05 FILLER                  PIC X.
           05 ITEM-UNIT-WEIGHT        PIC 9(4)V999.
      * Foto de ITEMMAST tomada en STEP037 (REPRO), mismo layout.
       FD  ITEM-SNAP-FILE.
       01  ITEM-SNAP-RECORD.
           05 ISN-CODE                PIC X(8).
           05 FILLER                  PIC X.
           05 ISN-DESC                PIC X(20).
           05 FILLER                  PIC X.
           05 ISN-ON-HAND             PIC 9(7).
           05 FILLER                  PIC X.
           05 ISN-REORDER-POINT       PIC 9(7).
           05 FILLER                  PIC X.
           05 ISN-LIST-PRICE          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ISN-STATUS              PIC X.
           05 FILLER                  PIC X.
           05 ISN-UNIT-COST           PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ISN-BIN                 PIC X(6).
           05 FILLER                  PIC X.
           05 ISN-UNIT-WEIGHT         PIC 9(4)V999.
      * Mismo layout que el extracto de rutinas.cbl: encabezado "H"
      * (factura) o "C" (nota de credito de devoluc.cbl), detalle "D"
      * de factura y detalle "R" de nota de credito.
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
       01  INVOICE-DETAIL-RECORD.
           05 INVD-REC-TYPE           PIC X.
           05 FILLER                  PIC X.
           05 INVD-NUMBER             PIC 9(8).
           05 FILLER                  PIC X.
           05 INVD-LINE-NO            PIC 9(2).
           05 FILLER                  PIC X.
           05 INVD-ITEM-CODE          PIC X(8).
           05 FILLER                  PIC X.
           05 INVD-QTY                PIC 9(4).
           05 FILLER                  PIC X.
           05 INVD-UNIT-PRICE         PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 INVD-LINE-AMOUNT        PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INVD-UNIT-COST          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 INVD-LINE-COST          PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INVD-PRICE-SOURCE       PIC X(4).
           COPY AUDITTRL.
       01  CREDIT-MEMO-DETAIL.
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
      * Mismo layout que CASH-APPLY-RECORD en rutinas.cbl; archivo
      * del dia, lo recrea cada corrida de RUTINAS.
       FD  CASH-APPLY-DAY-FILE.
       01  CASH-APPLY-RECORD.
           05 CAP-CUST-ID             PIC X(15).
           05 FILLER                  PIC X.
           05 CAP-INV-NUMBER          PIC 9(8).
           05 FILLER                  PIC X.
           05 CAP-AMOUNT              PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 CAP-RCP-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 CAP-METHOD              PIC X.
           COPY AUDITTRL.
      * Mismo layout que RECEIPT-RECORD en recepcion.cbl; ya retirado
      * a .PREV por STEP039.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 STK-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 STK-QTY                 PIC 9(7).
           05 FILLER                  PIC X.
           05 STK-DATE                PIC 9(8).
           05 FILLER                  PIC X.
           05 STK-PO-NUMBER           PIC X(8).
           05 FILLER                  PIC X.
           05 STK-UNIT-COST           PIC X(7).
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
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-CUST-SNAP-STATUS         PIC XX.
       01  WS-ITEM-STATUS              PIC XX.
       01  WS-ITEM-SNAP-STATUS         PIC XX.
       01  WS-INVOICE-STATUS           PIC XX.
       01  WS-CAPDIA-STATUS            PIC XX.
       01  WS-RECEIPT-STATUS           PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-SNAP-SWITCH              PIC X VALUE "N".
           88 SNAP-FOUND              VALUE "Y".
           88 SNAP-NOT-FOUND          VALUE "N".
       01  WS-MASTER-SWITCH            PIC X VALUE "N".
           88 MASTER-FOUND            VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
       01  WS-INVOICES-READ            PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-MEMOS-READ        PIC 9(7) VALUE ZERO.
       01  WS-INV-LINES-READ           PIC 9(7) VALUE ZERO.
       01  WS-RTN-LINES-READ           PIC 9(7) VALUE ZERO.
       01  WS-CASH-APPLIED-READ        PIC 9(7) VALUE ZERO.
       01  WS-RECEIPTS-READ            PIC 9(7) VALUE ZERO.
       01  WS-CUST-CHECKED             PIC 9(7) VALUE ZERO.
       01  WS-CUST-OUT                 PIC 9(7) VALUE ZERO.
       01  WS-CUST-DROPPED             PIC 9(7) VALUE ZERO.
       01  WS-ITEM-CHECKED             PIC 9(7) VALUE ZERO.
       01  WS-ITEM-OUT                 PIC 9(7) VALUE ZERO.
       01  WS-ITEM-DROPPED             PIC 9(7) VALUE ZERO.
      * Cifras de un registro: antes (foto), despues (maestro), cambio
      * real y cambio que explica la actividad del dia.
       01  WS-CUST-BEFORE              PIC S9(11)V99 COMP-3.
       01  WS-CUST-ACTUAL              PIC S9(11)V99 COMP-3.
       01  WS-CUST-EXPECTED            PIC S9(11)V99 COMP-3.
       01  WS-CUST-DIFF                PIC S9(11)V99 COMP-3.
       01  WS-ITEM-BEFORE              PIC S9(9) COMP-3.
       01  WS-ITEM-ACTUAL              PIC S9(9) COMP-3.
       01  WS-ITEM-EXPECTED            PIC S9(9) COMP-3.
       01  WS-ITEM-DIFF                PIC S9(9) COMP-3.
       01  WS-AMOUNT-EDIT              PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-2            PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-3            PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-4            PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-5            PIC Z(10)9.99-.
       01  WS-QTY-EDIT                 PIC Z(8)9-.
       01  WS-QTY-EDIT-2               PIC Z(8)9-.
       01  WS-QTY-EDIT-3               PIC Z(8)9-.
       01  WS-QTY-EDIT-4               PIC Z(8)9-.
       01  WS-QTY-EDIT-5               PIC Z(8)9-.
      * Tablas hash del cambio esperado por cliente y por articulo,
      * con direccionamiento abierto (mismo esquema que la tabla de
      * acuses de concilia.cbl). Un slot con llave en blanco esta
      * libre; nunca se borra.
       01  WS-CUS-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CUS-TABLE.
           05 WS-CUS-ENTRY OCCURS 16384 TIMES.
              10 WS-CUS-ID             PIC X(15).
              10 WS-CUS-EXPECTED       PIC S9(11)V99 COMP-3.
       01  WS-ITM-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ITM-TABLE.
           05 WS-ITM-ENTRY OCCURS 16384 TIMES.
              10 WS-ITM-CODE           PIC X(8).
              10 WS-ITM-EXPECTED       PIC S9(9) COMP-3.
       01  WS-HASH-KEY                 PIC X(15).
       01  WS-LOOKUP-IDX               PIC 9(8).
       01  WS-FREE-IDX                 PIC 9(8).
       01  WS-SLOT                     PIC 9(8).
       01  WS-HASH                     PIC 9(8) COMP.
       01  WS-PROBES                   PIC 9(8) COMP.
       01  WS-CHAR-IDX                 PIC 9(2) COMP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== CUADRE DE MAESTROS (CUADRE) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM INIT-EXPECTED-TABLES.
            PERFORM LOAD-INVOICE-ACTIVITY.
            PERFORM LOAD-CASH-ACTIVITY.
            PERFORM LOAD-RECEIPT-ACTIVITY.
            IF RETURN-CODE < 16
              PERFORM CHECK-CUSTOMERS
            END-IF.
            IF RETURN-CODE < 16
              PERFORM CHECK-DROPPED-CUSTOMERS
            END-IF.
            IF RETURN-CODE < 16
              PERFORM CHECK-ITEMS
            END-IF.
            IF RETURN-CODE < 16
              PERFORM CHECK-DROPPED-ITEMS
            END-IF.
            DISPLAY "Facturas de la corrida ...: " WS-INVOICES-READ.
            DISPLAY "Notas de credito .........: "
                WS-CREDIT-MEMOS-READ.
            DISPLAY "Lineas facturadas ........: " WS-INV-LINES-READ.
            DISPLAY "Lineas devueltas .........: " WS-RTN-LINES-READ.
            DISPLAY "Aplicaciones de cobranza .: "
                WS-CASH-APPLIED-READ.
            DISPLAY "Entradas de almacen ......: " WS-RECEIPTS-READ.
            DISPLAY "Clientes revisados .......: " WS-CUST-CHECKED.
            DISPLAY "Clientes sin explicar ....: " WS-CUST-OUT.
            DISPLAY "Clientes fuera del maestro: " WS-CUST-DROPPED.
            DISPLAY "Articulos revisados ......: " WS-ITEM-CHECKED.
            DISPLAY "Articulos sin explicar ...: " WS-ITEM-OUT.
            DISPLAY "Articulos fuera de maestro: " WS-ITEM-DROPPED.
            EVALUATE TRUE
              WHEN RETURN-CODE >= 16
                DISPLAY "--- CUADRE NO CONCLUIDO ---"
              WHEN WS-CUST-OUT > ZERO OR WS-CUST-DROPPED > ZERO
                   OR WS-ITEM-OUT > ZERO OR WS-ITEM-DROPPED > ZERO
                DISPLAY "--- MAESTROS CON CAMBIOS SIN EXPLICAR ---"
                MOVE 4 TO RETURN-CODE
              WHEN OTHER
                DISPLAY "--- CUADRE DE MAESTROS CORRECTO ---"
            END-EVALUATE.
            MOVE "FIN" TO WS-STEP-EVENT.
            COMPUTE WS-STEP-RECORDS = WS-CUST-CHECKED
                + WS-ITEM-CHECKED.
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
              MOVE "CUADRE" TO JST-PROGRAM
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

       INIT-EXPECTED-TABLES.
            PERFORM VARYING WS-SLOT FROM 1 BY 1
                    UNTIL WS-SLOT > 16384
                MOVE SPACES TO WS-CUS-ID(WS-SLOT)
                MOVE ZERO TO WS-CUS-EXPECTED(WS-SLOT)
                MOVE SPACES TO WS-ITM-CODE(WS-SLOT)
                MOVE ZERO TO WS-ITM-EXPECTED(WS-SLOT)
            END-PERFORM.

      * Del extracto acumulado solo cuenta lo estampado con la
      * corrida y ciclo de hoy: facturas de RUTINAS y notas de
      * credito de DEVOLUC (que STEP042 acaba de agregar). Un rerun
      * conserva el ciclo de la mannana, asi que lo facturado por un
      * intento abortado y reanudado por checkpoint cuenta una vez.
       LOAD-INVOICE-ACTIVITY.
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
                          IF CAR-RUN-ID OF INVOICE-RECORD =
                                 WS-RUN-ID
                             AND CAR-CYCLE OF INVOICE-RECORD =
                                 WS-RUN-CYCLE
                            PERFORM ADD-INVOICE-ACTIVITY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            END-IF.

      * La factura carga su total al saldo (RUTINA05); la nota de
      * credito lo abona. Lo facturado sale del disponible (RUTINA06)
      * y lo devuelto regresa (DEVOLUC).
       ADD-INVOICE-ACTIVITY.
            EVALUATE INV-REC-TYPE
              WHEN "H"
                ADD 1 TO WS-INVOICES-READ
                MOVE INV-CUSTOMER TO WS-HASH-KEY
                PERFORM GET-CUS-ENTRY
                ADD INV-TOTAL TO WS-CUS-EXPECTED(WS-LOOKUP-IDX)
              WHEN "C"
                ADD 1 TO WS-CREDIT-MEMOS-READ
                MOVE INV-CUSTOMER TO WS-HASH-KEY
                PERFORM GET-CUS-ENTRY
                SUBTRACT INV-TOTAL FROM
                    WS-CUS-EXPECTED(WS-LOOKUP-IDX)
              WHEN "D"
                ADD 1 TO WS-INV-LINES-READ
                MOVE INVD-ITEM-CODE TO WS-HASH-KEY
                PERFORM GET-ITM-ENTRY
                SUBTRACT INVD-QTY FROM
                    WS-ITM-EXPECTED(WS-LOOKUP-IDX)
              WHEN "R"
                ADD 1 TO WS-RTN-LINES-READ
                MOVE CRD-ITEM-CODE TO WS-HASH-KEY
                PERFORM GET-ITM-ENTRY
                ADD CRD-QTY TO WS-ITM-EXPECTED(WS-LOOKUP-IDX)
            END-EVALUATE.

      * CASHAPDIA reparte cada pago aplicado por folio (incluida la
      * porcion a cuenta), asi que su suma por cliente es lo que
      * APPLY-CASH-RECEIPTS resto del saldo.
       LOAD-CASH-ACTIVITY.
            OPEN INPUT CASH-APPLY-DAY-FILE.
            IF WS-CAPDIA-STATUS NOT = "00"
              DISPLAY "No se pudo abrir CASH-APPLY-DAY-FILE, status: "
                  WS-CAPDIA-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ CASH-APPLY-DAY-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          ADD 1 TO WS-CASH-APPLIED-READ
                          MOVE CAP-CUST-ID TO WS-HASH-KEY
                          PERFORM GET-CUS-ENTRY
                          SUBTRACT CAP-AMOUNT FROM
                              WS-CUS-EXPECTED(WS-LOOKUP-IDX)
                  END-READ
              END-PERFORM
              CLOSE CASH-APPLY-DAY-FILE
            END-IF.

      * Mismo criterio que RECEPCION: una cantidad no numerica no se
      * aplico. La entrada de un articulo desconocido tampoco, pero
      * esa llave no esta en el maestro y el barrido nunca la pide.
       LOAD-RECEIPT-ACTIVITY.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir RECEIPT-FILE, status: "
                  WS-RECEIPT-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ RECEIPT-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF STK-QTY IS NUMERIC
                            ADD 1 TO WS-RECEIPTS-READ
                            MOVE STK-ITEM-CODE TO WS-HASH-KEY
                            PERFORM GET-ITM-ENTRY
                            ADD STK-QTY TO
                                WS-ITM-EXPECTED(WS-LOOKUP-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RECEIPT-FILE
            END-IF.

      * Busca la llave en la tabla de clientes y la da de alta si no
      * esta; tabla llena aborta para no cuadrar a medias.
       GET-CUS-ENTRY.
            PERFORM FIND-CUS-ENTRY.
            IF WS-LOOKUP-IDX = ZERO
              IF WS-CUS-COUNT >= 10000 OR WS-FREE-IDX = ZERO
                DISPLAY "ERROR: tabla de clientes llena (10000), "
                    "abortando para no cuadrar a medias."
                MOVE 16 TO RETURN-CODE
                GOBACK
              ELSE
                ADD 1 TO WS-CUS-COUNT
                MOVE WS-FREE-IDX TO WS-LOOKUP-IDX
                MOVE WS-HASH-KEY TO WS-CUS-ID(WS-LOOKUP-IDX)
              END-IF
            END-IF.

       FIND-CUS-ENTRY.
            PERFORM COMPUTE-KEY-HASH.
            MOVE ZERO TO WS-LOOKUP-IDX.
            MOVE ZERO TO WS-FREE-IDX.
            MOVE ZERO TO WS-PROBES.
            COMPUTE WS-SLOT = WS-HASH + 1.
            PERFORM UNTIL WS-LOOKUP-IDX NOT = ZERO
                OR WS-FREE-IDX NOT = ZERO
                OR WS-PROBES >= 16384
                EVALUATE TRUE
                  WHEN WS-CUS-ID(WS-SLOT) = WS-HASH-KEY
                    MOVE WS-SLOT TO WS-LOOKUP-IDX
                  WHEN WS-CUS-ID(WS-SLOT) = SPACES
                    MOVE WS-SLOT TO WS-FREE-IDX
                  WHEN OTHER
                    ADD 1 TO WS-PROBES
                    ADD 1 TO WS-SLOT
                    IF WS-SLOT > 16384
                      MOVE 1 TO WS-SLOT
                    END-IF
                END-EVALUATE
            END-PERFORM.

       GET-ITM-ENTRY.
            PERFORM FIND-ITM-ENTRY.
            IF WS-LOOKUP-IDX = ZERO
              IF WS-ITM-COUNT >= 10000 OR WS-FREE-IDX = ZERO
                DISPLAY "ERROR: tabla de articulos llena (10000), "
                    "abortando para no cuadrar a medias."
                MOVE 16 TO RETURN-CODE
                GOBACK
              ELSE
                ADD 1 TO WS-ITM-COUNT
                MOVE WS-FREE-IDX TO WS-LOOKUP-IDX
                MOVE WS-HASH-KEY TO WS-ITM-CODE(WS-LOOKUP-IDX)
              END-IF
            END-IF.

       FIND-ITM-ENTRY.
            PERFORM COMPUTE-KEY-HASH.
            MOVE ZERO TO WS-LOOKUP-IDX.
            MOVE ZERO TO WS-FREE-IDX.
            MOVE ZERO TO WS-PROBES.
            COMPUTE WS-SLOT = WS-HASH + 1.
            PERFORM UNTIL WS-LOOKUP-IDX NOT = ZERO
                OR WS-FREE-IDX NOT = ZERO
                OR WS-PROBES >= 16384
                EVALUATE TRUE
                  WHEN WS-ITM-CODE(WS-SLOT) = WS-HASH-KEY
                    MOVE WS-SLOT TO WS-LOOKUP-IDX
                  WHEN WS-ITM-CODE(WS-SLOT) = SPACES
                    MOVE WS-SLOT TO WS-FREE-IDX
                  WHEN OTHER
                    ADD 1 TO WS-PROBES
                    ADD 1 TO WS-SLOT
                    IF WS-SLOT > 16384
                      MOVE 1 TO WS-SLOT
                    END-IF
                END-EVALUATE
            END-PERFORM.

      * Un solo hash para ambas tablas: el codigo de articulo entra
      * alineado a la izquierda y relleno de blancos.
       COMPUTE-KEY-HASH.
            MOVE ZERO TO WS-HASH.
            PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-CHAR-IDX > 15
                COMPUTE WS-HASH = FUNCTION MOD(
                    WS-HASH * 31 + FUNCTION ORD(
                        WS-HASH-KEY(WS-CHAR-IDX:1)), 16384)
            END-PERFORM.

      * Barre CUSTMAST ya promovido y lee la foto por llave; un
      * cliente que no estaba en la foto (alta del dia) parte de
      * saldo cero.
       CHECK-CUSTOMERS.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUSTOMER-STATUS NOT = "00"
              DISPLAY "No se pudo abrir CUSTOMER-FILE, status: "
                  WS-CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN INPUT CUST-SNAP-FILE
              IF WS-CUST-SNAP-STATUS NOT = "00"
                DISPLAY "No se pudo abrir CUST-SNAP-FILE, status: "
                    WS-CUST-SNAP-STATUS
                    "; sin foto no hay cuadre."
                MOVE 16 TO RETURN-CODE
              ELSE
                MOVE "N" TO WS-EOF-SWITCH
                MOVE LOW-VALUES TO CUST-ID
                START CUSTOMER-FILE KEY >= CUST-ID
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL END-OF-FILE
                    READ CUSTOMER-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CHECK-ONE-CUSTOMER
                    END-READ
                END-PERFORM
                CLOSE CUST-SNAP-FILE
              END-IF
              CLOSE CUSTOMER-FILE
            END-IF.

       CHECK-ONE-CUSTOMER.
            ADD 1 TO WS-CUST-CHECKED.
            MOVE CUST-ID TO CSN-ID.
            READ CUST-SNAP-FILE
                INVALID KEY
                    SET SNAP-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET SNAP-FOUND TO TRUE
            END-READ.
            IF SNAP-FOUND
              MOVE CSN-BALANCE TO WS-CUST-BEFORE
            ELSE
              MOVE ZERO TO WS-CUST-BEFORE
            END-IF.
            COMPUTE WS-CUST-ACTUAL = CUST-BALANCE - WS-CUST-BEFORE.
            MOVE CUST-ID TO WS-HASH-KEY.
            PERFORM FIND-CUS-ENTRY.
            IF WS-LOOKUP-IDX = ZERO
              MOVE ZERO TO WS-CUST-EXPECTED
            ELSE
              MOVE WS-CUS-EXPECTED(WS-LOOKUP-IDX) TO WS-CUST-EXPECTED
            END-IF.
            IF WS-CUST-ACTUAL NOT = WS-CUST-EXPECTED
              ADD 1 TO WS-CUST-OUT
              COMPUTE WS-CUST-DIFF = WS-CUST-ACTUAL - WS-CUST-EXPECTED
              MOVE WS-CUST-BEFORE TO WS-AMOUNT-EDIT
              MOVE CUST-BALANCE TO WS-AMOUNT-EDIT-2
              MOVE WS-CUST-ACTUAL TO WS-AMOUNT-EDIT-3
              MOVE WS-CUST-EXPECTED TO WS-AMOUNT-EDIT-4
              MOVE WS-CUST-DIFF TO WS-AMOUNT-EDIT-5
              DISPLAY "SIN EXPLICAR: cliente " CUST-ID
              DISPLAY "   saldo antes " WS-AMOUNT-EDIT
                  " despues " WS-AMOUNT-EDIT-2
              DISPLAY "   cambio real " WS-AMOUNT-EDIT-3
                  " esperado " WS-AMOUNT-EDIT-4
                  " diferencia " WS-AMOUNT-EDIT-5
              IF SNAP-NOT-FOUND
                DISPLAY "   (no estaba en la foto de STEP037)"
              END-IF
            END-IF.

      * Un cliente de la foto que ya no esta en CUSTMAST: ningun paso
      * entre la foto y la promocion da de baja clientes.
       CHECK-DROPPED-CUSTOMERS.
            OPEN INPUT CUST-SNAP-FILE.
            IF WS-CUST-SNAP-STATUS NOT = "00"
              DISPLAY "No se pudo releer la foto de clientes, status: "
                  WS-CUST-SNAP-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN INPUT CUSTOMER-FILE
              IF WS-CUSTOMER-STATUS NOT = "00"
                DISPLAY "No se pudo releer el maestro de clientes, "
                    "status: " WS-CUSTOMER-STATUS
                MOVE 16 TO RETURN-CODE
              ELSE
                MOVE "N" TO WS-EOF-SWITCH
                MOVE LOW-VALUES TO CSN-ID
                START CUST-SNAP-FILE KEY >= CSN-ID
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL END-OF-FILE
                    READ CUST-SNAP-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CHECK-DROPPED-CUSTOMER
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER-FILE
              END-IF
              CLOSE CUST-SNAP-FILE
            END-IF.

       CHECK-DROPPED-CUSTOMER.
            MOVE CSN-ID TO CUST-ID.
            READ CUSTOMER-FILE
                INVALID KEY
                    SET MASTER-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET MASTER-FOUND TO TRUE
            END-READ.
            IF MASTER-NOT-FOUND
              ADD 1 TO WS-CUST-DROPPED
              MOVE CSN-BALANCE TO WS-AMOUNT-EDIT
              DISPLAY "FUERA DEL MAESTRO: cliente " CSN-ID
                  " saldo en la foto " WS-AMOUNT-EDIT
            END-IF.

      * Barre ITEMMAST ya promovido contra su foto; un articulo que
      * no estaba en la foto parte de disponible cero.
       CHECK-ITEMS.
            OPEN INPUT ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ITEM-FILE, status: "
                  WS-ITEM-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN INPUT ITEM-SNAP-FILE
              IF WS-ITEM-SNAP-STATUS NOT = "00"
                DISPLAY "No se pudo abrir ITEM-SNAP-FILE, status: "
                    WS-ITEM-SNAP-STATUS
                    "; sin foto no hay cuadre."
                MOVE 16 TO RETURN-CODE
              ELSE
                MOVE "N" TO WS-EOF-SWITCH
                MOVE LOW-VALUES TO ITEM-CODE
                START ITEM-FILE KEY >= ITEM-CODE
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL END-OF-FILE
                    READ ITEM-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CHECK-ONE-ITEM
                    END-READ
                END-PERFORM
                CLOSE ITEM-SNAP-FILE
              END-IF
              CLOSE ITEM-FILE
            END-IF.

       CHECK-ONE-ITEM.
            ADD 1 TO WS-ITEM-CHECKED.
            MOVE ITEM-CODE TO ISN-CODE.
            READ ITEM-SNAP-FILE
                INVALID KEY
                    SET SNAP-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET SNAP-FOUND TO TRUE
            END-READ.
            IF SNAP-FOUND
              MOVE ISN-ON-HAND TO WS-ITEM-BEFORE
            ELSE
              MOVE ZERO TO WS-ITEM-BEFORE
            END-IF.
            COMPUTE WS-ITEM-ACTUAL = ITEM-ON-HAND - WS-ITEM-BEFORE.
            MOVE ITEM-CODE TO WS-HASH-KEY.
            PERFORM FIND-ITM-ENTRY.
            IF WS-LOOKUP-IDX = ZERO
              MOVE ZERO TO WS-ITEM-EXPECTED
            ELSE
              MOVE WS-ITM-EXPECTED(WS-LOOKUP-IDX) TO WS-ITEM-EXPECTED
            END-IF.
            IF WS-ITEM-ACTUAL NOT = WS-ITEM-EXPECTED
              ADD 1 TO WS-ITEM-OUT
              COMPUTE WS-ITEM-DIFF = WS-ITEM-ACTUAL - WS-ITEM-EXPECTED
              MOVE WS-ITEM-BEFORE TO WS-QTY-EDIT
              MOVE ITEM-ON-HAND TO WS-QTY-EDIT-2
              MOVE WS-ITEM-ACTUAL TO WS-QTY-EDIT-3
              MOVE WS-ITEM-EXPECTED TO WS-QTY-EDIT-4
              MOVE WS-ITEM-DIFF TO WS-QTY-EDIT-5
              DISPLAY "SIN EXPLICAR: articulo " ITEM-CODE
              DISPLAY "   disponible antes " WS-QTY-EDIT
                  " despues " WS-QTY-EDIT-2
              DISPLAY "   cambio real " WS-QTY-EDIT-3
                  " esperado " WS-QTY-EDIT-4
                  " diferencia " WS-QTY-EDIT-5
              IF SNAP-NOT-FOUND
                DISPLAY "   (no estaba en la foto de STEP037)"
              END-IF
            END-IF.

      * Un articulo de la foto que ya no esta en ITEMMAST.
       CHECK-DROPPED-ITEMS.
            OPEN INPUT ITEM-SNAP-FILE.
            IF WS-ITEM-SNAP-STATUS NOT = "00"
              DISPLAY "No se pudo releer la foto de articulos, status: "
                  WS-ITEM-SNAP-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN INPUT ITEM-FILE
              IF WS-ITEM-STATUS NOT = "00"
                DISPLAY "No se pudo releer el maestro de articulos, "
                    "status: " WS-ITEM-STATUS
                MOVE 16 TO RETURN-CODE
              ELSE
                MOVE "N" TO WS-EOF-SWITCH
                MOVE LOW-VALUES TO ISN-CODE
                START ITEM-SNAP-FILE KEY >= ISN-CODE
                    INVALID KEY
                        SET END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL END-OF-FILE
                    READ ITEM-SNAP-FILE NEXT RECORD
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CHECK-DROPPED-ITEM
                    END-READ
                END-PERFORM
                CLOSE ITEM-FILE
              END-IF
              CLOSE ITEM-SNAP-FILE
            END-IF.

       CHECK-DROPPED-ITEM.
            MOVE ISN-CODE TO ITEM-CODE.
            READ ITEM-FILE
                INVALID KEY
                    SET MASTER-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET MASTER-FOUND TO TRUE
            END-READ.
            IF MASTER-NOT-FOUND
              ADD 1 TO WS-ITEM-DROPPED
              MOVE ISN-ON-HAND TO WS-QTY-EDIT
              DISPLAY "FUERA DEL MAESTRO: articulo " ISN-CODE
                  " disponible en la foto " WS-QTY-EDIT
            END-IF.
       END PROGRAM CUADRE.
