      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ordenes de compra sugeridas. REPORT-REPLENISHMENT de
      *          RUTINAS solo lista los articulos bajo su punto de
      *          reorden y compras los convertia a mano en pedidos.
      *          Este programa recorre el maestro de articulos ya
      *          promovido con los compromisos del dia y, por cada
      *          articulo activo bajo su punto de reorden, sugiere la
      *          cantidad que falta para alcanzarlo (descontando lo
      *          que ya viene en camino en ordenes abiertas), nunca
      *          menos que el minimo de compra del proveedor. El
      *          proveedor, sus dias de entrega y el minimo salen del
      *          maestro de proveedores por articulo (VENDDD, que
      *          mantiene compras). Las sugerencias se agrupan en una
      *          orden por proveedor con folio propio (PONUMDD, como
      *          INVNUM con las facturas) y se agregan al archivo de
      *          ordenes abiertas (OPENPODD) que RECEPCION casa contra
      *          las entradas. Un rerun no duplica: lo ya pedido
      *          cuenta como en camino y el articulo queda cubierto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT VENDOR-FILE ASSIGN TO VENDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT PO-NUM-FILE ASSIGN TO PONUMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONUM-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      * Maestro de proveedores por articulo, mantenido por compras:
      * quien surte el articulo, en cuantos dias entrega y la
      * cantidad minima que acepta por pedido.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VND-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 VND-VENDOR-ID           PIC X(8).
           05 FILLER                  PIC X.
           05 VND-VENDOR-NAME         PIC X(20).
           05 FILLER                  PIC X.
           05 VND-LEAD-DAYS           PIC 9(3).
           05 FILLER                  PIC X.
           05 VND-MIN-ORDER-QTY       PIC 9(7).
      * Ordenes de compra abiertas: un renglon por linea con lo
      * pedido y lo recibido hasta hoy. RECEPCION regraba el archivo
      * quitando las lineas que quedan completas.
       FD  OPEN-PO-FILE.
       01  OPEN-PO-RECORD.
           05 OPO-PO-NUMBER           PIC 9(8).
           05 FILLER                  PIC X.
           05 OPO-LINE-NO             PIC 9(3).
           05 FILLER                  PIC X.
           05 OPO-VENDOR-ID           PIC X(8).
           05 FILLER                  PIC X.
           05 OPO-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 OPO-QTY-ORDERED         PIC 9(7).
           05 FILLER                  PIC X.
           05 OPO-QTY-RECEIVED        PIC 9(7).
           05 FILLER                  PIC X.
           05 OPO-ORDER-DATE          PIC 9(8).
           05 FILLER                  PIC X.
           05 OPO-DUE-DATE            PIC 9(8).
           COPY AUDITTRL.
       FD  PO-NUM-FILE.
       01  PO-NUM-RECORD.
           05 PON-LAST-NUMBER         PIC 9(8).
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
       01  WS-ITEM-STATUS              PIC XX.
       01  WS-VENDOR-STATUS            PIC XX.
       01  WS-OPENPO-STATUS            PIC XX.
       01  WS-PONUM-STATUS             PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-ITEM-SCAN-SWITCH         PIC X VALUE "N".
           88 END-OF-ITEM-SCAN        VALUE "Y".
      * Maestro de proveedores cargado por articulo.
       01  WS-VND-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-VND-TABLE.
           05 WS-VND-ENTRY OCCURS 2000 TIMES INDEXED BY WS-VND-IDX.
              10 WS-VND-ITEM           PIC X(8).
              10 WS-VND-ID             PIC X(8).
              10 WS-VND-NAME           PIC X(20).
              10 WS-VND-LEAD-DAYS      PIC 9(3).
              10 WS-VND-MIN-QTY        PIC 9(7).
       01  WS-VND-LOOKUP-IDX           PIC 9(4).
      * Cantidad en camino por articulo (pedida menos recibida en
      * las lineas abiertas).
       01  WS-OPN-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-OPN-TABLE.
           05 WS-OPN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OPN-IDX.
              10 WS-OPN-ITEM           PIC X(8).
              10 WS-OPN-QTY            PIC 9(9).
       01  WS-OPN-LOOKUP-IDX           PIC 9(4).
       01  WS-ON-ORDER-QTY             PIC 9(9).
      * Sugerencias del dia, antes de agruparlas por proveedor.
       01  WS-SUG-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SUG-TABLE.
           05 WS-SUG-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-SUG-IDX WS-SUG-IDX2.
              10 WS-SUG-ITEM           PIC X(8).
              10 WS-SUG-VENDOR         PIC X(8).
              10 WS-SUG-VENDOR-NAME    PIC X(20).
              10 WS-SUG-QTY            PIC 9(7).
              10 WS-SUG-DUE-DATE       PIC 9(8).
              10 WS-SUG-WRITTEN-SW     PIC X.
                 88 SUG-WRITTEN       VALUE "Y".
       01  WS-NEED-QTY                 PIC S9(9).
       01  WS-LAST-PO-NUM              PIC 9(8) VALUE ZERO.
       01  WS-PO-LINE-NO               PIC 9(3).
       01  WS-CUR-VENDOR               PIC X(8).
       01  WS-TODAY-INT                PIC 9(8).
       01  WS-ITEMS-BELOW              PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-COVERED            PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-NO-VENDOR          PIC 9(5) VALUE ZERO.
       01  WS-POS-WRITTEN              PIC 9(5) VALUE ZERO.
       01  WS-LINES-WRITTEN            PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== ORDENES DE COMPRA SUGERIDAS (COMPRAS) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM LOAD-VENDOR-MASTER.
            PERFORM LOAD-OPEN-PO-LINES.
            PERFORM LOAD-PO-NUMBER.
            IF RETURN-CODE = ZERO
              OPEN INPUT ITEM-FILE
              IF WS-ITEM-STATUS NOT = "00"
                DISPLAY "No se pudo abrir ITEM-FILE, status: "
                    WS-ITEM-STATUS
                MOVE 16 TO RETURN-CODE
              ELSE
                PERFORM SCAN-ITEMS-FOR-REORDER
                CLOSE ITEM-FILE
                PERFORM WRITE-PURCHASE-ORDERS
                PERFORM WRITE-PO-NUMBER
              END-IF
            END-IF.
            DISPLAY "Articulos bajo punto de reorden ..: "
                WS-ITEMS-BELOW.
            DISPLAY "Ya cubiertos por ordenes abiertas : "
                WS-ITEMS-COVERED.
            DISPLAY "Sin proveedor en el maestro ......: "
                WS-ITEMS-NO-VENDOR.
            DISPLAY "Ordenes de compra generadas ......: "
                WS-POS-WRITTEN.
            DISPLAY "Lineas de orden generadas ........: "
                WS-LINES-WRITTEN.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-LINES-WRITTEN TO WS-STEP-RECORDS.
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
              MOVE "COMPRAS" TO JST-PROGRAM
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

      * Sin maestro de proveedores no se puede sugerir nada: cada
      * articulo bajo reorden saldra reportado como sin proveedor.
       LOAD-VENDOR-MASTER.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ VENDOR-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM STORE-VENDOR-ENTRY
                  END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
              DISPLAY "Articulos con proveedor cargados: "
                  WS-VND-COUNT
            ELSE
              DISPLAY "Sin maestro de proveedores (status "
                  WS-VENDOR-STATUS "); no habra sugerencias."
            END-IF.

      * Un minimo o unos dias no numericos se toman como cero: el
      * renglon sigue sirviendo para saber a quien se le pide.
       STORE-VENDOR-ENTRY.
            IF WS-VND-COUNT >= 2000
              DISPLAY "ERROR: tabla de proveedores llena (2000), se "
                  "ignora el articulo " VND-ITEM-CODE
            ELSE
              ADD 1 TO WS-VND-COUNT
              MOVE VND-ITEM-CODE TO WS-VND-ITEM(WS-VND-COUNT)
              MOVE VND-VENDOR-ID TO WS-VND-ID(WS-VND-COUNT)
              MOVE VND-VENDOR-NAME TO WS-VND-NAME(WS-VND-COUNT)
              IF VND-LEAD-DAYS IS NUMERIC
                MOVE VND-LEAD-DAYS TO WS-VND-LEAD-DAYS(WS-VND-COUNT)
              ELSE
                MOVE ZERO TO WS-VND-LEAD-DAYS(WS-VND-COUNT)
              END-IF
              IF VND-MIN-ORDER-QTY IS NUMERIC
                MOVE VND-MIN-ORDER-QTY TO
                    WS-VND-MIN-QTY(WS-VND-COUNT)
              ELSE
                MOVE ZERO TO WS-VND-MIN-QTY(WS-VND-COUNT)
              END-IF
            END-IF.

      * Acumula lo que sigue en camino por articulo y toma el folio
      * de orden mas alto presente, por si el control de folios se
      * quedo atras en una corrida abortada (como LOAD-INVOICE-NUMBER
      * de RUTINAS con el extracto).
       LOAD-OPEN-PO-LINES.
            OPEN INPUT OPEN-PO-FILE.
            IF WS-OPENPO-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ OPEN-PO-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM TALLY-OPEN-PO-LINE
                  END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
            END-IF.

       TALLY-OPEN-PO-LINE.
            IF OPO-PO-NUMBER IS NUMERIC
               AND OPO-PO-NUMBER > WS-LAST-PO-NUM
              MOVE OPO-PO-NUMBER TO WS-LAST-PO-NUM
            END-IF.
            IF OPO-QTY-ORDERED IS NUMERIC
               AND OPO-QTY-RECEIVED IS NUMERIC
               AND OPO-QTY-ORDERED > OPO-QTY-RECEIVED
              MOVE ZERO TO WS-OPN-LOOKUP-IDX
              PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                      UNTIL WS-OPN-IDX > WS-OPN-COUNT
                  OR WS-OPN-LOOKUP-IDX NOT = ZERO
                  IF WS-OPN-ITEM(WS-OPN-IDX) = OPO-ITEM-CODE
                    MOVE WS-OPN-IDX TO WS-OPN-LOOKUP-IDX
                  END-IF
              END-PERFORM
              IF WS-OPN-LOOKUP-IDX = ZERO
                IF WS-OPN-COUNT >= 2000
                  DISPLAY "ERROR: tabla de ordenes abiertas llena "
                      "(2000), abortando para no pedir dos veces "
                      OPO-ITEM-CODE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF
                ADD 1 TO WS-OPN-COUNT
                MOVE WS-OPN-COUNT TO WS-OPN-LOOKUP-IDX
                MOVE OPO-ITEM-CODE TO WS-OPN-ITEM(WS-OPN-LOOKUP-IDX)
                MOVE ZERO TO WS-OPN-QTY(WS-OPN-LOOKUP-IDX)
              END-IF
              COMPUTE WS-OPN-QTY(WS-OPN-LOOKUP-IDX) =
                  WS-OPN-QTY(WS-OPN-LOOKUP-IDX)
                  + OPO-QTY-ORDERED - OPO-QTY-RECEIVED
            END-IF.

      * El ultimo folio de orden es el mayor entre el control y las
      * ordenes abiertas ya cargadas.
       LOAD-PO-NUMBER.
            OPEN INPUT PO-NUM-FILE.
            IF WS-PONUM-STATUS = "00"
              READ PO-NUM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PON-LAST-NUMBER IS NUMERIC
                         AND PON-LAST-NUMBER > WS-LAST-PO-NUM
                        MOVE PON-LAST-NUMBER TO WS-LAST-PO-NUM
                      END-IF
              END-READ
              CLOSE PO-NUM-FILE
            END-IF.
            DISPLAY "Ultimo folio de orden de compra: " WS-LAST-PO-NUM.

      * Mismo criterio que REPORT-REPLENISHMENT de RUTINAS (punto de
      * reorden en cero = sin vigilancia); los articulos dados de
      * baja no se piden.
       SCAN-ITEMS-FOR-REORDER.
            MOVE LOW-VALUES TO ITEM-CODE.
            START ITEM-FILE KEY >= ITEM-CODE
                INVALID KEY
                    SET END-OF-ITEM-SCAN TO TRUE
            END-START.
            PERFORM UNTIL END-OF-ITEM-SCAN
                READ ITEM-FILE NEXT RECORD
                    AT END
                        SET END-OF-ITEM-SCAN TO TRUE
                    NOT AT END
                        IF ITEM-REORDER-POINT IS NUMERIC
                           AND ITEM-REORDER-POINT > ZERO
                           AND ITEM-ON-HAND < ITEM-REORDER-POINT
                           AND ITEM-STATUS NOT = "I"
                          PERFORM SUGGEST-ITEM-ORDER
                        END-IF
                END-READ
            END-PERFORM.

      * Falta = punto de reorden - disponible - en camino; si lo en
      * camino ya lo cubre, no se pide. Lo pedido nunca es menor que
      * el minimo del proveedor.
       SUGGEST-ITEM-ORDER.
            ADD 1 TO WS-ITEMS-BELOW.
            MOVE ZERO TO WS-ON-ORDER-QTY.
            PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                    UNTIL WS-OPN-IDX > WS-OPN-COUNT
                IF WS-OPN-ITEM(WS-OPN-IDX) = ITEM-CODE
                  MOVE WS-OPN-QTY(WS-OPN-IDX) TO WS-ON-ORDER-QTY
                END-IF
            END-PERFORM.
            COMPUTE WS-NEED-QTY =
                ITEM-REORDER-POINT - ITEM-ON-HAND - WS-ON-ORDER-QTY.
            IF WS-NEED-QTY NOT > ZERO
              ADD 1 TO WS-ITEMS-COVERED
            ELSE
              MOVE ZERO TO WS-VND-LOOKUP-IDX
              PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                      UNTIL WS-VND-IDX > WS-VND-COUNT
                  OR WS-VND-LOOKUP-IDX NOT = ZERO
                  IF WS-VND-ITEM(WS-VND-IDX) = ITEM-CODE
                    MOVE WS-VND-IDX TO WS-VND-LOOKUP-IDX
                  END-IF
              END-PERFORM
              IF WS-VND-LOOKUP-IDX = ZERO
                ADD 1 TO WS-ITEMS-NO-VENDOR
                DISPLAY "AVISO: articulo " ITEM-CODE " " ITEM-DESC
                    " bajo punto de reorden sin proveedor en el "
                    "maestro; compras debe asignarlo."
              ELSE
                PERFORM STORE-SUGGESTION
              END-IF
            END-IF.

       STORE-SUGGESTION.
            IF WS-SUG-COUNT >= 500
              DISPLAY "AVISO: tabla de sugerencias llena (500); "
                  ITEM-CODE " se sugerira en la siguiente corrida."
            ELSE
              ADD 1 TO WS-SUG-COUNT
              MOVE ITEM-CODE TO WS-SUG-ITEM(WS-SUG-COUNT)
              MOVE WS-VND-ID(WS-VND-LOOKUP-IDX) TO
                  WS-SUG-VENDOR(WS-SUG-COUNT)
              MOVE WS-VND-NAME(WS-VND-LOOKUP-IDX) TO
                  WS-SUG-VENDOR-NAME(WS-SUG-COUNT)
              IF WS-NEED-QTY < WS-VND-MIN-QTY(WS-VND-LOOKUP-IDX)
                MOVE WS-VND-MIN-QTY(WS-VND-LOOKUP-IDX) TO
                    WS-SUG-QTY(WS-SUG-COUNT)
              ELSE
                MOVE WS-NEED-QTY TO WS-SUG-QTY(WS-SUG-COUNT)
              END-IF
              COMPUTE WS-SUG-DUE-DATE(WS-SUG-COUNT) =
                  FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                  + WS-VND-LEAD-DAYS(WS-VND-LOOKUP-IDX))
              MOVE "N" TO WS-SUG-WRITTEN-SW(WS-SUG-COUNT)
            END-IF.

      * Agrupa por proveedor: la primera sugerencia aun no escrita
      * abre una orden con folio nuevo y arrastra todas las demas del
      * mismo proveedor como lineas de esa orden.
       WRITE-PURCHASE-ORDERS.
            IF WS-SUG-COUNT > ZERO
              OPEN EXTEND OPEN-PO-FILE
              IF WS-OPENPO-STATUS = "35"
                OPEN OUTPUT OPEN-PO-FILE
              END-IF
              IF WS-OPENPO-STATUS NOT = "00"
                DISPLAY "No se pudo abrir OPEN-PO-FILE, status: "
                    WS-OPENPO-STATUS
                MOVE 16 TO RETURN-CODE
              ELSE
                DISPLAY "--- Ordenes de compra sugeridas ---"
                PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
                        UNTIL WS-SUG-IDX > WS-SUG-COUNT
                    IF NOT SUG-WRITTEN(WS-SUG-IDX)
                      PERFORM WRITE-ONE-VENDOR-ORDER
                    END-IF
                END-PERFORM
                CLOSE OPEN-PO-FILE
              END-IF
            END-IF.

       WRITE-ONE-VENDOR-ORDER.
            ADD 1 TO WS-LAST-PO-NUM.
            ADD 1 TO WS-POS-WRITTEN.
            MOVE ZERO TO WS-PO-LINE-NO.
            MOVE WS-SUG-VENDOR(WS-SUG-IDX) TO WS-CUR-VENDOR.
            DISPLAY "  OC " WS-LAST-PO-NUM " proveedor "
                WS-CUR-VENDOR " " WS-SUG-VENDOR-NAME(WS-SUG-IDX).
            PERFORM VARYING WS-SUG-IDX2 FROM WS-SUG-IDX BY 1
                    UNTIL WS-SUG-IDX2 > WS-SUG-COUNT
                IF WS-SUG-VENDOR(WS-SUG-IDX2) = WS-CUR-VENDOR
                   AND NOT SUG-WRITTEN(WS-SUG-IDX2)
                  ADD 1 TO WS-PO-LINE-NO
                  MOVE SPACES TO OPEN-PO-RECORD
                  MOVE WS-LAST-PO-NUM TO OPO-PO-NUMBER
                  MOVE WS-PO-LINE-NO TO OPO-LINE-NO
                  MOVE WS-CUR-VENDOR TO OPO-VENDOR-ID
                  MOVE WS-SUG-ITEM(WS-SUG-IDX2) TO OPO-ITEM-CODE
                  MOVE WS-SUG-QTY(WS-SUG-IDX2) TO OPO-QTY-ORDERED
                  MOVE ZERO TO OPO-QTY-RECEIVED
                  MOVE WS-RUN-DATE-YYYYMMDD TO OPO-ORDER-DATE
                  MOVE WS-SUG-DUE-DATE(WS-SUG-IDX2) TO OPO-DUE-DATE
                  MOVE WS-RUN-ID TO CAR-RUN-ID OF OPEN-PO-RECORD
                  MOVE WS-RUN-CYCLE TO CAR-CYCLE OF OPEN-PO-RECORD
                  WRITE OPEN-PO-RECORD
                  SET SUG-WRITTEN(WS-SUG-IDX2) TO TRUE
                  ADD 1 TO WS-LINES-WRITTEN
                  DISPLAY "     linea " WS-PO-LINE-NO " articulo "
                      OPO-ITEM-CODE " cantidad " OPO-QTY-ORDERED
                      " entrega " OPO-DUE-DATE
                END-IF
            END-PERFORM.

      * Regraba el control con el ultimo folio de orden asignado.
       WRITE-PO-NUMBER.
            OPEN OUTPUT PO-NUM-FILE.
            IF WS-PONUM-STATUS = "00"
              MOVE SPACES TO PO-NUM-RECORD
              MOVE WS-LAST-PO-NUM TO PON-LAST-NUMBER
              WRITE PO-NUM-RECORD
              CLOSE PO-NUM-FILE
            ELSE
              DISPLAY "No se pudo regrabar PO-NUM-FILE, status: "
                  WS-PONUM-STATUS
            END-IF.
       END PROGRAM COMPRAS.
