      *          se deja sin aplicar, para que compras la aclare; el
      *          archivo de entradas ya aplicado lo retira el JCL a
      *          .PREV para que un segundo ciclo no lo sume dos veces.
      *          Cada entrada se casa ademas contra las lineas de las
      *          ordenes de compra abiertas del articulo (OPENPODD,
      *          las que sugiere COMPRAS): contra la orden que indique
      *          compras en la entrada o, sin orden, contra la mas
      *          antigua. La linea que queda completa se cierra (sale
      *          del archivo regrabado POOUTDD, que el JCL promueve
      *          con el maestro); la sobre-recepcion, la recepcion
      *          parcial y la entrada sin orden de compra se reportan.
      *          La mercancia se suma al disponible en todos los
      *          casos, porque ya esta fisicamente en el almacen.
      *          Cuando compras informa el costo unitario de la
      *          entrada (STK-UNIT-COST), el costo del articulo se
      *          recalcula como promedio ponderado del disponible a su
      *          costo anterior mas lo recibido a su costo; sin costo
      *          en la entrada el promedio no cambia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECEIPT-FILE ASSIGN TO STKRCPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT OPEN-PO-OUT ASSIGN TO POOUTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOUT-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           05 ITEM-LIST-PRICE         PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-STATUS             PIC X.
           05 FILLER                  PIC X.
           05 ITEM-UNIT-COST          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-BIN                PIC X(6).
           05 FILLER                  PIC X.
           05 ITEM-UNIT-WEIGHT        PIC 9(4)V999.
      * Entradas de mercancia reportadas por compras. STK-PO-NUMBER
      * es opcional: la orden de compra contra la que llega la
      * mercancia; en blanco se casa contra la orden abierta mas
      * antigua del articulo. STK-UNIT-COST tambien es opcional: el
      * costo unitario de compra de la entrada.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 STK-ITEM-CODE           PIC X(8).
           05 STK-QTY                 PIC 9(7).
           05 FILLER                  PIC X.
           05 STK-DATE                PIC 9(8).
           05 FILLER                  PIC X.
           05 STK-PO-NUMBER           PIC X(8).
           05 STK-PO-NUMBER-N REDEFINES STK-PO-NUMBER
                                      PIC 9(8).
           05 FILLER                  PIC X.
           05 STK-UNIT-COST           PIC X(7).
           05 STK-UNIT-COST-N REDEFINES STK-UNIT-COST
                                      PIC 9(5)V99.
      * Mismo layout que OPEN-PO-RECORD en compras.cbl.
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
      * Mismo layout; el regrabado (OPENPONEW) lo promueve el JCL
      * solo con RC=0, junto con la copia de trabajo del maestro.
       FD  OPEN-PO-OUT.
       01  OPEN-PO-OUT-RECORD.
           05 OPOO-PO-NUMBER          PIC 9(8).
           05 FILLER                  PIC X.
           05 OPOO-LINE-NO            PIC 9(3).
           05 FILLER                  PIC X.
           05 OPOO-VENDOR-ID          PIC X(8).
           05 FILLER                  PIC X.
           05 OPOO-ITEM-CODE          PIC X(8).
           05 FILLER                  PIC X.
           05 OPOO-QTY-ORDERED        PIC 9(7).
           05 FILLER                  PIC X.
           05 OPOO-QTY-RECEIVED       PIC 9(7).
           05 FILLER                  PIC X.
           05 OPOO-ORDER-DATE         PIC 9(8).
           05 FILLER                  PIC X.
           05 OPOO-DUE-DATE           PIC 9(8).
           COPY AUDITTRL.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.
       01  WS-RECEIPTS-READ            PIC 9(7) VALUE ZERO.
       01  WS-RECEIPTS-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-QTY-RECEIVED             PIC 9(9) VALUE ZERO.
       01  WS-OPENPO-STATUS            PIC XX.
       01  WS-POOUT-STATUS             PIC XX.
       01  WS-OPENPO-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-OPEN-POS         VALUE "Y".
      * Lineas de ordenes de compra abiertas, en el orden del archivo
      * (el de emision, asi la primera del articulo es la mas
      * antigua). Las que se completan hoy se marcan cerradas y no se
      * regraban.
       01  WS-PO-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PO-IDX.
              10 WS-PO-NUMBER          PIC 9(8).
              10 WS-PO-LINE-NO         PIC 9(3).
              10 WS-PO-VENDOR          PIC X(8).
              10 WS-PO-ITEM            PIC X(8).
              10 WS-PO-ORDERED         PIC 9(7).
              10 WS-PO-RECEIVED        PIC 9(7).
              10 WS-PO-ORDER-DATE      PIC 9(8).
              10 WS-PO-DUE-DATE        PIC 9(8).
              10 WS-PO-RUN-ID          PIC X(8).
              10 WS-PO-CYCLE           PIC 9(2).
              10 WS-PO-CLOSED-SW       PIC X.
                 88 PO-LINE-CLOSED    VALUE "Y".
       01  WS-MATCH-REMAINING          PIC 9(7).
       01  WS-MATCH-APPLY              PIC 9(7).
       01  WS-MATCH-PENDING            PIC 9(7).
       01  WS-MATCH-LAST-IDX           PIC 9(4).
       01  WS-MATCH-BY-PO-SW           PIC X.
           88 MATCH-BY-PO             VALUE "Y".
       01  WS-PO-LINES-CLOSED          PIC 9(5) VALUE ZERO.
       01  WS-OVER-RECEIPTS            PIC 9(5) VALUE ZERO.
       01  WS-UNDER-RECEIPTS           PIC 9(5) VALUE ZERO.
       01  WS-NO-PO-RECEIPTS           PIC 9(5) VALUE ZERO.
       01  WS-COSTED-RECEIPTS          PIC 9(5) VALUE ZERO.
       01  WS-COST-ON-HAND-VALUE       PIC 9(13)V99.
       01  WS-COST-NEW-UNITS           PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== RECEPCION DE MERCANCIA (RECEPCION) =====".
                  " - abortando, preparar la copia de trabajo."
              MOVE 16 TO RETURN-CODE
            ELSE
              PERFORM LOAD-OPEN-PO-LINES
              IF RETURN-CODE = ZERO
                DISPLAY "--- Recepciones contra ordenes de compra ---"
                PERFORM APPLY-STOCK-RECEIPTS
                PERFORM WRITE-OPEN-PO-LINES
              END-IF
              CLOSE ITEM-FILE
              DISPLAY "Entradas leidas ...: " WS-RECEIPTS-READ
              DISPLAY "Entradas aplicadas : " WS-RECEIPTS-APPLIED
              DISPLAY "Unidades recibidas : " WS-QTY-RECEIVED
              DISPLAY "Lineas de OC cerradas ...: " WS-PO-LINES-CLOSED
              DISPLAY "Sobre-recepciones .......: " WS-OVER-RECEIPTS
              DISPLAY "Recepciones parciales ...: " WS-UNDER-RECEIPTS
              DISPLAY "Entradas sin orden compra: " WS-NO-PO-RECEIPTS
              DISPLAY "Entradas con costo ......: " WS-COSTED-RECEIPTS
            END-IF.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-RECEIPTS-READ TO WS-STEP-RECORDS.
                    " para articulo desconocido " STK-ITEM-CODE
                    " fecha " STK-DATE "; no se aplico."
              ELSE
                PERFORM UPDATE-AVERAGE-COST
                ADD STK-QTY TO ITEM-ON-HAND
                REWRITE ITEM-RECORD
                    INVALID KEY
                END-REWRITE
                ADD 1 TO WS-RECEIPTS-APPLIED
                ADD STK-QTY TO WS-QTY-RECEIVED
                PERFORM MATCH-RECEIPT-TO-PO
              END-IF
            END-IF.

      * Promedio ponderado: lo que habia a su costo mas lo recibido a
      * costo de la entrada, entre las unidades resultantes. Un
      * articulo que aun no tiene costo (o sin disponible) toma el de
      * la entrada tal cual.
       UPDATE-AVERAGE-COST.
            IF STK-UNIT-COST NOT = SPACES
               AND STK-UNIT-COST-N IS NUMERIC
               AND STK-QTY > ZERO
              ADD 1 TO WS-COSTED-RECEIPTS
              IF ITEM-UNIT-COST IS NOT NUMERIC
                 OR ITEM-UNIT-COST = ZERO
                 OR ITEM-ON-HAND = ZERO
                MOVE STK-UNIT-COST-N TO ITEM-UNIT-COST
              ELSE
                COMPUTE WS-COST-ON-HAND-VALUE =
                    ITEM-ON-HAND * ITEM-UNIT-COST
                    + STK-QTY * STK-UNIT-COST-N
                COMPUTE WS-COST-NEW-UNITS = ITEM-ON-HAND + STK-QTY
                COMPUTE ITEM-UNIT-COST ROUNDED =
                    WS-COST-ON-HAND-VALUE / WS-COST-NEW-UNITS
                    ON SIZE ERROR
                        DISPLAY "AVISO: costo promedio de " ITEM-CODE
                            " fuera de rango; se deja el anterior."
                END-COMPUTE
              END-IF
            END-IF.

      * Carga las lineas abiertas. Sin archivo (antes de la primera
      * sugerencia de COMPRAS) no hay ordenes y toda entrada sale sin
      * orden; cualquier otro error aborta, porque regrabar un
      * archivo de ordenes vacio borraria lo que compras tiene
      * pedido.
       LOAD-OPEN-PO-LINES.
            OPEN INPUT OPEN-PO-FILE.
            IF WS-OPENPO-STATUS = "00"
              PERFORM UNTIL END-OF-OPEN-POS
                  READ OPEN-PO-FILE
                      AT END
                          SET END-OF-OPEN-POS TO TRUE
                      NOT AT END
                          PERFORM STORE-OPEN-PO-LINE
                  END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
              DISPLAY "Lineas de ordenes de compra abiertas: "
                  WS-PO-COUNT
            ELSE
              IF WS-OPENPO-STATUS = "35"
                DISPLAY "Sin archivo de ordenes de compra abiertas."
              ELSE
                DISPLAY "No se pudo abrir OPEN-PO-FILE, status: "
                    WS-OPENPO-STATUS
                MOVE 16 TO RETURN-CODE
              END-IF
            END-IF.

       STORE-OPEN-PO-LINE.
            IF WS-PO-COUNT >= 2000
              DISPLAY "ERROR: tabla de ordenes de compra llena "
                  "(2000), abortando para no perder la orden "
                  OPO-PO-NUMBER
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            ADD 1 TO WS-PO-COUNT.
            MOVE OPO-PO-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT).
            MOVE OPO-LINE-NO TO WS-PO-LINE-NO(WS-PO-COUNT).
            MOVE OPO-VENDOR-ID TO WS-PO-VENDOR(WS-PO-COUNT).
            MOVE OPO-ITEM-CODE TO WS-PO-ITEM(WS-PO-COUNT).
            MOVE OPO-QTY-ORDERED TO WS-PO-ORDERED(WS-PO-COUNT).
            MOVE OPO-QTY-RECEIVED TO WS-PO-RECEIVED(WS-PO-COUNT).
            MOVE OPO-ORDER-DATE TO WS-PO-ORDER-DATE(WS-PO-COUNT).
            MOVE OPO-DUE-DATE TO WS-PO-DUE-DATE(WS-PO-COUNT).
            MOVE CAR-RUN-ID OF OPEN-PO-RECORD TO
                WS-PO-RUN-ID(WS-PO-COUNT).
            MOVE CAR-CYCLE OF OPEN-PO-RECORD TO
                WS-PO-CYCLE(WS-PO-COUNT).
            MOVE "N" TO WS-PO-CLOSED-SW(WS-PO-COUNT).

      * Reparte la entrada sobre las lineas abiertas del articulo
      * (solo las de la orden indicada, si compras la indico), de la
      * mas antigua a la mas nueva. Lo que sobra despues de llenar
      * todas es sobre-recepcion; si la ultima linea tocada sigue
      * abierta, la recepcion fue parcial; si ninguna linea cuadro,
      * la entrada llego sin orden de compra.
       MATCH-RECEIPT-TO-PO.
            MOVE STK-QTY TO WS-MATCH-REMAINING.
            MOVE ZERO TO WS-MATCH-LAST-IDX.
            MOVE "N" TO WS-MATCH-BY-PO-SW.
            IF STK-PO-NUMBER NOT = SPACES
               AND STK-PO-NUMBER-N IS NUMERIC
               AND STK-PO-NUMBER-N > ZERO
              SET MATCH-BY-PO TO TRUE
            END-IF.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                OR WS-MATCH-REMAINING = ZERO
                IF WS-PO-ITEM(WS-PO-IDX) = STK-ITEM-CODE
                   AND NOT PO-LINE-CLOSED(WS-PO-IDX)
                   AND (NOT MATCH-BY-PO
                        OR WS-PO-NUMBER(WS-PO-IDX) = STK-PO-NUMBER-N)
                  PERFORM APPLY-TO-PO-LINE
                END-IF
            END-PERFORM.
            IF WS-MATCH-LAST-IDX = ZERO
              ADD 1 TO WS-NO-PO-RECEIPTS
              IF MATCH-BY-PO
                DISPLAY "  SIN OC      articulo " STK-ITEM-CODE
                    " cantidad " STK-QTY " fecha " STK-DATE
                    " - la orden " STK-PO-NUMBER
                    " no tiene linea abierta del articulo"
              ELSE
                DISPLAY "  SIN OC      articulo " STK-ITEM-CODE
                    " cantidad " STK-QTY " fecha " STK-DATE
                    " - sin orden de compra abierta"
              END-IF
            ELSE
              IF WS-MATCH-REMAINING > ZERO
                ADD 1 TO WS-OVER-RECEIPTS
                DISPLAY "  SOBRE-RECEP articulo " STK-ITEM-CODE
                    " OC " WS-PO-NUMBER(WS-MATCH-LAST-IDX)
                    " recibido de mas " WS-MATCH-REMAINING
                    " fecha " STK-DATE
              ELSE
                IF NOT PO-LINE-CLOSED(WS-MATCH-LAST-IDX)
                  ADD 1 TO WS-UNDER-RECEIPTS
                  COMPUTE WS-MATCH-PENDING =
                      WS-PO-ORDERED(WS-MATCH-LAST-IDX)
                      - WS-PO-RECEIVED(WS-MATCH-LAST-IDX)
                  DISPLAY "  PARCIAL     articulo " STK-ITEM-CODE
                      " OC " WS-PO-NUMBER(WS-MATCH-LAST-IDX)
                      " linea " WS-PO-LINE-NO(WS-MATCH-LAST-IDX)
                      " pendiente " WS-MATCH-PENDING
                      " fecha " STK-DATE
                END-IF
              END-IF
            END-IF.

       APPLY-TO-PO-LINE.
            MOVE WS-PO-IDX TO WS-MATCH-LAST-IDX.
            COMPUTE WS-MATCH-PENDING =
                WS-PO-ORDERED(WS-PO-IDX) - WS-PO-RECEIVED(WS-PO-IDX).
            IF WS-MATCH-REMAINING < WS-MATCH-PENDING
              MOVE WS-MATCH-REMAINING TO WS-MATCH-APPLY
            ELSE
              MOVE WS-MATCH-PENDING TO WS-MATCH-APPLY
            END-IF.
            ADD WS-MATCH-APPLY TO WS-PO-RECEIVED(WS-PO-IDX).
            SUBTRACT WS-MATCH-APPLY FROM WS-MATCH-REMAINING.
            IF WS-PO-RECEIVED(WS-PO-IDX) >= WS-PO-ORDERED(WS-PO-IDX)
              SET PO-LINE-CLOSED(WS-PO-IDX) TO TRUE
              ADD 1 TO WS-PO-LINES-CLOSED
              DISPLAY "  CERRADA     articulo " STK-ITEM-CODE
                  " OC " WS-PO-NUMBER(WS-PO-IDX)
                  " linea " WS-PO-LINE-NO(WS-PO-IDX)
                  " recibido " WS-PO-RECEIVED(WS-PO-IDX)
            END-IF.

      * Regraba las lineas que siguen abiertas, con lo recibido al
      * dia; las cerradas hoy ya no se escriben.
       WRITE-OPEN-PO-LINES.
            OPEN OUTPUT OPEN-PO-OUT.
            IF WS-POOUT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir OPEN-PO-OUT, status: "
                  WS-POOUT-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                      UNTIL WS-PO-IDX > WS-PO-COUNT
                  IF NOT PO-LINE-CLOSED(WS-PO-IDX)
                    MOVE SPACES TO OPEN-PO-OUT-RECORD
                    MOVE WS-PO-NUMBER(WS-PO-IDX) TO OPOO-PO-NUMBER
                    MOVE WS-PO-LINE-NO(WS-PO-IDX) TO OPOO-LINE-NO
                    MOVE WS-PO-VENDOR(WS-PO-IDX) TO OPOO-VENDOR-ID
                    MOVE WS-PO-ITEM(WS-PO-IDX) TO OPOO-ITEM-CODE
                    MOVE WS-PO-ORDERED(WS-PO-IDX) TO OPOO-QTY-ORDERED
                    MOVE WS-PO-RECEIVED(WS-PO-IDX) TO
                        OPOO-QTY-RECEIVED
                    MOVE WS-PO-ORDER-DATE(WS-PO-IDX) TO
                        OPOO-ORDER-DATE
                    MOVE WS-PO-DUE-DATE(WS-PO-IDX) TO OPOO-DUE-DATE
                    MOVE WS-PO-RUN-ID(WS-PO-IDX) TO
                        CAR-RUN-ID OF OPEN-PO-OUT-RECORD
                    MOVE WS-PO-CYCLE(WS-PO-IDX) TO
                        CAR-CYCLE OF OPEN-PO-OUT-RECORD
                    WRITE OPEN-PO-OUT-RECORD
                  END-IF
              END-PERFORM
              CLOSE OPEN-PO-OUT
            END-IF.
       END PROGRAM RECEPCION.
