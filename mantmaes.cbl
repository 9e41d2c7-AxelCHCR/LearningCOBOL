                                      PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 MNT-STATUS              PIC X.
      * ITEM: ubicacion (rack/nivel) en el almacen, para el orden de
      * surtido de las ordenes de recoleccion.
           05 FILLER                  PIC X.
           05 MNT-BIN                 PIC X(6).
      * ITEM: peso unitario en kilos (9(8)V999), para el manifiesto
      * de embarque.
           05 FILLER                  PIC X.
           05 MNT-AMOUNT-4            PIC X(11).
           05 MNT-AMOUNT-4-WGT REDEFINES MNT-AMOUNT-4
                                      PIC 9(8)V999.
      * Mismo layout que CUSTOMER-RECORD en rutinas.cbl.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 ITEM-LIST-PRICE         PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-STATUS             PIC X.
           05 FILLER                  PIC X.
           05 ITEM-UNIT-COST          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-BIN                PIC X(6).
           05 FILLER                  PIC X.
           05 ITEM-UNIT-WEIGHT        PIC 9(4)V999.
      * Rechazos con codigos de razon por campo, como los de DEPURA.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 MCH-STATUS              PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 MCH-TIMESTAMP           PIC X(21).
           05 FILLER                  PIC X VALUE SPACE.
           05 MCH-BIN                 PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 MCH-AMOUNT-4            PIC X(11).
           COPY AUDITTRL.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
               AND MNT-AMOUNT-3 IS NOT NUMERIC
              PERFORM ADD-REASON-E-NUM
            END-IF.
            IF MNT-AMOUNT-4 NOT = SPACES
               AND MNT-AMOUNT-4 IS NOT NUMERIC
              PERFORM ADD-REASON-E-NUM
            END-IF.
            IF MNT-AMOUNT-4 NOT = SPACES
               AND MNT-AMOUNT-4 IS NUMERIC
               AND MNT-AMOUNT-4-WGT > 9999.999
              PERFORM ADD-REASON-E-NUM
            END-IF.
            IF TRANS-IS-CLEAN
              PERFORM CHECK-KEY-AGAINST-MASTER
            END-IF.
      * Alta de articulo con disponible inicial; cambio solo de los
      * campos capturados (el disponible NO, ese lo mueve la
      * recepcion); baja = estado "I", el pipeline deja de venderlo.
      * El costo promedio nace en cero y solo lo mueve la recepcion.
      * Ubicacion y peso unitario son del almacen; un articulo sin
      * ubicacion sale al final de la orden de recoleccion.
       APPLY-ITEM-TRANS.
            EVALUATE TRUE
              WHEN MNT-IS-ALTA
                ELSE
                  MOVE MNT-STATUS TO ITEM-STATUS
                END-IF
                MOVE ZERO TO ITEM-UNIT-COST
                MOVE MNT-BIN TO ITEM-BIN
                IF MNT-AMOUNT-4 = SPACES
                  MOVE ZERO TO ITEM-UNIT-WEIGHT
                ELSE
                  MOVE MNT-AMOUNT-4-WGT TO ITEM-UNIT-WEIGHT
                END-IF
                WRITE ITEM-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: alta de articulo " ITEM-CODE
                IF MNT-STATUS NOT = SPACE
                  MOVE MNT-STATUS TO ITEM-STATUS
                END-IF
                IF MNT-BIN NOT = SPACES
                  MOVE MNT-BIN TO ITEM-BIN
                END-IF
                IF MNT-AMOUNT-4 NOT = SPACES
                  MOVE MNT-AMOUNT-4-WGT TO ITEM-UNIT-WEIGHT
                END-IF
                PERFORM REWRITE-ITEM-RECORD
              WHEN MNT-IS-BAJA
                MOVE "I" TO ITEM-STATUS
            MOVE MNT-AMOUNT-2 TO MCH-AMOUNT-2.
            MOVE MNT-AMOUNT-3 TO MCH-AMOUNT-3.
            MOVE MNT-STATUS TO MCH-STATUS.
            MOVE MNT-BIN TO MCH-BIN.
            MOVE MNT-AMOUNT-4 TO MCH-AMOUNT-4.
            MOVE FUNCTION CURRENT-DATE TO MCH-TIMESTAMP.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF CHANGE-LOG-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CHANGE-LOG-RECORD.
