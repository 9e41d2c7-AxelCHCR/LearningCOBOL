      *          extracto se relee por cliente (mismo criterio que
      *          CONSULTA: pocas decenas de clientes por mes no
      *          justifican cargar el archivo completo en memoria).
      *          Las notas de credito "C" que DEVOLUC agrega al
      *          extracto se listan con importes negativos, marcadas
      *          "NC", y restan de los totales del mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que INVOICE-RECORD en rutinas.cbl (encabezado de
      * factura, tipo "H", o de nota de credito, tipo "C"); los
      * detalles "D"/"R" por linea se saltan, el estado de cuenta es
      * a nivel factura.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-REC-TYPE            PIC X.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CUST-IDX.
              10 WS-CUST-ID            PIC X(15).
              10 WS-CUST-INVOICES      PIC 9(5).
              10 WS-CUST-CREDITS       PIC 9(5).
              10 WS-CUST-SUBTOTAL      PIC S9(11)V99 COMP-3.
              10 WS-CUST-TAX           PIC S9(11)V99 COMP-3.
              10 WS-CUST-TOTAL         PIC S9(11)V99 COMP-3.
       01  WS-CUST-LOOKUP-IDX          PIC 9(4).
       01  WS-CUR-CUSTOMER             PIC X(15).
       01  WS-INVOICES-IN-MONTH        PIC 9(7) VALUE ZERO.
       01  WS-CREDITS-IN-MONTH         PIC 9(7) VALUE ZERO.
       01  WS-SIGNED-SUBTOTAL          PIC S9(9)V99.
       01  WS-SIGNED-TAX               PIC S9(9)V99.
       01  WS-SIGNED-TOTAL             PIC S9(9)V99.
       01  WS-DOC-MARK                 PIC X(3).
       01  WS-STATEMENTS-OUT           PIC 9(5) VALUE ZERO.
       01  WS-WORK-LINE                PIC X(90).
       01  WS-AMOUNT-EDIT              PIC Z(8)9.99-.
       01  WS-AMOUNT-EDIT-2            PIC Z(8)9.99-.
       01  WS-AMOUNT-EDIT-3            PIC Z(8)9.99-.
       01  WS-COUNT-EDIT               PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              END-IF
            END-IF.
            DISPLAY "Facturas del mes ..: " WS-INVOICES-IN-MONTH.
            DISPLAY "Notas de credito ..: " WS-CREDITS-IN-MONTH.
            DISPLAY "Estados emitidos ..: " WS-STATEMENTS-OUT.
            GOBACK.

            DISPLAY "Mes a reportar: " WS-STMT-MONTH.

      * Primera pasada: junta los clientes con facturas del mes y sus
      * acumulados. La factura pertenece al mes de su run-id; la nota
      * de credito al mes en que se emitio, no al de la factura que
      * acredita.
       COLLECT-MONTH-CUSTOMERS.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00"
                      AT END
                          SET END-OF-INVOICES TO TRUE
                      NOT AT END
                          IF (INV-REC-TYPE = "H" OR "C")
                             AND CAR-RUN-ID OF INVOICE-RECORD(1:6) =
                             WS-STMT-MONTH
                              PERFORM TALLY-MONTH-INVOICE
            END-IF.

       TALLY-MONTH-INVOICE.
            IF INV-REC-TYPE = "C"
              ADD 1 TO WS-CREDITS-IN-MONTH
            ELSE
              ADD 1 TO WS-INVOICES-IN-MONTH
            END-IF.
            MOVE ZERO TO WS-CUST-LOOKUP-IDX.
            PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                    UNTIL WS-CUST-IDX > WS-CUST-COUNT
                MOVE WS-CUST-COUNT TO WS-CUST-LOOKUP-IDX
                MOVE INV-CUSTOMER TO WS-CUST-ID(WS-CUST-LOOKUP-IDX)
                MOVE ZERO TO WS-CUST-INVOICES(WS-CUST-LOOKUP-IDX)
                MOVE ZERO TO WS-CUST-CREDITS(WS-CUST-LOOKUP-IDX)
                MOVE ZERO TO WS-CUST-SUBTOTAL(WS-CUST-LOOKUP-IDX)
                MOVE ZERO TO WS-CUST-TAX(WS-CUST-LOOKUP-IDX)
                MOVE ZERO TO WS-CUST-TOTAL(WS-CUST-LOOKUP-IDX)
              END-IF
            END-IF.
            IF INV-REC-TYPE = "C"
              ADD 1 TO WS-CUST-CREDITS(WS-CUST-LOOKUP-IDX)
              SUBTRACT INV-SUBTOTAL FROM
                  WS-CUST-SUBTOTAL(WS-CUST-LOOKUP-IDX)
              SUBTRACT INV-TAX FROM WS-CUST-TAX(WS-CUST-LOOKUP-IDX)
              SUBTRACT INV-TOTAL FROM
                  WS-CUST-TOTAL(WS-CUST-LOOKUP-IDX)
            ELSE
              ADD 1 TO WS-CUST-INVOICES(WS-CUST-LOOKUP-IDX)
              ADD INV-SUBTOTAL TO
                  WS-CUST-SUBTOTAL(WS-CUST-LOOKUP-IDX)
              ADD INV-TAX TO WS-CUST-TAX(WS-CUST-LOOKUP-IDX)
              ADD INV-TOTAL TO WS-CUST-TOTAL(WS-CUST-LOOKUP-IDX)
            END-IF.

      * Segunda pasada, una por cliente: relee el extracto e imprime
      * el detalle de sus facturas del mes, cerrando con los totales
            WRITE STATEMENT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  FOLIO    FECHA    ORDEN     SUBTOTAL"
                "      IMPUESTO         TOTAL"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
                      AT END
                          SET END-OF-INVOICES TO TRUE
                      NOT AT END
                          IF (INV-REC-TYPE = "H" OR "C")
                             AND CAR-RUN-ID OF INVOICE-RECORD(1:6) =
                             WS-STMT-MONTH
                             AND INV-CUSTOMER = WS-CUR-CUSTOMER
              CLOSE INVOICE-FILE
            END-IF.

      * La nota de credito va en negativo y marcada "NC"; su ORDEN es
      * la orden de la factura que acredita.
       WRITE-INVOICE-DETAIL-LINE.
            MOVE INV-SUBTOTAL TO WS-SIGNED-SUBTOTAL.
            MOVE INV-TAX TO WS-SIGNED-TAX.
            MOVE INV-TOTAL TO WS-SIGNED-TOTAL.
            MOVE SPACES TO WS-DOC-MARK.
            IF INV-REC-TYPE = "C"
              COMPUTE WS-SIGNED-SUBTOTAL = ZERO - INV-SUBTOTAL
              COMPUTE WS-SIGNED-TAX = ZERO - INV-TAX
              COMPUTE WS-SIGNED-TOTAL = ZERO - INV-TOTAL
              MOVE " NC" TO WS-DOC-MARK
            END-IF.
            MOVE WS-SIGNED-SUBTOTAL TO WS-AMOUNT-EDIT.
            MOVE WS-SIGNED-TAX TO WS-AMOUNT-EDIT-2.
            MOVE WS-SIGNED-TOTAL TO WS-AMOUNT-EDIT-3.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  " INV-NUMBER " "
                CAR-RUN-ID OF INVOICE-RECORD " "
                INV-ORD-ID " "
                WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                WS-AMOUNT-EDIT-3 WS-DOC-MARK
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF WS-CUST-CREDITS(WS-CUST-IDX) > ZERO
              MOVE WS-CUST-CREDITS(WS-CUST-IDX) TO WS-COUNT-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  INCLUYE " WS-COUNT-EDIT
                  " NOTAS DE CREDITO (NC) EN NEGATIVO"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
            END-IF.
       END PROGRAM ESTADOCTA.
