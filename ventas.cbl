      *          reporta del dia 1 del mes en curso a la fecha de
      *          corrida. La fecha de cada factura es el run-id del
      *          trailer AUDITTRL con que RUTINAS la estampo; solo se
      *          leen encabezados "H", y las notas de credito "C" de
      *          DEVOLUC, que restan del ingreso y del impuesto en la
      *          fecha en que se emitieron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-INVOICE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que INVOICE-RECORD en rutinas.cbl (encabezado
      * "H" de factura o "C" de nota de credito).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-REC-TYPE            PIC X.
           88 END-OF-INVOICES         VALUE "Y".
       01  WS-INV-DATE                 PIC 9(8).
       01  WS-INVOICES-IN              PIC 9(7) VALUE ZERO.
       01  WS-CREDITS-IN               PIC 9(7) VALUE ZERO.
       01  WS-SIGNED-TOTAL             PIC S9(9)V99.
       01  WS-SIGNED-TAX               PIC S9(9)V99.
       01  WS-RANGE-TOTAL              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RANGE-TAX                PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AVG-ORDER                PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AMOUNT-EDIT              PIC Z(10)9.99-.
      * Ingreso acumulado por cliente dentro del rango; el top 10 se
      * extrae por seleccion directa sobre la tabla.
       01  WS-CUST-COUNT               PIC 9(4) VALUE ZERO.
                      AT END
                          SET END-OF-INVOICES TO TRUE
                      NOT AT END
                          IF (INV-REC-TYPE = "H" OR "C")
                             AND CAR-RUN-ID OF INVOICE-RECORD
                             IS NUMERIC
                            PERFORM TALLY-ONE-INVOICE
              CLOSE INVOICE-FILE
            END-IF.

      * La nota de credito entra con signo negativo a todos los
      * acumulados de importe, pero no cuenta como factura ni en el
      * promedio por orden.
       TALLY-ONE-INVOICE.
            MOVE CAR-RUN-ID OF INVOICE-RECORD TO WS-INV-DATE.
            MOVE INV-TOTAL TO WS-SIGNED-TOTAL.
            MOVE INV-TAX TO WS-SIGNED-TAX.
            IF INV-REC-TYPE = "C"
              COMPUTE WS-SIGNED-TOTAL = ZERO - INV-TOTAL
              COMPUTE WS-SIGNED-TAX = ZERO - INV-TAX
            END-IF.
      * El acumulado del mes se toma del mes de la fecha final del
      * rango, aunque la factura caiga fuera del rango pedido.
            IF WS-INV-DATE(1:6) = WS-DATE-TO(1:6)
               AND WS-INV-DATE <= WS-DATE-TO
              ADD WS-SIGNED-TOTAL TO WS-MONTH-TOTAL
            END-IF.
            IF WS-INV-DATE >= WS-DATE-FROM
               AND WS-INV-DATE <= WS-DATE-TO
              IF INV-REC-TYPE = "C"
                ADD 1 TO WS-CREDITS-IN
              ELSE
                ADD 1 TO WS-INVOICES-IN
              END-IF
              ADD WS-SIGNED-TOTAL TO WS-RANGE-TOTAL
              ADD WS-SIGNED-TAX TO WS-RANGE-TAX
              PERFORM TALLY-CUSTOMER-REVENUE
              PERFORM TALLY-DAILY-TOTAL
            END-IF.
                MOVE ZERO TO WS-CUST-TOTAL(WS-CUST-LOOKUP-IDX)
              END-IF
            END-IF.
            IF INV-REC-TYPE = "H"
              ADD 1 TO WS-CUST-INVOICES(WS-CUST-LOOKUP-IDX)
            END-IF.
            ADD WS-SIGNED-TOTAL TO WS-CUST-TOTAL(WS-CUST-LOOKUP-IDX).

       TALLY-DAILY-TOTAL.
            MOVE ZERO TO WS-DAY-LOOKUP-IDX.
              END-IF
            END-IF.
            IF WS-DAY-LOOKUP-IDX NOT = ZERO
              IF INV-REC-TYPE = "H"
                ADD 1 TO WS-DAY-INVOICES(WS-DAY-LOOKUP-IDX)
              END-IF
              ADD WS-SIGNED-TOTAL TO WS-DAY-TOTAL(WS-DAY-LOOKUP-IDX)
            END-IF.

       DISPLAY-SALES-REPORT.
            DISPLAY " ".
            DISPLAY "Facturas en el rango .....: " WS-INVOICES-IN.
            DISPLAY "Notas de credito .........: " WS-CREDITS-IN.
            MOVE WS-RANGE-TOTAL TO WS-AMOUNT-EDIT.
            DISPLAY "Ingreso neto del rango ...: " WS-AMOUNT-EDIT.
            MOVE WS-RANGE-TAX TO WS-AMOUNT-EDIT.
            DISPLAY "Impuesto por enterar .....: " WS-AMOUNT-EDIT.
            MOVE WS-MONTH-TOTAL TO WS-AMOUNT-EDIT.
