      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de margen bruto por articulo y por
      *          cliente. El maestro de articulos solo traia precio de
      *          lista, asi que nadie sabia si una venta dejaba
      *          dinero. Ahora RECEPCION mantiene el costo promedio
      *          ponderado del articulo y RUTINA04 estampa en cada
      *          linea de factura "D" el costo de lo embarcado; este
      *          programa lee el extracto acumulado de facturacion
      *          (INVOICDD) del mes solicitado (PARM YYYYMM, default el
      *          mes de la fecha de corrida, mismo criterio que
      *          ESTADOCTA) y acumula venta, costo, margen y
      *          porcentaje de margen por articulo y por cliente. Las
      *          lineas "R" de las notas de credito de DEVOLUC restan
      *          venta y costo (la mercancia regresa al almacen). Cada
      *          linea vendida por debajo de su costo se lista aparte
      *          al principio del reporte. Las lineas facturadas antes
      *          de que el extracto trajera costo cuentan con costo
      *          cero y se informa cuantas fueron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVOICDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT MARGIN-REPORT-FILE ASSIGN TO MRGRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que INVOICE-RECORD / INVOICE-DETAIL-RECORD /
      * CREDIT-DETAIL-RECORD en rutinas.cbl y devoluc.cbl. Los
      * detalles "D" y "R" se escriben inmediatamente despues de su
      * encabezado "H" o "C", de donde se toman cliente y fecha.
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
       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       COPY RUNDATE.
       01  WS-PARM                     PIC X(40).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-EOF-SWITCH               PIC X.
           88 END-OF-INVOICES         VALUE "Y".
      * Documento en curso: los detalles heredan cliente y mes del
      * ultimo encabezado leido con su mismo folio.
       01  WS-CUR-FOLIO                PIC 9(8) VALUE ZERO.
       01  WS-CUR-CUSTOMER             PIC X(15) VALUE SPACES.
       01  WS-CUR-IN-MONTH-SW          PIC X VALUE "N".
           88 CUR-DOC-IN-MONTH        VALUE "Y".
       01  WS-ITM-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ITM-TABLE.
           05 WS-ITM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ITM-IDX.
              10 WS-ITM-CODE           PIC X(8).
              10 WS-ITM-UNITS          PIC S9(9) COMP-3.
              10 WS-ITM-REVENUE        PIC S9(11)V99 COMP-3.
              10 WS-ITM-COST           PIC S9(11)V99 COMP-3.
       01  WS-ITM-LOOKUP-IDX           PIC 9(4).
       01  WS-CUS-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CUS-TABLE.
           05 WS-CUS-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CUS-IDX.
              10 WS-CUS-ID             PIC X(15).
              10 WS-CUS-REVENUE        PIC S9(11)V99 COMP-3.
              10 WS-CUS-COST           PIC S9(11)V99 COMP-3.
       01  WS-CUS-LOOKUP-IDX           PIC 9(4).
      * Importes de la linea en curso, con signo (la "R" resta).
       01  WS-LINE-ITEM                PIC X(8).
       01  WS-LINE-UNITS               PIC S9(9).
       01  WS-LINE-REVENUE             PIC S9(11)V99.
       01  WS-LINE-COST                PIC S9(11)V99.
       01  WS-LINE-LOSS                PIC S9(11)V99.
       01  WS-TOTAL-REVENUE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-COST               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SUM-REVENUE              PIC S9(13)V99.
       01  WS-SUM-COST                 PIC S9(13)V99.
       01  WS-SUM-MARGIN               PIC S9(13)V99.
       01  WS-SUM-PCT                  PIC S9(5)V9.
       01  WS-LINES-IN-MONTH           PIC 9(7) VALUE ZERO.
       01  WS-RETURN-LINES             PIC 9(7) VALUE ZERO.
       01  WS-LINES-NO-COST            PIC 9(7) VALUE ZERO.
       01  WS-LINES-BELOW-COST         PIC 9(7) VALUE ZERO.
       01  WS-WORK-LINE                PIC X(100).
       01  WS-AMOUNT-EDIT              PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-2            PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-3            PIC Z(10)9.99-.
       01  WS-PCT-EDIT                 PIC Z(4)9.9-.
       01  WS-UNITS-EDIT               PIC Z(8)9-.
       01  WS-PRICE-EDIT               PIC Z(4)9.99.
       01  WS-COST-EDIT                PIC Z(4)9.99.
       01  WS-QTY-EDIT                 PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== MARGEN BRUTO MENSUAL (MARGEN) =====".
            PERFORM INIT-RUN-INFO.
            PERFORM READ-MONTH-PARM.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS NOT = "00"
              DISPLAY "No se pudo abrir INVOICE-FILE, status: "
                  WS-INVOICE-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN OUTPUT MARGIN-REPORT-FILE
              IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir MARGIN-REPORT-FILE, status: "
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                CLOSE INVOICE-FILE
              ELSE
                PERFORM WRITE-BELOW-COST-HEADING
                PERFORM COLLECT-MONTH-LINES
                CLOSE INVOICE-FILE
                PERFORM WRITE-ITEM-SUMMARY
                PERFORM WRITE-CUSTOMER-SUMMARY
                PERFORM WRITE-REPORT-TOTALS
                CLOSE MARGIN-REPORT-FILE
              END-IF
            END-IF.
            DISPLAY "Lineas del mes .......: " WS-LINES-IN-MONTH.
            DISPLAY "Lineas devueltas .....: " WS-RETURN-LINES.
            DISPLAY "Lineas bajo costo ....: " WS-LINES-BELOW-COST.
            DISPLAY "Lineas sin costo .....: " WS-LINES-NO-COST.
            GOBACK.

       INIT-RUN-INFO.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-YYYYMMDD.
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-ID.
            MOVE 1 TO WS-RUN-CYCLE.

      * El mes a reportar viene en el PARM como YYYYMM; sin PARM (o
      * con un valor no numerico) se reporta el mes de la fecha de
      * corrida.
       READ-MONTH-PARM.
            MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
              IF WS-PARM(1:6) IS NUMERIC
                MOVE WS-PARM(1:6) TO WS-REPORT-MONTH
              ELSE
                DISPLAY "PARM de mes invalido: " WS-PARM
                    " - se usa el mes de la fecha de corrida."
              END-IF
            END-IF.
            DISPLAY "Mes a reportar: " WS-REPORT-MONTH.

      * Una sola pasada del extracto. La venta pertenece al mes de su
      * factura y la devolucion al mes de su nota de credito, igual
      * que en ESTADOCTA.
       COLLECT-MONTH-LINES.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM UNTIL END-OF-INVOICES
                READ INVOICE-FILE
                    AT END
                        SET END-OF-INVOICES TO TRUE
                    NOT AT END
                        PERFORM TALLY-INVOICE-RECORD
                END-READ
            END-PERFORM.

       TALLY-INVOICE-RECORD.
            EVALUATE INV-REC-TYPE
              WHEN "H"
              WHEN "C"
                MOVE INV-NUMBER TO WS-CUR-FOLIO
                MOVE INV-CUSTOMER TO WS-CUR-CUSTOMER
                IF CAR-RUN-ID OF INVOICE-RECORD(1:6) = WS-REPORT-MONTH
                  MOVE "Y" TO WS-CUR-IN-MONTH-SW
                ELSE
                  MOVE "N" TO WS-CUR-IN-MONTH-SW
                END-IF
              WHEN "D"
                IF CUR-DOC-IN-MONTH
                   AND INVD-NUMBER = WS-CUR-FOLIO
                  PERFORM TALLY-SALE-LINE
                END-IF
              WHEN "R"
                IF CUR-DOC-IN-MONTH
                   AND CRD-NUMBER = WS-CUR-FOLIO
                  PERFORM TALLY-RETURN-LINE
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

       TALLY-SALE-LINE.
            ADD 1 TO WS-LINES-IN-MONTH.
            MOVE INVD-ITEM-CODE TO WS-LINE-ITEM.
            MOVE INVD-QTY TO WS-LINE-UNITS.
            MOVE INVD-LINE-AMOUNT TO WS-LINE-REVENUE.
            IF INVD-LINE-COST IS NUMERIC
               AND INVD-UNIT-COST IS NUMERIC
               AND INVD-UNIT-COST > ZERO
              MOVE INVD-LINE-COST TO WS-LINE-COST
              IF INVD-UNIT-PRICE < INVD-UNIT-COST
                PERFORM WRITE-BELOW-COST-LINE
              END-IF
            ELSE
              MOVE ZERO TO WS-LINE-COST
              ADD 1 TO WS-LINES-NO-COST
            END-IF.
            PERFORM ACCUMULATE-LINE.

      * La devolucion resta la venta acreditada y el costo con que se
      * facturo lo devuelto.
       TALLY-RETURN-LINE.
            ADD 1 TO WS-RETURN-LINES.
            MOVE CRD-ITEM-CODE TO WS-LINE-ITEM.
            COMPUTE WS-LINE-UNITS = ZERO - CRD-QTY.
            COMPUTE WS-LINE-REVENUE = ZERO - CRD-LINE-AMOUNT.
            IF CRD-UNIT-COST IS NUMERIC
              COMPUTE WS-LINE-COST = ZERO - CRD-QTY * CRD-UNIT-COST
            ELSE
              MOVE ZERO TO WS-LINE-COST
            END-IF.
            PERFORM ACCUMULATE-LINE.

       ACCUMULATE-LINE.
            ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE.
            ADD WS-LINE-COST TO WS-TOTAL-COST.
            MOVE ZERO TO WS-ITM-LOOKUP-IDX.
            PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITM-COUNT
                OR WS-ITM-LOOKUP-IDX NOT = ZERO
                IF WS-ITM-CODE(WS-ITM-IDX) = WS-LINE-ITEM
                  MOVE WS-ITM-IDX TO WS-ITM-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-ITM-LOOKUP-IDX = ZERO
              IF WS-ITM-COUNT >= 2000
                DISPLAY "ERROR: tabla de articulos llena (2000), "
                    "abortando para no emitir un margen incompleto."
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              ADD 1 TO WS-ITM-COUNT
              MOVE WS-ITM-COUNT TO WS-ITM-LOOKUP-IDX
              MOVE WS-LINE-ITEM TO WS-ITM-CODE(WS-ITM-LOOKUP-IDX)
              MOVE ZERO TO WS-ITM-UNITS(WS-ITM-LOOKUP-IDX)
              MOVE ZERO TO WS-ITM-REVENUE(WS-ITM-LOOKUP-IDX)
              MOVE ZERO TO WS-ITM-COST(WS-ITM-LOOKUP-IDX)
            END-IF.
            ADD WS-LINE-UNITS TO WS-ITM-UNITS(WS-ITM-LOOKUP-IDX).
            ADD WS-LINE-REVENUE TO WS-ITM-REVENUE(WS-ITM-LOOKUP-IDX).
            ADD WS-LINE-COST TO WS-ITM-COST(WS-ITM-LOOKUP-IDX).
            MOVE ZERO TO WS-CUS-LOOKUP-IDX.
            PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                    UNTIL WS-CUS-IDX > WS-CUS-COUNT
                OR WS-CUS-LOOKUP-IDX NOT = ZERO
                IF WS-CUS-ID(WS-CUS-IDX) = WS-CUR-CUSTOMER
                  MOVE WS-CUS-IDX TO WS-CUS-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-CUS-LOOKUP-IDX = ZERO
              IF WS-CUS-COUNT >= 1000
                DISPLAY "ERROR: tabla de clientes llena (1000), "
                    "abortando para no emitir un margen incompleto."
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-LOOKUP-IDX
              MOVE WS-CUR-CUSTOMER TO WS-CUS-ID(WS-CUS-LOOKUP-IDX)
              MOVE ZERO TO WS-CUS-REVENUE(WS-CUS-LOOKUP-IDX)
              MOVE ZERO TO WS-CUS-COST(WS-CUS-LOOKUP-IDX)
            END-IF.
            ADD WS-LINE-REVENUE TO WS-CUS-REVENUE(WS-CUS-LOOKUP-IDX).
            ADD WS-LINE-COST TO WS-CUS-COST(WS-CUS-LOOKUP-IDX).

       WRITE-BELOW-COST-HEADING.
            MOVE ALL "=" TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "MARGEN BRUTO - MES " WS-REPORT-MONTH
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE SPACES TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE "LINEAS VENDIDAS BAJO COSTO" TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  FOLIO    LN CLIENTE         ARTICULO  CANT"
                "   PRECIO    COSTO        PERDIDA"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.

       WRITE-BELOW-COST-LINE.
            ADD 1 TO WS-LINES-BELOW-COST.
            COMPUTE WS-LINE-LOSS = INVD-LINE-COST - INVD-LINE-AMOUNT.
            MOVE INVD-QTY TO WS-QTY-EDIT.
            MOVE INVD-UNIT-PRICE TO WS-PRICE-EDIT.
            MOVE INVD-UNIT-COST TO WS-COST-EDIT.
            MOVE WS-LINE-LOSS TO WS-AMOUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  " INVD-NUMBER " " INVD-LINE-NO " "
                WS-CUR-CUSTOMER " " INVD-ITEM-CODE "  "
                WS-QTY-EDIT " " WS-PRICE-EDIT " " WS-COST-EDIT " "
                WS-AMOUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.

       WRITE-ITEM-SUMMARY.
            MOVE SPACES TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE "MARGEN POR ARTICULO" TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  ARTICULO      UNIDADES           VENTA"
                "           COSTO          MARGEN   MARGEN%"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITM-COUNT
                MOVE WS-ITM-REVENUE(WS-ITM-IDX) TO WS-SUM-REVENUE
                MOVE WS-ITM-COST(WS-ITM-IDX) TO WS-SUM-COST
                PERFORM COMPUTE-MARGIN
                MOVE WS-ITM-UNITS(WS-ITM-IDX) TO WS-UNITS-EDIT
                MOVE SPACES TO WS-WORK-LINE
                STRING "  " WS-ITM-CODE(WS-ITM-IDX) " "
                    WS-UNITS-EDIT " " WS-AMOUNT-EDIT " "
                    WS-AMOUNT-EDIT-2 " " WS-AMOUNT-EDIT-3 " "
                    WS-PCT-EDIT
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE
                WRITE MARGIN-REPORT-LINE
            END-PERFORM.

       WRITE-CUSTOMER-SUMMARY.
            MOVE SPACES TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE "MARGEN POR CLIENTE" TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  CLIENTE                  VENTA           COSTO"
                "          MARGEN   MARGEN%"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                    UNTIL WS-CUS-IDX > WS-CUS-COUNT
                MOVE WS-CUS-REVENUE(WS-CUS-IDX) TO WS-SUM-REVENUE
                MOVE WS-CUS-COST(WS-CUS-IDX) TO WS-SUM-COST
                PERFORM COMPUTE-MARGIN
                MOVE SPACES TO WS-WORK-LINE
                STRING "  " WS-CUS-ID(WS-CUS-IDX) " "
                    WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                    WS-AMOUNT-EDIT-3 " " WS-PCT-EDIT
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE
                WRITE MARGIN-REPORT-LINE
            END-PERFORM.

       WRITE-REPORT-TOTALS.
            MOVE WS-TOTAL-REVENUE TO WS-SUM-REVENUE.
            MOVE WS-TOTAL-COST TO WS-SUM-COST.
            PERFORM COMPUTE-MARGIN.
            MOVE SPACES TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  TOTAL DEL MES          " WS-AMOUNT-EDIT " "
                WS-AMOUNT-EDIT-2 " " WS-AMOUNT-EDIT-3 " " WS-PCT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            MOVE WS-LINES-BELOW-COST TO WS-UNITS-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  LINEAS BAJO COSTO: " WS-UNITS-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE.
            WRITE MARGIN-REPORT-LINE.
            IF WS-LINES-NO-COST > ZERO
              MOVE WS-LINES-NO-COST TO WS-UNITS-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  LINEAS SIN COSTO (CUENTAN CON COSTO CERO): "
                  WS-UNITS-EDIT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO MARGIN-REPORT-LINE
              WRITE MARGIN-REPORT-LINE
            END-IF.

      * Deja venta, costo, margen y porcentaje editados; sin venta
      * neta el porcentaje va en cero.
       COMPUTE-MARGIN.
            COMPUTE WS-SUM-MARGIN = WS-SUM-REVENUE - WS-SUM-COST.
            IF WS-SUM-REVENUE = ZERO
              MOVE ZERO TO WS-SUM-PCT
            ELSE
              COMPUTE WS-SUM-PCT ROUNDED =
                  WS-SUM-MARGIN * 100 / WS-SUM-REVENUE
                  ON SIZE ERROR
                      MOVE ZERO TO WS-SUM-PCT
              END-COMPUTE
            END-IF.
            MOVE WS-SUM-REVENUE TO WS-AMOUNT-EDIT.
            MOVE WS-SUM-COST TO WS-AMOUNT-EDIT-2.
            MOVE WS-SUM-MARGIN TO WS-AMOUNT-EDIT-3.
            MOVE WS-SUM-PCT TO WS-PCT-EDIT.
       END PROGRAM MARGEN.
