           SELECT CASH-RECEIPT-FILE ASSIGN TO RECPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT CASH-APPLY-HIST-FILE ASSIGN TO CAPHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHST-STATUS.
           SELECT CASH-APPLY-DAY-FILE ASSIGN TO CAPDIADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPDIA-STATUS.
           SELECT ITEM-FILE ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT TAX-RATE-FILE ASSIGN TO TAXDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO CONTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO NOTIFDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT REJECT-SUMMARY ASSIGN TO REJSUMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJSUM-STATUS.
           SELECT PICK-TICKET-FILE ASSIGN TO PICKDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO CRHOLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRHOLD-STATUS.
           SELECT CREDIT-REVIEW-FILE ASSIGN TO CRREVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRREV-STATUS.
           SELECT CREDIT-HOLD-REPORT ASSIGN TO CRRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRRPT-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
      * ordenes frescas; una orden que regresa por BACKORDER.PREV
      * trae la fecha en que quedo en backorder por primera vez, para
      * el envejecimiento y la expiracion del reintento.
      * ORD-FIRST-HOLD-DATE solo viene en las ordenes que regresan de
      * la cola de retencion de credito (CREDHOLD.PREV): la fecha en
      * que la orden quedo retenida por primera vez.
       FD  ORDER-FILE.
       01  ORDER-HEADER-RECORD.
           05 ORD-REC-TYPE            PIC X.
           05 ORD-TAX-CATEGORY        PIC X(2).
           05 FILLER                  PIC X.
           05 ORD-FIRST-BKO-DATE      PIC X(8).
           05 FILLER                  PIC X.
           05 ORD-FIRST-HOLD-DATE     PIC X(8).
       01  ORDER-DETAIL-RECORD.
           05 ORD-DET-REC-TYPE        PIC X.
           05 FILLER                  PIC X.
           05 RCP-AMOUNT              PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 RCP-DATE                PIC 9(8).
      * Folio que el banco trae en la referencia del pago; en blanco
      * (o no numerico) el pago se aplica a las facturas abiertas mas
      * antiguas del cliente.
           05 FILLER                  PIC X.
           05 RCP-INV-NUMBER          PIC X(8).
           05 RCP-INV-NUMBER-N REDEFINES RCP-INV-NUMBER
                                      PIC 9(8).
      * Aplicacion de cobranza por folio: un registro por cada parte
      * de un pago que se aplico a una factura (CAP-INV-NUMBER) o que
      * quedo a cuenta del cliente (folio en ceros). CAP-METHOD dice
      * como se eligio el folio: "F" folio indicado por el banco, "A"
      * por antiguedad, "C" a cuenta sin factura abierta. El
      * acumulado (CAPHSTDD) es el que leen ANTIGUE y este mismo
      * programa para saber que queda abierto; lo del dia va a
      * CAPDIADD y el JCL lo agrega al acumulado solo con la corrida
      * buena, como las notas de credito de DEVOLUC.
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
      * ITEM-REORDER-POINT es el punto de reorden que compras fija
      * por articulo; el reporte de reabastecimiento del cierre lista
      * los articulos cuyo disponible quedo por debajo de el.
      * ITEM-STATUS lo mantiene MANTMAES: "I" = dado de baja, no se
      * vende; blanco o "A" = activo (maestros previos a la
      * conversion no traen el campo).
      * ITEM-UNIT-COST es el costo promedio ponderado que RECEPCION
      * recalcula con el costo de cada entrada de STKRCPT; RUTINA04
      * lo copia a cada linea de factura como costo de lo vendido.
      * No numerico (maestro previo a la conversion) = sin costo.
      * ITEM-BIN es la ubicacion del articulo en el almacen y
      * ITEM-UNIT-WEIGHT su peso unitario en kilos, ambos de MANTMAES:
      * RUTINA04 ordena por ubicacion las lineas de la orden de
      * recoleccion y suma el peso embarcado al manifiesto. Sin
      * ubicacion la linea va al final; peso no numerico = cero.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05 ITEM-CODE               PIC X(8).
           05 ITEM-LIST-PRICE         PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-STATUS             PIC X.
           05 FILLER                  PIC X.
           05 ITEM-UNIT-COST          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 ITEM-BIN                PIC X(6).
           05 FILLER                  PIC X.
           05 ITEM-UNIT-WEIGHT        PIC 9(4)V999.
      * Mismo layout encabezado/detalle que ORDER-FILE, para que el
      * archivo de backorders pueda concatenarse a ORDERDD en la
      * corrida del dia siguiente y las ordenes pendientes se
      * INV-NUMBER es el folio secuencial asignado desde el archivo
      * de control de folios (INVNUMDD), para que billing pueda
      * referirse a una factura concreta y una reimpresion sea
      * distinguible del original. Cada "D" lleva ademas el costo
      * promedio del articulo al despachar (INVD-UNIT-COST) y el
      * costo de lo embarcado, insumo del reporte de margen (MARGEN),
      * y el origen del precio con que se valido la linea
      * (INVD-PRICE-SOURCE: CONT = contrato del cliente, LIST =
      * precio de lista, NVAL = sin precio de referencia).
      * DEVOLUC agrega ademas notas de credito: encabezado "C" con
      * este mismo layout y detalle "R" (ver devoluc.cbl), con folios
      * de la misma secuencia.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-REC-TYPE            PIC X.
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
      * Transacciones de mantenimiento de ordenes capturadas por
      * servicio a clientes: "C" cancela la orden completa (aunque ya
           05 TAX-EFF-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 TAX-RATE                PIC V999.
      * Precios pactados por cliente y articulo que mantiene ventas:
      * un renglon por escalon de volumen (cantidad minima de la
      * linea a partir de la cual aplica el precio), con vigencia
      * desde/hasta (hasta en ceros = sin vencimiento).
       FD  CONTRACT-PRICE-FILE.
       01  CONTRACT-PRICE-RECORD.
           05 CTR-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X.
           05 CTR-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 CTR-EFF-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 CTR-EXP-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 CTR-MIN-QTY             PIC 9(4).
           05 FILLER                  PIC X.
           05 CTR-PRICE               PIC 9(5)V99.
      * Avisos al cliente, un documento por orden procesada: cada
      * renglon lleva la orden, el cliente, el tipo de documento y su
      * numero de renglon dentro del documento, para que el envio
      * (correo o impresion) los junte por orden. NTF-DOC-TYPE:
      * ACUS = acuse de orden despachada (total o parcial), ESPE =
      * orden recibida sin disponible (toda a backorder), CANC =
      * cancelada por mantenimiento, RECH = aviso de rechazo con el
      * motivo en palabras llanas y la accion que se requiere. El
      * archivo es del dia y se recrea en cada ejecucion, como el de
      * backorders.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 NTF-ORD-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 NTF-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X.
           05 NTF-DOC-TYPE            PIC X(4).
           05 FILLER                  PIC X.
           05 NTF-SEQ                 PIC 9(3).
           05 FILLER                  PIC X.
           05 NTF-TEXT                PIC X(70).
           COPY AUDITTRL.
      * Resumen del dia para ventas: los avisos de rechazo agrupados
      * por motivo.
       FD  REJECT-SUMMARY.
       01  REJECT-SUMMARY-LINE        PIC X(80).
      * Cola de retencion de credito: las ordenes que RUTINA05 no
      * deja pasar por "Cliente en hold" o "Excede limite de
      * credito" salen aqui completas (todas sus lineas con la
      * cantidad pedida), con el mismo layout encabezado/detalle que
      * ORDER-FILE, para que la corrida de mannana las concatene a
      * ORDERDD (CREDHOLD.PREV) y las vuelva a pasar por el credito
      * ya con la cobranza del dia abonada. El encabezado conserva
      * la primera fecha de retencion para la expiracion.
       FD  CREDIT-HOLD-FILE.
       01  CREDIT-HOLD-HEADER-RECORD.
           05 CHH-REC-TYPE            PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 CHH-ID                  PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHH-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHH-TAX-CATEGORY        PIC X(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHH-FIRST-BKO-DATE      PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHH-FIRST-HOLD-DATE     PIC 9(8).
       01  CREDIT-HOLD-DETAIL-RECORD.
           05 CHD-REC-TYPE            PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 CHD-ORD-ID              PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHD-LINE-NO             PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHD-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHD-QTY                 PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 CHD-UNIT-PRICE          PIC 9(5)V99.
      * Retenciones de credito expiradas: tras WS-HOLD-EXPIRY-DAYS
      * dias en la cola sin liberarse, la orden sale del ciclo y
      * queda aqui para el gerente de credito, una linea por
      * registro como en la revision de backorders, con el valor de
      * la orden y el motivo de la retencion. Acumula hasta que
      * credito lo depura.
       FD  CREDIT-REVIEW-FILE.
       01  CREDIT-REVIEW-RECORD.
           05 CRV-ID                  PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-LINE-NO             PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-QTY                 PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-UNIT-PRICE          PIC 9(5)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-TAX-CATEGORY        PIC X(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-FIRST-DATE          PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-AGE-DAYS            PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-ORD-TOTAL           PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRV-REASON              PIC X(30).
           COPY AUDITTRL.
      * Reporte del dia para credito: ordenes retenidas, expiradas y
      * liberadas, agrupadas por cliente con su valor.
       FD  CREDIT-HOLD-REPORT.
       01  CREDIT-HOLD-REPORT-LINE    PIC X(80).
      * Ordenes de recoleccion para el almacen, una por orden
      * despachada: un "H" con el folio de la factura y la marca de
      * embarque (TOTAL, o PARCIAL cuando parte de la orden se queda
      * en backorder) y un "D" por linea embarcada en el orden de
      * surtido (ubicacion), con lo que hay que tomar y lo que queda
      * pendiente de la linea. PKH-REPRINT = "R" en una orden que ya
      * se habia despachado en un intento anterior de hoy y se
      * regenera porque el archivo del dia se recrea en cada
      * ejecucion, como el de backorders.
       FD  PICK-TICKET-FILE.
       01  PICK-HEADER-RECORD.
           05 PKH-REC-TYPE            PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-ORD-ID              PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-INV-NUMBER          PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-LINES               PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-SHIP-FLAG           PIC X(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-BKO-LINES           PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKH-REPRINT             PIC X.
           COPY AUDITTRL.
       01  PICK-DETAIL-RECORD.
           05 PKD-REC-TYPE            PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-ORD-ID              PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-BIN                 PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-LINE-NO             PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-ITEM-DESC           PIC X(20).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-QTY                 PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-BKO-QTY             PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 PKD-WEIGHT              PIC 9(8)V999.
           COPY AUDITTRL.
      * Manifiesto de embarque del dia: un "O" por orden despachada
      * (cliente, folio, lineas embarcadas, unidades y peso total en
      * kilos, con la misma marca TOTAL/PARCIAL de la orden de
      * recoleccion) y al cierre un "T" con los totales del dia.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MNF-REC-TYPE            PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-ORD-ID              PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-INV-NUMBER          PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-LINES               PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-UNITS               PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-WEIGHT              PIC 9(8)V999.
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-SHIP-FLAG           PIC X(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNF-REPRINT             PIC X.
           COPY AUDITTRL.
       01  MANIFEST-TOTAL-RECORD.
           05 MNFT-REC-TYPE           PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 MNFT-ORDERS             PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNFT-PARTIALS           PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNFT-LINES              PIC 9(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNFT-UNITS              PIC 9(9).
           05 FILLER                  PIC X VALUE SPACE.
           05 MNFT-WEIGHT             PIC 9(10)V999.
           COPY AUDITTRL.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           COPY JOBSTAT.
              10 WS-TAX-EFF-DATE       PIC 9(8).
              10 WS-TAX-TBL-RATE       PIC V999.
       01  WS-TAX-BEST-DATE            PIC 9(8).
       01  WS-CONTRACT-STATUS          PIC XX.
       01  WS-CTR-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-CTR-LOAD         VALUE "Y".
       01  WS-CTR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CTR-TABLE.
           05 WS-CTR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CTR-IDX.
              10 WS-CTR-CUSTOMER       PIC X(15).
              10 WS-CTR-ITEM           PIC X(8).
              10 WS-CTR-EFF-DATE       PIC 9(8).
              10 WS-CTR-EXP-DATE       PIC 9(8).
              10 WS-CTR-MIN-QTY        PIC 9(4).
              10 WS-CTR-PRICE          PIC 9(5)V99.
      * Resultado de FIND-LINE-REFERENCE-PRICE para la linea en turno.
       01  WS-REF-PRICE                PIC 9(5)V99 VALUE ZERO.
       01  WS-REF-SOURCE               PIC X(4) VALUE SPACES.
           88 REF-IS-CONTRACT         VALUE "CONT".
           88 REF-IS-LIST             VALUE "LIST".
           88 REF-NOT-AVAILABLE       VALUE "NVAL".
       01  WS-CTR-BEST-QTY             PIC 9(4).
       01  WS-CTR-BEST-DATE            PIC 9(8).
       01  WS-CTR-FOUND-SW             PIC X VALUE "N".
           88 CONTRACT-FOUND          VALUE "Y".
       01  WS-ORD-SUBTOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ORD-TAX                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ORD-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
              10 WS-LIN-PRICE          PIC 9(5)V99.
              10 WS-LIN-SHIP           PIC 9(4).
              10 WS-LIN-REMAIN         PIC 9(4).
      * Enmienda de mantenimiento sobre la linea, para el aviso al
      * cliente: "A" aplicada, "R" no aplicada, blanco sin enmienda.
              10 WS-LIN-MAINT          PIC X.
       01  WS-CUR-ITEM-CODE            PIC X(8) VALUE SPACES.
       01  WS-TOT-SHIP-QTY             PIC 9(6) VALUE ZERO.
       01  WS-REMAIN-TOTAL             PIC 9(6) VALUE ZERO.
       01  WS-RECEIPTS-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-RECEIPT-TOTAL            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CAPHST-STATUS            PIC XX.
       01  WS-CAPDIA-STATUS            PIC XX.
       01  WS-OPI-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-OPI-SCAN         VALUE "Y".
      * Facturas del cliente del pago en turno con su saldo abierto
      * (total menos notas de credito y aplicaciones previas), en
      * orden de folio, que es el orden de antiguedad.
       01  WS-OPI-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-OPI-TABLE.
           05 WS-OPI-ENTRY OCCURS 300 TIMES INDEXED BY WS-OPI-IDX.
              10 WS-OPI-FOLIO          PIC 9(8).
              10 WS-OPI-OPEN           PIC S9(9)V99 COMP-3.
       01  WS-OPI-LOOKUP-IDX           PIC 9(3).
       01  WS-OPI-FULL-SW              PIC X VALUE "N".
           88 OPI-TABLE-FULL          VALUE "Y".
       01  WS-OPI-SEARCH-FOLIO         PIC 9(8).
       01  WS-OPI-CREDIT-NUM           PIC 9(8) VALUE ZERO.
       01  WS-OPI-CREDIT-AMT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RCP-REMAINING            PIC S9(9)V99 COMP-3 VALUE ZERO.
      * Tope de lo abierto: el saldo del cliente antes del pago. Lo
      * que las facturas sumen por encima se da por pagado, de la
      * mas antigua en adelante (mismo criterio que ANTIGUE).
       01  WS-OPI-CAP                  PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OPI-EXCESS               PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-APPLY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-APPLY-FOLIO              PIC 9(8).
       01  WS-APPLY-METHOD             PIC X.
       01  WS-RECEIPTS-ON-ACCOUNT      PIC 9(7) VALUE ZERO.
      * Tolerancia (en por ciento) entre el precio capturado en la
      * linea y el precio de lista del articulo; una desviacion mayor
      * rechaza la orden en RUTINA01. Precio de lista en cero = sin
       01  WS-AMEND-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-SUPERV-STATUS            PIC XX.
       01  WS-PARM                     PIC X(40).
       01  WS-PARM-BKO                 PIC X(10).
       01  WS-PARM-HOLD                PIC X(10).
      * Dias que un backorder puede seguir reintentandose antes de
      * pasar a revision del supervisor (PARM del paso, default 14).
       01  WS-BKO-EXPIRY-DAYS          PIC 9(3) VALUE 14.
       01  WS-RSB-LINE                 PIC 9(3).
       01  WS-RSB-RETIRED              PIC 9(3) VALUE ZERO.
       01  WS-RSB-REJECTED             PIC 9(3) VALUE ZERO.
       01  WS-NOTICE-STATUS            PIC XX.
       01  WS-REJSUM-STATUS            PIC XX.
      * Desenlace de la orden en turno para su aviso: se limpia al
      * iniciar PROCESS-ORDER y lo van dejando RUTINA-ERROR (motivo y
      * stage), la validacion de lineas (linea y precio de
      * referencia del rechazo), el despacho (folio) y el
      * mantenimiento (cancelacion rechazada, enmiendas sin linea).
       01  WS-NTF-DOC-TYPE             PIC X(4).
       01  WS-NTF-SEQ                  PIC 9(3) VALUE ZERO.
       01  WS-NTF-TEXT                 PIC X(70).
       01  WS-NTF-FOLIO                PIC 9(8) VALUE ZERO.
       01  WS-NTF-REJECT-SW            PIC X VALUE "N".
           88 NOTICE-REJECTED         VALUE "Y".
       01  WS-NTF-REASON               PIC X(30).
       01  WS-NTF-STAGE                PIC X(10).
       01  WS-NTF-ERR-LINE             PIC 9(2) VALUE ZERO.
       01  WS-NTF-ERR-ITEM             PIC X(8).
       01  WS-NTF-ERR-PRICE            PIC 9(5)V99 VALUE ZERO.
       01  WS-NTF-REF-PRICE            PIC 9(5)V99 VALUE ZERO.
       01  WS-NTF-REF-SOURCE           PIC X(4).
       01  WS-NTF-CANCEL-REFUSED-SW    PIC X VALUE "N".
           88 CANCEL-REFUSED          VALUE "Y".
       01  WS-NTF-AMEND-ORPHANS        PIC 9(2) VALUE ZERO.
       01  WS-NTF-PARTIAL-SW           PIC X VALUE "N".
           88 NOTICE-PARTIAL          VALUE "Y".
       01  WS-NTF-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-NTF-QTY-ED-1             PIC ZZZ9.
       01  WS-NTF-QTY-ED-2             PIC ZZZ9.
       01  WS-NTF-QTY-ED-3             PIC ZZZ9.
       01  WS-NTF-PRICE-ED-1           PIC ZZZZ9.99.
       01  WS-NTF-PRICE-ED-2           PIC ZZZZ9.99.
       01  WS-NTF-AMOUNT-ED            PIC ZZZZZZZZ9.99.
       01  WS-NTF-COUNT-ED             PIC ZZZ9.
       01  WS-PICK-STATUS              PIC XX.
       01  WS-MANIFEST-STATUS          PIC XX.
      * Orden de recoleccion de la orden en turno: una entrada por
      * linea embarcada con su llave de surtido (ubicacion y numero
      * de linea; sin ubicacion la llave va en HIGH-VALUES para que
      * la linea quede al final) y los datos del articulo.
       01  WS-PCK-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-PCK-TABLE.
           05 WS-PCK-ENTRY OCCURS 50 TIMES
                                       INDEXED BY WS-PCK-IDX
                                                  WS-PCK-IDX-2.
              10 WS-PCK-SORT-KEY.
                 15 WS-PCK-KEY-BIN     PIC X(6).
                 15 WS-PCK-KEY-LINE    PIC 9(2).
              10 WS-PCK-LIN            PIC 9(2).
              10 WS-PCK-BIN            PIC X(6).
              10 WS-PCK-DESC           PIC X(20).
              10 WS-PCK-WEIGHT         PIC 9(8)V999.
       01  WS-PCK-HOLD                 PIC X(47).
       01  WS-PCK-REPRINT              PIC X VALUE SPACE.
       01  WS-PCK-SHIP-FLAG            PIC X(7).
       01  WS-PCK-BKO-LINES            PIC 9(2) VALUE ZERO.
       01  WS-PCK-UNITS                PIC 9(6) VALUE ZERO.
       01  WS-PCK-ORD-WEIGHT           PIC 9(8)V999 VALUE ZERO.
       01  WS-MNF-ORDERS               PIC 9(6) VALUE ZERO.
       01  WS-MNF-PARTIALS             PIC 9(6) VALUE ZERO.
       01  WS-MNF-LINES                PIC 9(7) VALUE ZERO.
       01  WS-MNF-UNITS                PIC 9(9) VALUE ZERO.
       01  WS-MNF-WEIGHT               PIC 9(10)V999 VALUE ZERO.
       01  WS-CRHOLD-STATUS            PIC XX.
       01  WS-CRREV-STATUS             PIC XX.
       01  WS-CRRPT-STATUS             PIC XX.
      * Retencion de credito de la orden en turno: la pone RUTINA05
      * (y la expiracion cuando la orden ya cumplio el plazo en la
      * cola); una orden que venia de la cola y pasa el credito se
      * marca liberada.
       01  WS-ORD-FIRST-HOLD           PIC X(8) VALUE SPACES.
       01  WS-CREDIT-HOLD-SW           PIC X VALUE "N".
           88 ORDER-ON-CREDIT-HOLD    VALUE "Y".
       01  WS-HOLD-EXPIRED-SW          PIC X VALUE "N".
           88 CREDIT-HOLD-EXPIRED     VALUE "Y".
       01  WS-HOLD-RELEASED-SW         PIC X VALUE "N".
           88 CREDIT-HOLD-RELEASED    VALUE "Y".
      * Dias que una orden puede esperar en la cola de credito antes
      * de pasar a revision del gerente (segundo valor del PARM,
      * default 10).
       01  WS-HOLD-EXPIRY-DAYS         PIC 9(3) VALUE 10.
       01  WS-HOLD-FIRST-DATE          PIC 9(8) VALUE ZERO.
       01  WS-HOLD-AGE-DAYS            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-HOLD-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-HOLD-EXPIRED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HOLD-RELEASED-COUNT      PIC 9(5) VALUE ZERO.
      * Ordenes que hoy ya pasaron a revision de credito (de un
      * intento anterior): CRREVDD acumula y un rerun no debe
      * repetirlas.
       01  WS-CRV-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-CRV-LOAD         VALUE "Y".
       01  WS-CRV-DONE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CRV-DONE-TABLE.
           05 WS-CRV-DONE-ID OCCURS 500 TIMES
                                       INDEXED BY WS-CRV-DONE-IDX
                                       PIC X(6).
       01  WS-CRV-SEARCH-ID            PIC X(6).
       01  WS-CRV-DONE-SW              PIC X VALUE "N".
           88 CREDIT-REVIEW-DONE      VALUE "Y".
      * Renglones del reporte de credito del dia.
       01  WS-HLD-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-HLD-STATE-TO-SAVE        PIC X(8).
       01  WS-HLD-OVERFLOW             PIC 9(4) VALUE ZERO.
       01  WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-HLD-IDX
                                                  WS-HLD-IDX-2.
              10 WS-HLD-CUSTOMER       PIC X(15).
              10 WS-HLD-ORD-ID         PIC X(6).
              10 WS-HLD-VALUE          PIC 9(9)V99.
              10 WS-HLD-FIRST-DATE     PIC 9(8).
              10 WS-HLD-AGE            PIC 9(5).
              10 WS-HLD-STATE          PIC X(8).
              10 WS-HLD-REASON         PIC X(30).
              10 WS-HLD-PRINTED-SW     PIC X.
                 88 WS-HLD-PRINTED    VALUE "Y".
       01  WS-HLD-CUST-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HLD-CUST-VALUE           PIC 9(11)V99 VALUE ZERO.
       01  WS-HLD-TOT-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-HLD-VALUE-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HLD-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-HLD-AGE-ED               PIC ZZZ9.
       01  WS-HLD-LINE                 PIC X(80).
      * Folios ya facturados por esta corrida y ciclo (de un intento
      * anterior), para el acuse de la orden que reanuda en stage 6
      * y ya no pasa por RUTINA04.
       01  WS-DAY-INV-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DAY-INV-TABLE.
           05 WS-DAY-INV-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-DAY-INV-IDX.
              10 WS-DAY-INV-ORD-ID     PIC X(6).
              10 WS-DAY-INV-FOLIO      PIC 9(8).
      * Motivos de rechazo que escribe RUTINA-ERROR, con su
      * explicacion en palabras llanas y la accion que se requiere
      * del cliente o del vendedor. Un motivo que no este aqui sale
      * como "otro motivo" en el aviso y en el resumen.
       01  WS-RSN-VALUES.
           05 FILLER                   PIC X(30)
              VALUE "Orden sin lineas de detalle".
           05 FILLER                   PIC X(50)
              VALUE "La orden llego sin ninguna linea de articulos".
           05 FILLER                   PIC X(50)
              VALUE "Ventas recaptura la orden con sus lineas".
           05 FILLER                   PIC X(30)
              VALUE "Orden excede 50 lineas".
           05 FILLER                   PIC X(50)
              VALUE "La orden trae mas de 50 lineas, el tope por orden".
           05 FILLER                   PIC X(50)
              VALUE "Dividir en ordenes de hasta 50 lineas".
           05 FILLER                   PIC X(30)
              VALUE "Cantidad/precio unitario cero".
           05 FILLER                   PIC X(50)
              VALUE "Una linea trae cantidad o precio unitario en cero".
           05 FILLER                   PIC X(50)
              VALUE "Corregir cantidad o precio de la linea".
           05 FILLER                   PIC X(30)
              VALUE "Precio fuera de contrato".
           05 FILLER                   PIC X(50)
              VALUE "El precio capturado se aparta del pactado".
           05 FILLER                   PIC X(50)
              VALUE "Corregir el precio al del contrato".
           05 FILLER                   PIC X(30)
              VALUE "Precio fuera de lista".
           05 FILLER                   PIC X(50)
              VALUE "El precio capturado se aparta del de lista".
           05 FILLER                   PIC X(50)
              VALUE "Corregir el precio o cargar el contrato".
           05 FILLER                   PIC X(30)
              VALUE "Articulo desconocido".
           05 FILLER                   PIC X(50)
              VALUE "Un articulo de la orden no existe en catalogo".
           05 FILLER                   PIC X(50)
              VALUE "Corregir el codigo del articulo".
           05 FILLER                   PIC X(30)
              VALUE "Articulo dado de baja".
           05 FILLER                   PIC X(50)
              VALUE "Un articulo de la orden esta descontinuado".
           05 FILLER                   PIC X(50)
              VALUE "Reemplazar el articulo descontinuado".
           05 FILLER                   PIC X(30)
              VALUE "Subtotal fuera de rango".
           05 FILLER                   PIC X(50)
              VALUE "El importe excede el maximo procesable".
           05 FILLER                   PIC X(50)
              VALUE "Dividir la orden en ordenes menores".
           05 FILLER                   PIC X(30)
              VALUE "Sin tasa de impuesto vigente".
           05 FILLER                   PIC X(50)
              VALUE "No hay tasa de impuesto vigente para la orden".
           05 FILLER                   PIC X(50)
              VALUE "Finanzas carga la tasa o corregir categoria".
           05 FILLER                   PIC X(30)
              VALUE "Impuesto/total fuera de rango".
           05 FILLER                   PIC X(50)
              VALUE "El total con impuesto excede el maximo".
           05 FILLER                   PIC X(50)
              VALUE "Dividir la orden en ordenes menores".
           05 FILLER                   PIC X(30)
              VALUE "Recalculo fallido al reanudar".
           05 FILLER                   PIC X(50)
              VALUE "Los importes no se recalcularon al reanudar".
           05 FILLER                   PIC X(50)
              VALUE "Soporte del lote revisa la orden".
           05 FILLER                   PIC X(30)
              VALUE "Cliente desconocido".
           05 FILLER                   PIC X(50)
              VALUE "El cliente no existe en el maestro".
           05 FILLER                   PIC X(50)
              VALUE "Dar de alta al cliente o corregir su clave".
           05 FILLER                   PIC X(30)
              VALUE "Cliente en hold".
           05 FILLER                   PIC X(50)
              VALUE "La cuenta del cliente esta retenida (hold)".
           05 FILLER                   PIC X(50)
              VALUE "Cobranza libera el hold del cliente".
           05 FILLER                   PIC X(30)
              VALUE "Excede limite de credito".
           05 FILLER                   PIC X(50)
              VALUE "La orden rebasa el credito disponible".
           05 FILLER                   PIC X(50)
              VALUE "Pago del cliente o ampliar su limite".
           05 FILLER                   PIC X(30)
              VALUE "Resubmision sin error previo".
           05 FILLER                   PIC X(50)
              VALUE "La orden resubmitida no tenia error previo".
           05 FILLER                   PIC X(50)
              VALUE "Verificar el numero de orden resubmitida".
       01  WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
           05 WS-RSN-ENTRY OCCURS 15 TIMES INDEXED BY WS-RSN-IDX.
              10 WS-RSN-REASON         PIC X(30).
              10 WS-RSN-PLAIN          PIC X(50).
              10 WS-RSN-ACTION         PIC X(50).
       01  WS-RSN-COUNT                PIC 9(2) VALUE 15.
       01  WS-RSN-LOOKUP-IDX           PIC 9(2).
       01  WS-RSN-GROUP                PIC 9(2).
       01  WS-RSN-GROUP-COUNT          PIC 9(5).
      * Rechazos del dia para el resumen de ventas por motivo
      * (motivo 00 = no catalogado).
       01  WS-REJ-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REJ-OVERFLOW             PIC 9(5) VALUE ZERO.
       01  WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-REJ-IDX.
              10 WS-REJ-ORD-ID         PIC X(6).
              10 WS-REJ-CUSTOMER       PIC X(15).
              10 WS-REJ-STAGE          PIC X(10).
              10 WS-REJ-REASON         PIC X(30).
              10 WS-REJ-RSN-IDX        PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INIT-RUN-INFO.
            PERFORM OPEN-MASTER-FILES.
            PERFORM APPLY-CASH-RECEIPTS.
            PERFORM LOAD-TAX-RATES.
            PERFORM LOAD-CONTRACT-PRICES.
            PERFORM LOAD-INVOICE-NUMBER.
            PERFORM LOAD-CREDIT-REVIEWS.
            OPEN INPUT ORDER-FILE.
            IF WS-ORDER-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ORDER-FILE, status: "
              IF WS-INVOICE-STATUS = "35"
                OPEN OUTPUT INVOICE-FILE
              END-IF
              OPEN OUTPUT NOTICE-FILE
              OPEN OUTPUT PICK-TICKET-FILE
              OPEN OUTPUT MANIFEST-FILE
              OPEN OUTPUT CREDIT-HOLD-FILE
              OPEN EXTEND CREDIT-REVIEW-FILE
              IF WS-CRREV-STATUS = "35"
                OPEN OUTPUT CREDIT-REVIEW-FILE
              END-IF
              PERFORM APPLY-RESUBMISSIONS
      * Corte de control sobre el insumo encabezado/detalle: un "H"
      * cierra (procesa) la orden anterior y abre la nueva; los "D"
              CLOSE BACKORDER-FILE
              CLOSE SUPERV-REVIEW-FILE
              CLOSE INVOICE-FILE
              CLOSE NOTICE-FILE
              CLOSE PICK-TICKET-FILE
              PERFORM WRITE-MANIFEST-TOTAL
              CLOSE MANIFEST-FILE
              CLOSE CREDIT-HOLD-FILE
              CLOSE CREDIT-REVIEW-FILE
              PERFORM WRITE-INVOICE-NUMBER
              PERFORM REPORT-REPLENISHMENT
              CLOSE CUSTOMER-FILE
              CLOSE ITEM-FILE
              PERFORM REPORT-BACKORDER-AGING
              PERFORM REPORT-UNMATCHED-MAINT
              PERFORM REPORT-REJECTION-SUMMARY
              PERFORM REPORT-CREDIT-HOLDS
              DISPLAY "Ordenes canceladas: " WS-CANCEL-COUNT
              DISPLAY "Ordenes enmendadas: " WS-AMEND-COUNT
              DISPLAY "Ordenes con backorder: " WS-BACKORDER-COUNT
              DISPLAY "Backorders expirados a revision: "
                  WS-ESCALATED-COUNT
              DISPLAY "Avisos a clientes: " WS-NTF-COUNT
                  " (rechazos: " WS-REJ-COUNT ")"
              DISPLAY "Ordenes de recoleccion: " WS-MNF-ORDERS
                  " (parciales: " WS-MNF-PARTIALS ")"
              DISPLAY "Ordenes retenidas por credito: " WS-HOLD-COUNT
                  " (a revision: " WS-HOLD-EXPIRED-COUNT
                  ", liberadas: " WS-HOLD-RELEASED-COUNT ")"
              IF WS-ORPHAN-DETAILS > ZERO
                DISPLAY "AVISO: " WS-ORPHAN-DETAILS
                    " lineas de detalle sin encabezado, ignoradas."

      * Dias de expiracion de backorders via PARM (como el umbral de
      * TENDENCIA); sin PARM o con valor invalido queda el default.
      * Un segundo valor tras la coma da los dias de expiracion de
      * la cola de retencion de credito (PARM='14,10').
       READ-EXPIRY-PARM.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-BKO.
            MOVE SPACES TO WS-PARM-HOLD.
            UNSTRING WS-PARM DELIMITED BY ","
                INTO WS-PARM-BKO WS-PARM-HOLD.
            IF WS-PARM-BKO NOT = SPACES
              IF FUNCTION NUMVAL(WS-PARM-BKO) > ZERO
                COMPUTE WS-BKO-EXPIRY-DAYS =
                    FUNCTION NUMVAL(WS-PARM-BKO)
              ELSE
                DISPLAY "PARM de expiracion invalido: " WS-PARM
                    " - se usa el default de " WS-BKO-EXPIRY-DAYS
              END-IF
            END-IF.
            IF WS-PARM-HOLD NOT = SPACES
              IF FUNCTION NUMVAL(WS-PARM-HOLD) > ZERO
                COMPUTE WS-HOLD-EXPIRY-DAYS =
                    FUNCTION NUMVAL(WS-PARM-HOLD)
              ELSE
                DISPLAY "PARM de expiracion de credito invalido: "
                    WS-PARM " - se usa el default de "
                    WS-HOLD-EXPIRY-DAYS
              END-IF
            END-IF.

      * Toma el ciclo intra-dia asignado por CICLO en RUNCTLDD; sin
      * archivo o con fecha de otro dia, se asume el ciclo 1.
                  PERFORM RETIRE-ORDER-CHECKPOINTS
                ELSE
                  ADD 1 TO WS-RSB-REJECTED
                  PERFORM RESET-ORDER-NOTICE
                  MOVE "RESUBMIT" TO WS-TRACE-STAGE
                  MOVE "Resubmision sin error previo" TO
                      WS-ERROR-REASON
                  PERFORM RUTINA-ERROR
                  PERFORM WRITE-ORDER-NOTICE
                END-IF
            END-PERFORM.
            IF WS-RSB-COUNT > ZERO
            IF WS-START-STAGE = 6
              DISPLAY "Orden " WS-ORD-ID " ya despachada; no se "
                  "puede cancelar, manejar como devolucion."
              SET CANCEL-REFUSED TO TRUE
            ELSE
              SET ORDER-IS-CANCELLED TO TRUE
              ADD 1 TO WS-CANCEL-COUNT
            IF WS-START-STAGE >= 2
              DISPLAY "Orden " WS-ORD-ID " con inventario ya "
                  "comprometido; enmienda no aplicada."
              PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                      UNTIL WS-LIN-IDX > WS-LINE-COUNT
                  IF WS-LIN-NO(WS-LIN-IDX) =
                     WS-OMT-LINE-NO(WS-OMT-LOOKUP-IDX)
                    MOVE "R" TO WS-LIN-MAINT(WS-LIN-IDX)
                  END-IF
              END-PERFORM
            ELSE
              MOVE "N" TO WS-AMEND-LINE-FOUND-SW
              PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                  IF WS-LIN-NO(WS-LIN-IDX) =
                     WS-OMT-LINE-NO(WS-OMT-LOOKUP-IDX)
                    SET AMEND-LINE-FOUND TO TRUE
                    MOVE "A" TO WS-LIN-MAINT(WS-LIN-IDX)
                    IF WS-OMT-QTY(WS-OMT-LOOKUP-IDX) > ZERO
                      MOVE WS-OMT-QTY(WS-OMT-LOOKUP-IDX) TO
                          WS-LIN-QTY(WS-LIN-IDX)
                DISPLAY "AVISO: enmienda de la orden " WS-ORD-ID
                    " linea " WS-OMT-LINE-NO(WS-OMT-LOOKUP-IDX)
                    " sin linea correspondiente; no aplicada."
                ADD 1 TO WS-NTF-AMEND-ORPHANS
              END-IF
            END-IF.

      * para que un segundo ciclo no abone los pagos dos veces. Sin
      * archivo (dia sin cobranza), la corrida sigue sin abonos.
       APPLY-CASH-RECEIPTS.
            OPEN OUTPUT CASH-APPLY-DAY-FILE.
            CLOSE CASH-APPLY-DAY-FILE.
            OPEN INPUT CASH-RECEIPT-FILE.
            IF WS-RECEIPT-STATUS = "00"
              PERFORM UNTIL END-OF-RECEIPTS
              DISPLAY "Pagos aplicados: " WS-RECEIPTS-APPLIED
                  " de " WS-RECEIPTS-READ
                  " por " WS-RECEIPT-TOTAL
              DISPLAY "Pagos con remanente a cuenta: "
                  WS-RECEIPTS-ON-ACCOUNT
            END-IF.

      * Un monto no numerico se reporta y se deja sin aplicar, igual
                    " para cliente desconocido " RCP-CUST-ID
                    "; no se aplico."
              ELSE
                MOVE CUST-BALANCE TO WS-OPI-CAP
                SUBTRACT RCP-AMOUNT FROM CUST-BALANCE
                PERFORM REWRITE-CUSTOMER-RECORD
                ADD 1 TO WS-RECEIPTS-APPLIED
                ADD RCP-AMOUNT TO WS-RECEIPT-TOTAL
                PERFORM ALLOCATE-RECEIPT
              END-IF
            END-IF.

      * Reparte el pago entre las facturas abiertas del cliente: primero
      * el folio que trae el banco (si es del cliente y sigue
      * abierto), luego las mas antiguas; lo que sobra queda a cuenta
      * con folio en ceros. El saldo del cliente ya se abono completo
      * arriba; esto solo registra contra que facturas.
       ALLOCATE-RECEIPT.
            PERFORM LOAD-CUSTOMER-OPEN-ITEMS.
            PERFORM CAP-OPEN-ITEMS-AT-BALANCE.
            MOVE RCP-AMOUNT TO WS-RCP-REMAINING.
            IF RCP-INV-NUMBER IS NUMERIC
               AND RCP-INV-NUMBER-N > ZERO
              MOVE RCP-INV-NUMBER-N TO WS-OPI-SEARCH-FOLIO
              PERFORM FIND-OPEN-ITEM
              IF WS-OPI-LOOKUP-IDX NOT = ZERO
                 AND WS-OPI-OPEN(WS-OPI-LOOKUP-IDX) > ZERO
                SET WS-OPI-IDX TO WS-OPI-LOOKUP-IDX
                MOVE "F" TO WS-APPLY-METHOD
                PERFORM APPLY-TO-OPEN-ITEM
              ELSE
                DISPLAY "AVISO: folio " RCP-INV-NUMBER
                    " del pago de " RCP-CUST-ID
                    " no esta abierto para el cliente; se aplica"
                    " por antiguedad."
              END-IF
            END-IF.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                OR WS-RCP-REMAINING NOT > ZERO
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  MOVE "A" TO WS-APPLY-METHOD
                  PERFORM APPLY-TO-OPEN-ITEM
                END-IF
            END-PERFORM.
            IF WS-RCP-REMAINING > ZERO
              MOVE ZERO TO WS-APPLY-FOLIO
              MOVE WS-RCP-REMAINING TO WS-APPLY-AMOUNT
              MOVE ZERO TO WS-RCP-REMAINING
              MOVE "C" TO WS-APPLY-METHOD
              PERFORM WRITE-CASH-APPLY-RECORD
              ADD 1 TO WS-RECEIPTS-ON-ACCOUNT
              DISPLAY "AVISO: pago de " RCP-CUST-ID
                  " excede sus facturas abiertas; quedan "
                  WS-APPLY-AMOUNT " a cuenta."
            END-IF.

       APPLY-TO-OPEN-ITEM.
            IF WS-RCP-REMAINING < WS-OPI-OPEN(WS-OPI-IDX)
              MOVE WS-RCP-REMAINING TO WS-APPLY-AMOUNT
            ELSE
              MOVE WS-OPI-OPEN(WS-OPI-IDX) TO WS-APPLY-AMOUNT
            END-IF.
            SUBTRACT WS-APPLY-AMOUNT FROM WS-OPI-OPEN(WS-OPI-IDX).
            SUBTRACT WS-APPLY-AMOUNT FROM WS-RCP-REMAINING.
            MOVE WS-OPI-FOLIO(WS-OPI-IDX) TO WS-APPLY-FOLIO.
            PERFORM WRITE-CASH-APPLY-RECORD.

      * Abrir-escribir-cerrar por registro: LOAD-CUSTOMER-OPEN-ITEMS
      * relee el archivo del dia para el siguiente pago del mismo
      * cliente.
       WRITE-CASH-APPLY-RECORD.
            OPEN EXTEND CASH-APPLY-DAY-FILE.
            IF WS-CAPDIA-STATUS = "35"
              OPEN OUTPUT CASH-APPLY-DAY-FILE
            END-IF.
            IF WS-CAPDIA-STATUS = "00"
              MOVE SPACES TO CASH-APPLY-RECORD
              MOVE RCP-CUST-ID TO CAP-CUST-ID
              MOVE WS-APPLY-FOLIO TO CAP-INV-NUMBER
              MOVE WS-APPLY-AMOUNT TO CAP-AMOUNT
              IF RCP-DATE IS NUMERIC
                MOVE RCP-DATE TO CAP-RCP-DATE
              ELSE
                MOVE WS-RUN-DATE-YYYYMMDD TO CAP-RCP-DATE
              END-IF
              MOVE WS-APPLY-METHOD TO CAP-METHOD
              MOVE WS-RUN-ID TO CAR-RUN-ID OF CASH-APPLY-RECORD
              MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CASH-APPLY-RECORD
              WRITE CASH-APPLY-RECORD
              CLOSE CASH-APPLY-DAY-FILE
            ELSE
              DISPLAY "No se pudo abrir CASH-APPLY-DAY-FILE, status: "
                  WS-CAPDIA-STATUS
            END-IF.

      * Arma la tabla de facturas abiertas del cliente del pago: los
      * encabezados "H" del extracto, menos la nota de credito "C"
      * que DEVOLUC emitio sobre cada una (su primer detalle "R" dice
      * contra que folio), menos lo ya aplicado en corridas previas y
      * en pagos anteriores de hoy. Se relee por pago: la cobranza
      * del dia son unas decenas de registros.
       LOAD-CUSTOMER-OPEN-ITEMS.
            MOVE ZERO TO WS-OPI-COUNT.
            MOVE "N" TO WS-OPI-FULL-SW.
            MOVE ZERO TO WS-OPI-CREDIT-NUM.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS = "00"
              MOVE "N" TO WS-OPI-EOF-SWITCH
              PERFORM UNTIL END-OF-OPI-SCAN
                  READ INVOICE-FILE
                      AT END
                          SET END-OF-OPI-SCAN TO TRUE
                      NOT AT END
                          PERFORM TALLY-OPEN-ITEM-RECORD
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            END-IF.
            IF OPI-TABLE-FULL
              DISPLAY "AVISO: cliente " RCP-CUST-ID " con mas de 300 "
                  "facturas; las mas recientes no entran al reparto."
            END-IF.
            OPEN INPUT CASH-APPLY-HIST-FILE.
            IF WS-CAPHST-STATUS = "00"
              MOVE "N" TO WS-OPI-EOF-SWITCH
              PERFORM UNTIL END-OF-OPI-SCAN
                  READ CASH-APPLY-HIST-FILE
                      AT END
                          SET END-OF-OPI-SCAN TO TRUE
                      NOT AT END
                          IF CAH-CUST-ID = RCP-CUST-ID
                             AND CAH-INV-NUMBER IS NUMERIC
                             AND CAH-AMOUNT IS NUMERIC
                            MOVE CAH-INV-NUMBER TO WS-OPI-SEARCH-FOLIO
                            MOVE CAH-AMOUNT TO WS-APPLY-AMOUNT
                            PERFORM DEDUCT-FROM-OPEN-ITEM
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CASH-APPLY-HIST-FILE
            END-IF.
            OPEN INPUT CASH-APPLY-DAY-FILE.
            IF WS-CAPDIA-STATUS = "00"
              MOVE "N" TO WS-OPI-EOF-SWITCH
              PERFORM UNTIL END-OF-OPI-SCAN
                  READ CASH-APPLY-DAY-FILE
                      AT END
                          SET END-OF-OPI-SCAN TO TRUE
                      NOT AT END
                          IF CAP-CUST-ID = RCP-CUST-ID
                            MOVE CAP-INV-NUMBER TO WS-OPI-SEARCH-FOLIO
                            MOVE CAP-AMOUNT TO WS-APPLY-AMOUNT
                            PERFORM DEDUCT-FROM-OPEN-ITEM
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CASH-APPLY-DAY-FILE
            END-IF.

       TALLY-OPEN-ITEM-RECORD.
            EVALUATE INV-REC-TYPE
              WHEN "H"
                IF INV-CUSTOMER = RCP-CUST-ID
                   AND INV-NUMBER IS NUMERIC
                  IF WS-OPI-COUNT >= 300
                    SET OPI-TABLE-FULL TO TRUE
                  ELSE
                    ADD 1 TO WS-OPI-COUNT
                    MOVE INV-NUMBER TO WS-OPI-FOLIO(WS-OPI-COUNT)
                    MOVE INV-TOTAL TO WS-OPI-OPEN(WS-OPI-COUNT)
                  END-IF
                END-IF
              WHEN "C"
                IF INV-CUSTOMER = RCP-CUST-ID
                  MOVE INV-NUMBER TO WS-OPI-CREDIT-NUM
                  MOVE INV-TOTAL TO WS-OPI-CREDIT-AMT
                ELSE
                  MOVE ZERO TO WS-OPI-CREDIT-NUM
                END-IF
              WHEN "R"
                IF WS-OPI-CREDIT-NUM NOT = ZERO
                   AND CRD-NUMBER = WS-OPI-CREDIT-NUM
                  MOVE CRD-ORIG-NUMBER TO WS-OPI-SEARCH-FOLIO
                  MOVE WS-OPI-CREDIT-AMT TO WS-APPLY-AMOUNT
                  PERFORM DEDUCT-FROM-OPEN-ITEM
                  MOVE ZERO TO WS-OPI-CREDIT-NUM
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * El extracto acumulado trae facturas emitidas antes de que la
      * cobranza se aplicara por folio, pagadas hace tiempo pero sin
      * registro en CASHAPPL; tambien lo que quedo a cuenta (folio en
      * ceros) y nunca se repartio. El saldo del cliente es la cifra
      * buena: lo abierto se topa en el (en cero si el cliente tiene
      * saldo a favor) y el excedente se consume de la factura mas
      * antigua en adelante.
       CAP-OPEN-ITEMS-AT-BALANCE.
            MOVE ZERO TO WS-OPI-EXCESS.
            PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                    UNTIL WS-OPI-IDX > WS-OPI-COUNT
                IF WS-OPI-OPEN(WS-OPI-IDX) > ZERO
                  ADD WS-OPI-OPEN(WS-OPI-IDX) TO WS-OPI-EXCESS
                END-IF
            END-PERFORM.
            IF WS-OPI-CAP < ZERO
              MOVE ZERO TO WS-OPI-CAP
            END-IF.
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

      * Lo aplicado a cuenta (folio en ceros) o a un folio que no
      * esta en la tabla no descuenta de ninguna factura.
       DEDUCT-FROM-OPEN-ITEM.
            PERFORM FIND-OPEN-ITEM.
            IF WS-OPI-LOOKUP-IDX NOT = ZERO
              SUBTRACT WS-APPLY-AMOUNT FROM
                  WS-OPI-OPEN(WS-OPI-LOOKUP-IDX)
            END-IF.

       FIND-OPEN-ITEM.
            MOVE ZERO TO WS-OPI-LOOKUP-IDX.
            IF WS-OPI-SEARCH-FOLIO NOT = ZERO
              PERFORM VARYING WS-OPI-IDX FROM 1 BY 1
                      UNTIL WS-OPI-IDX > WS-OPI-COUNT
                  OR WS-OPI-LOOKUP-IDX NOT = ZERO
                  IF WS-OPI-FOLIO(WS-OPI-IDX) = WS-OPI-SEARCH-FOLIO
                    SET WS-OPI-LOOKUP-IDX TO WS-OPI-IDX
                  END-IF
              END-PERFORM
            END-IF.

      * Lectura por llave del articulo en WS-CUR-ITEM-CODE; deja el
                  " - toda orden fallara por falta de tasa."
            END-IF.

      * Carga los precios de contrato. Sin archivo no hay contratos y
      * toda linea se valida contra el precio de lista, como antes.
       LOAD-CONTRACT-PRICES.
            OPEN INPUT CONTRACT-PRICE-FILE.
            IF WS-CONTRACT-STATUS = "00"
              PERFORM UNTIL END-OF-CTR-LOAD
                  READ CONTRACT-PRICE-FILE
                      AT END
                          SET END-OF-CTR-LOAD TO TRUE
                      NOT AT END
                          IF WS-CTR-COUNT >= 2000
                            DISPLAY "ERROR: tabla de contratos llena "
                                "(2000 entradas); abortando para no "
                                "rechazar ordenes de "
                                CTR-CUSTOMER " a precio de lista."
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                          ELSE
                            PERFORM STORE-CONTRACT-PRICE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONTRACT-PRICE-FILE
              DISPLAY "Precios de contrato cargados: " WS-CTR-COUNT
            ELSE
              DISPLAY "Sin archivo de precios de contrato, status: "
                  WS-CONTRACT-STATUS
                  " - se valida solo contra precio de lista."
            END-IF.

      * Un renglon con fechas, cantidad o precio no numericos se
      * avisa y se descarta: aplicarlo a medias tasaria mal.
       STORE-CONTRACT-PRICE.
            IF CTR-EFF-DATE IS NOT NUMERIC
               OR CTR-EXP-DATE IS NOT NUMERIC
               OR CTR-MIN-QTY IS NOT NUMERIC
               OR CTR-PRICE IS NOT NUMERIC
              DISPLAY "AVISO: precio de contrato invalido para "
                  CTR-CUSTOMER " articulo " CTR-ITEM-CODE
                  "; se ignora."
            ELSE
              ADD 1 TO WS-CTR-COUNT
              MOVE CTR-CUSTOMER TO WS-CTR-CUSTOMER(WS-CTR-COUNT)
              MOVE CTR-ITEM-CODE TO WS-CTR-ITEM(WS-CTR-COUNT)
              MOVE CTR-EFF-DATE TO WS-CTR-EFF-DATE(WS-CTR-COUNT)
              MOVE CTR-EXP-DATE TO WS-CTR-EXP-DATE(WS-CTR-COUNT)
              MOVE CTR-MIN-QTY TO WS-CTR-MIN-QTY(WS-CTR-COUNT)
              MOVE CTR-PRICE TO WS-CTR-PRICE(WS-CTR-COUNT)
            END-IF.

      * Toma el ultimo folio de factura asignado: el mayor entre el
      * archivo de control de folios y el folio mas alto ya presente
      * en los encabezados del extracto acumulado. El extracto manda
      * cuando la corrida anterior abendo despues de facturar pero
      * antes de regrabar el control; asi un rerun o un segundo ciclo
      * nunca repite folios. Las notas de credito "C" comparten la
      * secuencia. Los registros anteriores a la conversion no traen
      * tipo "H" y se saltan.
       LOAD-INVOICE-NUMBER.
            MOVE ZERO TO WS-LAST-INVOICE-NUM.
            OPEN INPUT INVOICE-NUM-FILE.
                      AT END
                          SET END-OF-INV-LOAD TO TRUE
                      NOT AT END
                          IF (INV-REC-TYPE = "H" OR "C")
                             AND INV-NUMBER IS NUMERIC
                             AND INV-NUMBER > WS-LAST-INVOICE-NUM
                            MOVE INV-NUMBER TO WS-LAST-INVOICE-NUM
                          END-IF
                          IF INV-REC-TYPE = "H"
                             AND INV-NUMBER IS NUMERIC
                             AND CAR-RUN-ID OF INVOICE-RECORD =
                                 WS-RUN-ID
                             AND CAR-CYCLE OF INVOICE-RECORD =
                                 WS-RUN-CYCLE
                             AND WS-DAY-INV-COUNT < 5000
                            ADD 1 TO WS-DAY-INV-COUNT
                            MOVE INV-ORD-ID TO
                                WS-DAY-INV-ORD-ID(WS-DAY-INV-COUNT)
                            MOVE INV-NUMBER TO
                                WS-DAY-INV-FOLIO(WS-DAY-INV-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            MOVE ORD-CUSTOMER TO WS-ORD-CUSTOMER.
            MOVE ORD-TAX-CATEGORY TO WS-ORD-TAX-CAT.
            MOVE ORD-FIRST-BKO-DATE TO WS-ORD-FIRST-BKO.
            MOVE ORD-FIRST-HOLD-DATE TO WS-ORD-FIRST-HOLD.
            MOVE ZERO TO WS-LINE-COUNT.
            MOVE "N" TO WS-LINE-OVERFLOW-SW.
            MOVE "Y" TO WS-ORDER-OPEN-SW.
                MOVE ORD-UNIT-PRICE TO WS-LIN-PRICE(WS-LINE-COUNT)
                MOVE ZERO TO WS-LIN-SHIP(WS-LINE-COUNT)
                MOVE ZERO TO WS-LIN-REMAIN(WS-LINE-COUNT)
                MOVE SPACE TO WS-LIN-MAINT(WS-LINE-COUNT)
              END-IF
            END-IF.

      * completo cuando una corrida anterior ya avanzo parte de el.
       PROCESS-ORDER.
            ADD 1 TO WS-ORDERS-READ.
            PERFORM RESET-ORDER-NOTICE.
            PERFORM LOOKUP-ORDER-STAGE.
      * Mantenimiento de ordenes: una cancelacion saca la orden del
      * pipeline aqui mismo; una enmienda ajusta cantidad/precio de
              WHEN OTHER
                PERFORM RESUME-ORDER-STAGE
            END-EVALUATE.
            PERFORM CHECK-CREDIT-RELEASE.
            PERFORM WRITE-ORDER-NOTICE.
            MOVE "N" TO WS-ORDER-OPEN-SW.

      * Las copias de trabajo de los maestros se regeneran con un
                    PERFORM REAPPLY-CREDIT
                END-IF
                PERFORM ROUTE-REMAINDERS-ON-RESUME
                IF ORDER-IS-VALID
                    PERFORM PICK-TICKET-ON-RESUME
                END-IF
              WHEN 5
                PERFORM LOAD-LINE-SHIP-QTYS
                PERFORM RECOMPUTE-ORDER-AMOUNTS
            PERFORM ROUTE-BACKORDER-REMAINDERS.
            MOVE "N" TO WS-RESUME-ROUTE-SW.

      * Igual que los faltantes: el archivo de recoleccion y el
      * manifiesto se recrean en cada ejecucion, asi que la orden ya
      * despachada vuelve a salir en ambos, con el folio que le dio
      * el intento anterior y marcada como reimpresion para que el
      * almacen no la surta dos veces si ya la tenia.
       PICK-TICKET-ON-RESUME.
            IF WS-NTF-FOLIO = ZERO
              PERFORM FIND-DAY-INVOICE
            END-IF.
            MOVE "R" TO WS-PCK-REPRINT.
            PERFORM WRITE-PICK-TICKET.
            MOVE SPACE TO WS-PCK-REPRINT.

      * Recupera por linea la cantidad que la corrida anterior ya
      * comprometio. Cada linea confirmada deja su checkpoint de
      * stage 2 aunque haya embarcado cero, asi que con checkpoints
            END-IF.

      * RUTINA01: valida la orden (cantidad y precio unitario de
      * todas sus lineas, y precio contra el contrato del cliente o
      * la lista del articulo).
       RUTINA01.
           MOVE "RUTINA01" TO WS-TRACE-STAGE.
           MOVE "ENTRY" TO WS-TRACE-EVENT.
                 SET ORDER-IS-INVALID TO TRUE
                 MOVE "Cantidad/precio unitario cero" TO
                     WS-ERROR-REASON
                 PERFORM NOTE-REJECTED-LINE
               END-IF
           END-PERFORM.
           IF ORDER-IS-VALID
      * orden con su propia razon en el ERROR-LOG. Un articulo aun
      * desconocido aqui se deja a RUTINA06, que ya lo rechaza con su
      * propia razon; sin precio de lista cargado, no se valida.
      * Cuando el cliente tiene contrato vigente para el articulo, la
      * referencia es el precio pactado (con la misma tolerancia) y
      * el precio de lista ya no cuenta.
       VALIDATE-LINE-PRICES.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LINE-COUNT
               OR ORDER-IS-INVALID
               PERFORM FIND-LINE-REFERENCE-PRICE
               IF NOT REF-NOT-AVAILABLE
                 COMPUTE WS-PRICE-DEV-PCT ROUNDED =
                     ((WS-LIN-PRICE(WS-LIN-IDX) - WS-REF-PRICE)
                      * 100) / WS-REF-PRICE
                 IF FUNCTION ABS(WS-PRICE-DEV-PCT) >
                    WS-PRICE-TOL-PCT
                   SET ORDER-IS-INVALID TO TRUE
                   PERFORM NOTE-REJECTED-LINE
                   MOVE WS-REF-PRICE TO WS-NTF-REF-PRICE
                   MOVE WS-REF-SOURCE TO WS-NTF-REF-SOURCE
                   IF REF-IS-CONTRACT
                     MOVE "Precio fuera de contrato" TO
                         WS-ERROR-REASON
                   ELSE
                     MOVE "Precio fuera de lista" TO WS-ERROR-REASON
                   END-IF
                   DISPLAY "Orden " WS-ORD-ID " linea "
                       WS-LIN-NO(WS-LIN-IDX) " precio "
                       WS-LIN-PRICE(WS-LIN-IDX)
                       " contra " WS-REF-SOURCE " " WS-REF-PRICE
                       " desviacion " WS-PRICE-DEV-PCT " pct."
                 END-IF
               END-IF
           END-PERFORM.

      * Precio de referencia de la linea en turno: el del escalon de
      * contrato vigente hoy para el cliente y articulo con la mayor
      * cantidad minima que la cantidad pedida alcanza (a igual
      * escalon, el de vigencia mas reciente); sin contrato, el
      * precio de lista; sin lista cargada, ninguno (NVAL). Lo usa
      * tambien la factura para marcar el origen del precio, asi que
      * debe dar lo mismo en la validacion y en el despacho.
       FIND-LINE-REFERENCE-PRICE.
           MOVE ZERO TO WS-REF-PRICE.
           MOVE "N" TO WS-CTR-FOUND-SW.
           MOVE ZERO TO WS-CTR-BEST-QTY.
           MOVE ZERO TO WS-CTR-BEST-DATE.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
               IF WS-CTR-CUSTOMER(WS-CTR-IDX) = WS-ORD-CUSTOMER
                  AND WS-CTR-ITEM(WS-CTR-IDX) = WS-LIN-ITEM(WS-LIN-IDX)
                  AND WS-CTR-EFF-DATE(WS-CTR-IDX) <=
                      WS-RUN-DATE-YYYYMMDD
                  AND (WS-CTR-EXP-DATE(WS-CTR-IDX) = ZERO
                   OR WS-CTR-EXP-DATE(WS-CTR-IDX) >=
                      WS-RUN-DATE-YYYYMMDD)
                  AND WS-CTR-MIN-QTY(WS-CTR-IDX) <=
                      WS-LIN-QTY(WS-LIN-IDX)
                 IF NOT CONTRACT-FOUND
                    OR WS-CTR-MIN-QTY(WS-CTR-IDX) > WS-CTR-BEST-QTY
                    OR (WS-CTR-MIN-QTY(WS-CTR-IDX) = WS-CTR-BEST-QTY
                    AND WS-CTR-EFF-DATE(WS-CTR-IDX) >=
                        WS-CTR-BEST-DATE)
                   SET CONTRACT-FOUND TO TRUE
                   MOVE WS-CTR-MIN-QTY(WS-CTR-IDX) TO WS-CTR-BEST-QTY
                   MOVE WS-CTR-EFF-DATE(WS-CTR-IDX) TO
                       WS-CTR-BEST-DATE
                   MOVE WS-CTR-PRICE(WS-CTR-IDX) TO WS-REF-PRICE
                 END-IF
               END-IF
           END-PERFORM.
           IF CONTRACT-FOUND
              AND WS-REF-PRICE > ZERO
             SET REF-IS-CONTRACT TO TRUE
           ELSE
             MOVE WS-LIN-ITEM(WS-LIN-IDX) TO WS-CUR-ITEM-CODE
             PERFORM READ-ITEM-RECORD
             IF ITEM-FOUND
                AND ITEM-LIST-PRICE IS NUMERIC
                AND ITEM-LIST-PRICE > ZERO
               MOVE ITEM-LIST-PRICE TO WS-REF-PRICE
               SET REF-IS-LIST TO TRUE
             ELSE
               MOVE ZERO TO WS-REF-PRICE
               SET REF-NOT-AVAILABLE TO TRUE
             END-IF
           END-IF.

      * RUTINA06: verifica el inventario disponible y lo compromete
      * LINEA POR LINEA. Cada linea embarca lo que hay (parcial si el
      * disponible no alcanza) y deja su checkpoint de stage 2 con la
                 WHEN ITEM-NOT-FOUND
                   SET ORDER-IS-INVALID TO TRUE
                   MOVE "Articulo desconocido" TO WS-ERROR-REASON
                   PERFORM NOTE-REJECTED-LINE
                   DISPLAY "Orden invalida: " WS-ORD-ID
                       " articulo desconocido "
                       WS-LIN-ITEM(WS-LIN-IDX)
                 WHEN ITEM-STATUS = "I"
                   SET ORDER-IS-INVALID TO TRUE
                   MOVE "Articulo dado de baja" TO WS-ERROR-REASON
                   PERFORM NOTE-REJECTED-LINE
                   DISPLAY "Orden invalida: " WS-ORD-ID
                       " articulo dado de baja "
                       WS-LIN-ITEM(WS-LIN-IDX)
               SET ORDER-IS-INVALID TO TRUE
               MOVE "Excede limite de credito" TO WS-ERROR-REASON
           END-EVALUATE.
      * Hold del cliente y limite de credito son rechazos de los que
      * la orden se recupera sola: ademas del ERROR-LOG (que MAESTRO
      * coteja) la orden queda en la cola de retencion y se vuelve a
      * checar mannana, ya con la cobranza del dia aplicada.
           IF ORDER-IS-INVALID
               DISPLAY "Orden invalida: " WS-ORD-ID " "
                   WS-ERROR-REASON
               IF WS-ERROR-REASON = "Cliente en hold"
                  OR WS-ERROR-REASON = "Excede limite de credito"
                   PERFORM HOLD-ORDER-FOR-CREDIT
               END-IF
               PERFORM RUTINA-ERROR
               PERFORM RELEASE-INVENTORY
               IF ORDER-ON-CREDIT-HOLD
                   PERFORM QUEUE-CREDIT-HOLD
               END-IF
           ELSE
               ADD WS-ORD-TOTAL TO CUST-BALANCE
               PERFORM REWRITE-CUSTOMER-RECORD
               PERFORM RUTINA04
           END-IF.

      * La primera fecha de retencion viaja con el encabezado igual
      * que la de backorder: una orden fresca la estrena hoy; una que
      * regresa de CREDHOLD.PREV conserva la original. Cumplido el
      * plazo de WS-HOLD-EXPIRY-DAYS la orden ya no regresa a la
      * cola: pasa a revision del gerente de credito.
       HOLD-ORDER-FOR-CREDIT.
           SET ORDER-ON-CREDIT-HOLD TO TRUE.
           IF WS-ORD-FIRST-HOLD IS NUMERIC
              AND FUNCTION NUMVAL(WS-ORD-FIRST-HOLD) > ZERO
             MOVE WS-ORD-FIRST-HOLD TO WS-HOLD-FIRST-DATE
             COMPUTE WS-HOLD-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-HOLD-FIRST-DATE)
           ELSE
             MOVE WS-RUN-DATE-YYYYMMDD TO WS-HOLD-FIRST-DATE
             MOVE ZERO TO WS-HOLD-AGE-DAYS
           END-IF.
           IF WS-HOLD-AGE-DAYS >= WS-HOLD-EXPIRY-DAYS
             SET CREDIT-HOLD-EXPIRED TO TRUE
           END-IF.

      * La orden retenida sale completa (todas sus lineas con la
      * cantidad pedida: el inventario ya se libero) a la cola de
      * mannana, o a la revision de credito si ya expiro. En un
      * rerun la cola se recrea, pero la revision es acumulativa y
      * no se repite la orden que un intento anterior ya dejo alli.
       QUEUE-CREDIT-HOLD.
           IF CREDIT-HOLD-EXPIRED
             MOVE WS-ORD-ID TO WS-CRV-SEARCH-ID
             PERFORM FIND-CREDIT-REVIEW-DONE
             IF CREDIT-REVIEW-DONE
               DISPLAY "Orden " WS-ORD-ID " ya pasada a revision de "
                   "credito por el intento anterior; no se duplica."
             ELSE
               PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LINE-COUNT
                   PERFORM WRITE-CREDIT-REVIEW-LINE
               END-PERFORM
               DISPLAY "Orden " WS-ORD-ID " retenida desde "
                   WS-HOLD-FIRST-DATE " (" WS-HOLD-AGE-DAYS
                   " dias); pasa a revision del gerente de credito."
             END-IF
             ADD 1 TO WS-HOLD-EXPIRED-COUNT
             MOVE "VENCIDA" TO WS-HLD-STATE-TO-SAVE
           ELSE
             PERFORM WRITE-CREDIT-HOLD-HEADER
             PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                     UNTIL WS-LIN-IDX > WS-LINE-COUNT
                 PERFORM WRITE-CREDIT-HOLD-DETAIL
             END-PERFORM
             ADD 1 TO WS-HOLD-COUNT
             MOVE "RETENIDA" TO WS-HLD-STATE-TO-SAVE
           END-IF.
           PERFORM STORE-HOLD-ENTRY.

       WRITE-CREDIT-HOLD-HEADER.
           MOVE SPACES TO CREDIT-HOLD-HEADER-RECORD.
           MOVE "H" TO CHH-REC-TYPE.
           MOVE WS-ORD-ID TO CHH-ID.
           MOVE WS-ORD-CUSTOMER TO CHH-CUSTOMER.
           MOVE WS-ORD-TAX-CAT TO CHH-TAX-CATEGORY.
           MOVE WS-ORD-FIRST-BKO TO CHH-FIRST-BKO-DATE.
           MOVE WS-HOLD-FIRST-DATE TO CHH-FIRST-HOLD-DATE.
           WRITE CREDIT-HOLD-HEADER-RECORD.

       WRITE-CREDIT-HOLD-DETAIL.
           MOVE SPACES TO CREDIT-HOLD-DETAIL-RECORD.
           MOVE "D" TO CHD-REC-TYPE.
           MOVE WS-ORD-ID TO CHD-ORD-ID.
           MOVE WS-LIN-NO(WS-LIN-IDX) TO CHD-LINE-NO.
           MOVE WS-LIN-ITEM(WS-LIN-IDX) TO CHD-ITEM-CODE.
           MOVE WS-LIN-QTY(WS-LIN-IDX) TO CHD-QTY.
           MOVE WS-LIN-PRICE(WS-LIN-IDX) TO CHD-UNIT-PRICE.
           WRITE CREDIT-HOLD-DETAIL-RECORD.

       WRITE-CREDIT-REVIEW-LINE.
           MOVE SPACES TO CREDIT-REVIEW-RECORD.
           MOVE WS-ORD-ID TO CRV-ID.
           MOVE WS-ORD-CUSTOMER TO CRV-CUSTOMER.
           MOVE WS-LIN-NO(WS-LIN-IDX) TO CRV-LINE-NO.
           MOVE WS-LIN-ITEM(WS-LIN-IDX) TO CRV-ITEM-CODE.
           MOVE WS-LIN-QTY(WS-LIN-IDX) TO CRV-QTY.
           MOVE WS-LIN-PRICE(WS-LIN-IDX) TO CRV-UNIT-PRICE.
           MOVE WS-ORD-TAX-CAT TO CRV-TAX-CATEGORY.
           MOVE WS-HOLD-FIRST-DATE TO CRV-FIRST-DATE.
           MOVE WS-HOLD-AGE-DAYS TO CRV-AGE-DAYS.
           MOVE WS-ORD-TOTAL TO CRV-ORD-TOTAL.
           MOVE WS-ERROR-REASON TO CRV-REASON.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF CREDIT-REVIEW-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CREDIT-REVIEW-RECORD.
           WRITE CREDIT-REVIEW-RECORD.

      * Una orden que venia de la cola de retencion y hoy supero el
      * credito (en esta ejecucion o en un intento anterior del dia,
      * si reanuda ya con el stage 5 confirmado) queda liberada.
       CHECK-CREDIT-RELEASE.
           IF WS-ORD-FIRST-HOLD IS NUMERIC
              AND FUNCTION NUMVAL(WS-ORD-FIRST-HOLD) > ZERO
              AND NOT ORDER-ON-CREDIT-HOLD
              AND NOT NOTICE-REJECTED
              AND NOT ORDER-IS-CANCELLED
              AND (WS-NTF-FOLIO > ZERO OR WS-START-STAGE >= 5)
             SET CREDIT-HOLD-RELEASED TO TRUE
             ADD 1 TO WS-HOLD-RELEASED-COUNT
             MOVE WS-ORD-FIRST-HOLD TO WS-HOLD-FIRST-DATE
             COMPUTE WS-HOLD-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-HOLD-FIRST-DATE)
             MOVE SPACES TO WS-ERROR-REASON
             MOVE "LIBERADA" TO WS-HLD-STATE-TO-SAVE
             PERFORM STORE-HOLD-ENTRY
             DISPLAY "Orden " WS-ORD-ID " liberada de la retencion "
                 "de credito (retenida desde " WS-HOLD-FIRST-DATE ")"
           END-IF.

      * Renglon del reporte de credito; si la tabla se llena la
      * orden se cuenta pero ya no se detalla.
       STORE-HOLD-ENTRY.
           IF WS-HLD-COUNT >= 2000
             ADD 1 TO WS-HLD-OVERFLOW
           ELSE
             ADD 1 TO WS-HLD-COUNT
             MOVE WS-ORD-CUSTOMER TO WS-HLD-CUSTOMER(WS-HLD-COUNT)
             MOVE WS-ORD-ID TO WS-HLD-ORD-ID(WS-HLD-COUNT)
             MOVE WS-ORD-TOTAL TO WS-HLD-VALUE(WS-HLD-COUNT)
             MOVE WS-HOLD-FIRST-DATE TO
                 WS-HLD-FIRST-DATE(WS-HLD-COUNT)
             MOVE WS-HOLD-AGE-DAYS TO WS-HLD-AGE(WS-HLD-COUNT)
             MOVE WS-HLD-STATE-TO-SAVE TO WS-HLD-STATE(WS-HLD-COUNT)
             MOVE WS-ERROR-REASON TO WS-HLD-REASON(WS-HLD-COUNT)
             MOVE "N" TO WS-HLD-PRINTED-SW(WS-HLD-COUNT)
           END-IF.

      * Ordenes que hoy ya pasaron a revision de credito en un intento
      * anterior (misma corrida y ciclo).
       LOAD-CREDIT-REVIEWS.
           OPEN INPUT CREDIT-REVIEW-FILE.
           IF WS-CRREV-STATUS = "00"
             PERFORM UNTIL END-OF-CRV-LOAD
                 READ CREDIT-REVIEW-FILE
                     AT END
                         SET END-OF-CRV-LOAD TO TRUE
                     NOT AT END
                         IF CAR-RUN-ID OF CREDIT-REVIEW-RECORD =
                            WS-RUN-ID
                            AND CAR-CYCLE OF CREDIT-REVIEW-RECORD =
                            WS-RUN-CYCLE
                           PERFORM STORE-CREDIT-REVIEW-DONE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE CREDIT-REVIEW-FILE
           END-IF.

       STORE-CREDIT-REVIEW-DONE.
           MOVE CRV-ID TO WS-CRV-SEARCH-ID.
           PERFORM FIND-CREDIT-REVIEW-DONE.
           IF NOT CREDIT-REVIEW-DONE
             IF WS-CRV-DONE-COUNT >= 500
               DISPLAY "ERROR: tabla de revisiones de credito llena "
                   "(500), se ignora " CRV-ID
             ELSE
               ADD 1 TO WS-CRV-DONE-COUNT
               MOVE CRV-ID TO WS-CRV-DONE-ID(WS-CRV-DONE-COUNT)
             END-IF
           END-IF.

       FIND-CREDIT-REVIEW-DONE.
           MOVE "N" TO WS-CRV-DONE-SW.
           PERFORM VARYING WS-CRV-DONE-IDX FROM 1 BY 1
                   UNTIL WS-CRV-DONE-IDX > WS-CRV-DONE-COUNT
               OR CREDIT-REVIEW-DONE
               IF WS-CRV-DONE-ID(WS-CRV-DONE-IDX) = WS-CRV-SEARCH-ID
                 SET CREDIT-REVIEW-DONE TO TRUE
               END-IF
           END-PERFORM.

      * RUTINA04: despacha (fulfill) la orden ya validada y tasada.
      * Hasta aqui se encaminan los faltantes de un embarque parcial
      * (antes de confirmar el stage 6, para que un stage 6 en el
               " total " WS-ORD-TOTAL.
           PERFORM WRITE-INVOICE-RECORDS.
           PERFORM ROUTE-BACKORDER-REMAINDERS.
           PERFORM WRITE-PICK-TICKET.
           MOVE 6 TO WS-CKPT-STAGE-TO-SAVE.
           PERFORM SAVE-ORDER-CHECKPOINT.
           MOVE "EXIT" TO WS-TRACE-EVENT.
           MOVE SPACES TO INVOICE-RECORD.
           MOVE "H" TO INV-REC-TYPE.
           MOVE WS-LAST-INVOICE-NUM TO INV-NUMBER.
           MOVE WS-LAST-INVOICE-NUM TO WS-NTF-FOLIO.
           MOVE WS-ORD-ID TO INV-ORD-ID.
           MOVE WS-ORD-CUSTOMER TO INV-CUSTOMER.
           MOVE WS-ORD-SUBTOTAL TO INV-SUBTOTAL.
               ON SIZE ERROR
                   MOVE ZERO TO INVD-LINE-AMOUNT
           END-COMPUTE.
           PERFORM SET-INVOICE-LINE-COST.
           PERFORM FIND-LINE-REFERENCE-PRICE.
           MOVE WS-REF-SOURCE TO INVD-PRICE-SOURCE.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF INVOICE-DETAIL-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF INVOICE-DETAIL-RECORD.
           WRITE INVOICE-DETAIL-RECORD.

      * Costo de lo embarcado al costo promedio vigente al despachar;
      * un articulo sin costo (o ya fuera del maestro) factura la
      * linea con costo cero y el reporte de margen la senala.
       SET-INVOICE-LINE-COST.
           MOVE ZERO TO INVD-UNIT-COST.
           MOVE WS-LIN-ITEM(WS-LIN-IDX) TO WS-CUR-ITEM-CODE.
           PERFORM READ-ITEM-RECORD.
           IF ITEM-FOUND
              AND ITEM-UNIT-COST IS NUMERIC
             MOVE ITEM-UNIT-COST TO INVD-UNIT-COST
           END-IF.
           COMPUTE INVD-LINE-COST = WS-LIN-SHIP(WS-LIN-IDX)
               * INVD-UNIT-COST
               ON SIZE ERROR
                   MOVE ZERO TO INVD-LINE-COST
           END-COMPUTE.

      * Orden de recoleccion de la orden despachada y su renglon en
      * el manifiesto. Solo las lineas con algo embarcado se surten;
      * las que se quedaron completas en backorder cuentan para la
      * marca PARCIAL y para PKH-BKO-LINES.
       WRITE-PICK-TICKET.
           MOVE ZERO TO WS-PCK-COUNT.
           MOVE ZERO TO WS-PCK-BKO-LINES.
           MOVE ZERO TO WS-PCK-UNITS.
           MOVE ZERO TO WS-PCK-ORD-WEIGHT.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LINE-COUNT
               IF WS-LIN-REMAIN(WS-LIN-IDX) > ZERO
                 ADD 1 TO WS-PCK-BKO-LINES
               END-IF
               IF WS-LIN-SHIP(WS-LIN-IDX) > ZERO
                 PERFORM STORE-PICK-LINE
               END-IF
           END-PERFORM.
           IF WS-PCK-BKO-LINES > ZERO
             MOVE "PARCIAL" TO WS-PCK-SHIP-FLAG
             ADD 1 TO WS-MNF-PARTIALS
           ELSE
             MOVE "TOTAL" TO WS-PCK-SHIP-FLAG
           END-IF.
           PERFORM SORT-PICK-LINES.
           MOVE SPACES TO PICK-HEADER-RECORD.
           MOVE "H" TO PKH-REC-TYPE.
           MOVE WS-ORD-ID TO PKH-ORD-ID.
           MOVE WS-ORD-CUSTOMER TO PKH-CUSTOMER.
           MOVE WS-NTF-FOLIO TO PKH-INV-NUMBER.
           MOVE WS-PCK-COUNT TO PKH-LINES.
           MOVE WS-PCK-SHIP-FLAG TO PKH-SHIP-FLAG.
           MOVE WS-PCK-BKO-LINES TO PKH-BKO-LINES.
           MOVE WS-PCK-REPRINT TO PKH-REPRINT.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF PICK-HEADER-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF PICK-HEADER-RECORD.
           WRITE PICK-HEADER-RECORD.
           PERFORM VARYING WS-PCK-IDX FROM 1 BY 1
                   UNTIL WS-PCK-IDX > WS-PCK-COUNT
               PERFORM WRITE-PICK-DETAIL
           END-PERFORM.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE "O" TO MNF-REC-TYPE.
           MOVE WS-ORD-ID TO MNF-ORD-ID.
           MOVE WS-ORD-CUSTOMER TO MNF-CUSTOMER.
           MOVE WS-NTF-FOLIO TO MNF-INV-NUMBER.
           MOVE WS-PCK-COUNT TO MNF-LINES.
           MOVE WS-PCK-UNITS TO MNF-UNITS.
           MOVE WS-PCK-ORD-WEIGHT TO MNF-WEIGHT.
           MOVE WS-PCK-SHIP-FLAG TO MNF-SHIP-FLAG.
           MOVE WS-PCK-REPRINT TO MNF-REPRINT.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF MANIFEST-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           ADD 1 TO WS-MNF-ORDERS.
           ADD WS-PCK-COUNT TO WS-MNF-LINES.
           ADD WS-PCK-UNITS TO WS-MNF-UNITS.
           ADD WS-PCK-ORD-WEIGHT TO WS-MNF-WEIGHT.

      * Ubicacion, descripcion y peso de la linea embarcada en turno
      * (WS-LIN-IDX) segun el maestro de articulos.
       STORE-PICK-LINE.
           ADD 1 TO WS-PCK-COUNT.
           SET WS-PCK-LIN(WS-PCK-COUNT) TO WS-LIN-IDX.
           MOVE SPACES TO WS-PCK-BIN(WS-PCK-COUNT).
           MOVE SPACES TO WS-PCK-DESC(WS-PCK-COUNT).
           MOVE ZERO TO WS-PCK-WEIGHT(WS-PCK-COUNT).
           MOVE WS-LIN-ITEM(WS-LIN-IDX) TO WS-CUR-ITEM-CODE.
           PERFORM READ-ITEM-RECORD.
           IF ITEM-FOUND
             MOVE ITEM-BIN TO WS-PCK-BIN(WS-PCK-COUNT)
             MOVE ITEM-DESC TO WS-PCK-DESC(WS-PCK-COUNT)
             IF ITEM-UNIT-WEIGHT IS NUMERIC
               COMPUTE WS-PCK-WEIGHT(WS-PCK-COUNT) =
                   WS-LIN-SHIP(WS-LIN-IDX) * ITEM-UNIT-WEIGHT
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PCK-WEIGHT(WS-PCK-COUNT)
               END-COMPUTE
             END-IF
           END-IF.
           IF WS-PCK-BIN(WS-PCK-COUNT) = SPACES
             MOVE HIGH-VALUES TO WS-PCK-KEY-BIN(WS-PCK-COUNT)
           ELSE
             MOVE WS-PCK-BIN(WS-PCK-COUNT) TO
                 WS-PCK-KEY-BIN(WS-PCK-COUNT)
           END-IF.
           MOVE WS-LIN-NO(WS-LIN-IDX) TO WS-PCK-KEY-LINE(WS-PCK-COUNT).
           ADD WS-LIN-SHIP(WS-LIN-IDX) TO WS-PCK-UNITS.
           ADD WS-PCK-WEIGHT(WS-PCK-COUNT) TO WS-PCK-ORD-WEIGHT.

      * Ordena las lineas por ubicacion (y numero de linea dentro de
      * la misma ubicacion) para que el surtidor recorra el almacen
      * una sola vez; son a lo mas 50, basta el intercambio simple.
       SORT-PICK-LINES.
           PERFORM VARYING WS-PCK-IDX FROM 1 BY 1
                   UNTIL WS-PCK-IDX >= WS-PCK-COUNT
               PERFORM VARYING WS-PCK-IDX-2 FROM WS-PCK-IDX BY 1
                       UNTIL WS-PCK-IDX-2 > WS-PCK-COUNT
                   IF WS-PCK-SORT-KEY(WS-PCK-IDX-2) <
                      WS-PCK-SORT-KEY(WS-PCK-IDX)
                     MOVE WS-PCK-ENTRY(WS-PCK-IDX) TO WS-PCK-HOLD
                     MOVE WS-PCK-ENTRY(WS-PCK-IDX-2) TO
                         WS-PCK-ENTRY(WS-PCK-IDX)
                     MOVE WS-PCK-HOLD TO WS-PCK-ENTRY(WS-PCK-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-PICK-DETAIL.
           SET WS-LIN-IDX TO WS-PCK-LIN(WS-PCK-IDX).
           MOVE SPACES TO PICK-DETAIL-RECORD.
           MOVE "D" TO PKD-REC-TYPE.
           MOVE WS-ORD-ID TO PKD-ORD-ID.
           IF WS-PCK-BIN(WS-PCK-IDX) = SPACES
             MOVE "S/UBIC" TO PKD-BIN
           ELSE
             MOVE WS-PCK-BIN(WS-PCK-IDX) TO PKD-BIN
           END-IF.
           MOVE WS-LIN-NO(WS-LIN-IDX) TO PKD-LINE-NO.
           MOVE WS-LIN-ITEM(WS-LIN-IDX) TO PKD-ITEM-CODE.
           MOVE WS-PCK-DESC(WS-PCK-IDX) TO PKD-ITEM-DESC.
           MOVE WS-LIN-SHIP(WS-LIN-IDX) TO PKD-QTY.
           MOVE WS-LIN-REMAIN(WS-LIN-IDX) TO PKD-BKO-QTY.
           MOVE WS-PCK-WEIGHT(WS-PCK-IDX) TO PKD-WEIGHT.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF PICK-DETAIL-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF PICK-DETAIL-RECORD.
           WRITE PICK-DETAIL-RECORD.

      * Totales del dia al pie del manifiesto.
       WRITE-MANIFEST-TOTAL.
           MOVE SPACES TO MANIFEST-TOTAL-RECORD.
           MOVE "T" TO MNFT-REC-TYPE.
           MOVE WS-MNF-ORDERS TO MNFT-ORDERS.
           MOVE WS-MNF-PARTIALS TO MNFT-PARTIALS.
           MOVE WS-MNF-LINES TO MNFT-LINES.
           MOVE WS-MNF-UNITS TO MNFT-UNITS.
           MOVE WS-MNF-WEIGHT TO MNFT-WEIGHT.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF MANIFEST-TOTAL-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF MANIFEST-TOTAL-RECORD.
           WRITE MANIFEST-TOTAL-RECORD.

      * RUTINA-ERROR: registra el stage y la orden que fallo y deja
      * que el run continue con la siguiente orden en vez de abortar.
       RUTINA-ERROR.
           WRITE ERROR-RECORD.
           DISPLAY "Registrado error de orden " WS-ORD-ID " en stage "
               WS-TRACE-STAGE ": " WS-ERROR-REASON.
           SET NOTICE-REJECTED TO TRUE.
           MOVE WS-ERROR-REASON TO WS-NTF-REASON.
           MOVE WS-TRACE-STAGE TO WS-NTF-STAGE.
      * Las retenciones de credito van al reporte de credito, no al
      * resumen de rechazos de ventas.
           IF NOT ORDER-ON-CREDIT-HOLD
             PERFORM RECORD-REJECTION
           END-IF.

      * Confirma el avance de la ORDEN completa (llave con linea 00).
       SAVE-ORDER-CHECKPOINT.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CKPT-CTL-RECORD.
           WRITE CKPT-CTL-RECORD.

      * Limpia el desenlace de la orden para su aviso.
       RESET-ORDER-NOTICE.
           MOVE "N" TO WS-NTF-REJECT-SW.
           MOVE "N" TO WS-NTF-CANCEL-REFUSED-SW.
           MOVE "N" TO WS-NTF-PARTIAL-SW.
           MOVE ZERO TO WS-NTF-FOLIO.
           MOVE ZERO TO WS-NTF-ERR-LINE.
           MOVE ZERO TO WS-NTF-ERR-PRICE.
           MOVE ZERO TO WS-NTF-REF-PRICE.
           MOVE ZERO TO WS-NTF-AMEND-ORPHANS.
           MOVE SPACES TO WS-NTF-ERR-ITEM.
           MOVE SPACES TO WS-NTF-REF-SOURCE.
           MOVE SPACES TO WS-NTF-REASON.
           MOVE SPACES TO WS-NTF-STAGE.
           MOVE "N" TO WS-CREDIT-HOLD-SW.
           MOVE "N" TO WS-HOLD-EXPIRED-SW.
           MOVE "N" TO WS-HOLD-RELEASED-SW.

      * La linea en turno (WS-LIN-IDX) es la que provoco el rechazo;
      * el aviso la senala para que el cliente sepa que corregir.
       NOTE-REJECTED-LINE.
           MOVE WS-LIN-NO(WS-LIN-IDX) TO WS-NTF-ERR-LINE.
           MOVE WS-LIN-ITEM(WS-LIN-IDX) TO WS-NTF-ERR-ITEM.
           MOVE WS-LIN-PRICE(WS-LIN-IDX) TO WS-NTF-ERR-PRICE.

      * Guarda el rechazo para el resumen de ventas; si la tabla se
      * llena, el rechazo se cuenta pero ya no se detalla.
       RECORD-REJECTION.
           PERFORM FIND-REASON-ENTRY.
           IF WS-REJ-COUNT >= 2000
             ADD 1 TO WS-REJ-OVERFLOW
           ELSE
             ADD 1 TO WS-REJ-COUNT
             MOVE WS-ORD-ID TO WS-REJ-ORD-ID(WS-REJ-COUNT)
             MOVE WS-ORD-CUSTOMER TO WS-REJ-CUSTOMER(WS-REJ-COUNT)
             MOVE WS-NTF-STAGE TO WS-REJ-STAGE(WS-REJ-COUNT)
             MOVE WS-NTF-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
             MOVE WS-RSN-LOOKUP-IDX TO WS-REJ-RSN-IDX(WS-REJ-COUNT)
           END-IF.

       FIND-REASON-ENTRY.
           MOVE ZERO TO WS-RSN-LOOKUP-IDX.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
               OR WS-RSN-LOOKUP-IDX NOT = ZERO
               IF WS-RSN-REASON(WS-RSN-IDX) = WS-NTF-REASON
                 SET WS-RSN-LOOKUP-IDX TO WS-RSN-IDX
               END-IF
           END-PERFORM.

      * Folio de la factura que un intento anterior de hoy ya emitio
      * para la orden (la ultima, si hubiera varias).
       FIND-DAY-INVOICE.
           PERFORM VARYING WS-DAY-INV-IDX FROM 1 BY 1
                   UNTIL WS-DAY-INV-IDX > WS-DAY-INV-COUNT
               IF WS-DAY-INV-ORD-ID(WS-DAY-INV-IDX) = WS-ORD-ID
                 MOVE WS-DAY-INV-FOLIO(WS-DAY-INV-IDX) TO
                     WS-NTF-FOLIO
               END-IF
           END-PERFORM.

      * Un documento por orden procesada, segun su desenlace: la
      * cancelacion manda, luego el rechazo (de cualquier stage),
      * luego el despacho; una orden que no fallo ni se despacho se
      * quedo sin disponible alguno y va entera a backorder.
       WRITE-ORDER-NOTICE.
           MOVE ZERO TO WS-NTF-SEQ.
           MOVE SPACES TO WS-NTF-TEXT.
           EVALUATE TRUE
             WHEN ORDER-IS-CANCELLED
               MOVE "CANC" TO WS-NTF-DOC-TYPE
               STRING "ORDEN " WS-ORD-ID " CANCELADA A SOLICITUD "
                   "(MANTENIMIENTO DE ORDENES)"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             WHEN ORDER-ON-CREDIT-HOLD
               MOVE "RETE" TO WS-NTF-DOC-TYPE
               MOVE WS-ORD-TOTAL TO WS-NTF-AMOUNT-ED
               STRING "ORDEN " WS-ORD-ID " RETENIDA POR CREDITO - "
                   "TOTAL " WS-NTF-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             WHEN NOTICE-REJECTED
               MOVE "RECH" TO WS-NTF-DOC-TYPE
               STRING "AVISO DE RECHAZO DE LA ORDEN " WS-ORD-ID
                   " (ETAPA " DELIMITED BY SIZE
                   WS-NTF-STAGE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO WS-NTF-TEXT
             WHEN WS-NTF-FOLIO > ZERO
               OR WS-START-STAGE = 6
               MOVE "ACUS" TO WS-NTF-DOC-TYPE
               IF WS-NTF-FOLIO = ZERO
                 PERFORM FIND-DAY-INVOICE
               END-IF
               MOVE WS-ORD-TOTAL TO WS-NTF-AMOUNT-ED
               IF WS-NTF-FOLIO = ZERO
                 STRING "ACUSE DE ORDEN " WS-ORD-ID
                     " - FACTURADA EN UN INTENTO ANTERIOR DE HOY"
                     DELIMITED BY SIZE INTO WS-NTF-TEXT
               ELSE
                 STRING "ACUSE DE ORDEN " WS-ORD-ID " - FACTURA "
                     WS-NTF-FOLIO " - TOTAL " WS-NTF-AMOUNT-ED
                     DELIMITED BY SIZE INTO WS-NTF-TEXT
               END-IF
             WHEN OTHER
               MOVE "ESPE" TO WS-NTF-DOC-TYPE
               STRING "ORDEN " WS-ORD-ID " RECIBIDA SIN EMBARQUE: "
                   "NO HAY DISPONIBLE HOY"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
           END-EVALUATE.
           PERFORM WRITE-NOTICE-RECORD.
           IF WS-NTF-DOC-TYPE = "RECH"
             PERFORM WRITE-NOTICE-REJECTION
           END-IF.
           IF WS-NTF-DOC-TYPE = "RETE"
             PERFORM WRITE-NOTICE-REJECTION
             PERFORM WRITE-NOTICE-HOLD-STATUS
           END-IF.
           IF CREDIT-HOLD-RELEASED
             STRING "ORDEN LIBERADA DE LA RETENCION DE CREDITO "
                 "(RETENIDA DESDE " WS-ORD-FIRST-HOLD ")"
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           END-IF.
           IF WS-NTF-DOC-TYPE = "ACUS"
             PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                     UNTIL WS-LIN-IDX > WS-LINE-COUNT
                 IF WS-LIN-REMAIN(WS-LIN-IDX) > ZERO
                   SET NOTICE-PARTIAL TO TRUE
                 END-IF
             END-PERFORM
             IF NOTICE-PARTIAL
               STRING "EMBARQUE PARCIAL: LO PENDIENTE SIGUE EN "
                   "BACKORDER (VER LINEAS)"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
               PERFORM WRITE-NOTICE-RECORD
             END-IF
           END-IF.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LINE-COUNT
               PERFORM WRITE-NOTICE-LINE-DETAIL
           END-PERFORM.
           IF CANCEL-REFUSED
             STRING "CANCELACION SOLICITADA NO PROCEDE: YA "
                 "DESPACHADA, TRAMITAR DEVOLUCION"
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           END-IF.
           IF WS-NTF-AMEND-ORPHANS > ZERO
             MOVE WS-NTF-AMEND-ORPHANS TO WS-NTF-COUNT-ED
             STRING WS-NTF-COUNT-ED " ENMIENDA(S) SIN LINEA "
                 "CORRESPONDIENTE EN LA ORDEN; NO APLICADAS"
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           END-IF.
           ADD 1 TO WS-NTF-COUNT.

      * Motivo, explicacion y accion requerida del rechazo, y la
      * linea que lo provoco cuando el stage la conoce.
       WRITE-NOTICE-REJECTION.
           PERFORM FIND-REASON-ENTRY.
           STRING "MOTIVO: " WS-NTF-REASON
               DELIMITED BY SIZE INTO WS-NTF-TEXT.
           PERFORM WRITE-NOTICE-RECORD.
           IF WS-RSN-LOOKUP-IDX = ZERO
             MOVE "EXPLICACION: Rechazo por un motivo no catalogado"
                 TO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
             MOVE "ACCION REQUERIDA: Consultar a soporte de ventas"
                 TO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           ELSE
             STRING "EXPLICACION: " WS-RSN-PLAIN(WS-RSN-LOOKUP-IDX)
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
             STRING "ACCION REQUERIDA: "
                 WS-RSN-ACTION(WS-RSN-LOOKUP-IDX)
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           END-IF.
           IF WS-NTF-ERR-LINE > ZERO
             STRING "LINEA CON EL PROBLEMA: " WS-NTF-ERR-LINE
                 " ARTICULO " WS-NTF-ERR-ITEM
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
             IF WS-NTF-REF-PRICE > ZERO
               MOVE WS-NTF-ERR-PRICE TO WS-NTF-PRICE-ED-1
               MOVE WS-NTF-REF-PRICE TO WS-NTF-PRICE-ED-2
               STRING "PRECIO CAPTURADO " WS-NTF-PRICE-ED-1
                   " - REFERENCIA " WS-NTF-PRICE-ED-2
                   " (" WS-NTF-REF-SOURCE ")"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
               PERFORM WRITE-NOTICE-RECORD
             END-IF
           END-IF.

      * Situacion de la retencion: cuando se libera sola o, si ya
      * vencio el plazo, que pasa a revision del gerente de credito.
       WRITE-NOTICE-HOLD-STATUS.
           MOVE WS-HOLD-AGE-DAYS TO WS-HLD-AGE-ED.
           STRING "RETENIDA DESDE " WS-HOLD-FIRST-DATE " ("
               WS-HLD-AGE-ED " DIAS)"
               DELIMITED BY SIZE INTO WS-NTF-TEXT.
           PERFORM WRITE-NOTICE-RECORD.
           IF CREDIT-HOLD-EXPIRED
             STRING "PLAZO DE RETENCION VENCIDO: LA ORDEN PASA A "
                 "REVISION DEL GERENTE DE CREDITO"
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           ELSE
             STRING "SE LIBERA SOLA AL REGULARIZAR EL SALDO O "
                 "LEVANTARSE EL HOLD;"
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
             STRING "SE VUELVE A CHECAR CADA DIA HASTA "
                 WS-HOLD-EXPIRY-DAYS
                 " DIAS DESDE LA RETENCION"
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-NOTICE-RECORD
           END-IF.

      * Un renglon por linea de la orden con lo pedido y su destino:
      * embarcado y pendiente (backorder o revision del supervisor)
      * en el acuse, cancelada o no surtida en los demas; mas la
      * marca de enmienda si la hubo.
       WRITE-NOTICE-LINE-DETAIL.
           MOVE WS-LIN-QTY(WS-LIN-IDX) TO WS-NTF-QTY-ED-1.
           MOVE WS-LIN-SHIP(WS-LIN-IDX) TO WS-NTF-QTY-ED-2.
           MOVE WS-LIN-REMAIN(WS-LIN-IDX) TO WS-NTF-QTY-ED-3.
           EVALUATE WS-NTF-DOC-TYPE
             WHEN "ACUS"
             WHEN "ESPE"
               STRING "LINEA " WS-LIN-NO(WS-LIN-IDX) " ARTICULO "
                   WS-LIN-ITEM(WS-LIN-IDX) " PEDIDO " WS-NTF-QTY-ED-1
                   " EMBARCADO " WS-NTF-QTY-ED-2
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             WHEN "CANC"
               STRING "LINEA " WS-LIN-NO(WS-LIN-IDX) " ARTICULO "
                   WS-LIN-ITEM(WS-LIN-IDX) " PEDIDO " WS-NTF-QTY-ED-1
                   " CANCELADA"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             WHEN "RETE"
               STRING "LINEA " WS-LIN-NO(WS-LIN-IDX) " ARTICULO "
                   WS-LIN-ITEM(WS-LIN-IDX) " PEDIDO " WS-NTF-QTY-ED-1
                   " EN ESPERA DE CREDITO"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             WHEN OTHER
               STRING "LINEA " WS-LIN-NO(WS-LIN-IDX) " ARTICULO "
                   WS-LIN-ITEM(WS-LIN-IDX) " PEDIDO " WS-NTF-QTY-ED-1
                   " NO SURTIDA"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
           END-EVALUATE.
           PERFORM WRITE-NOTICE-RECORD.
           IF (WS-NTF-DOC-TYPE = "ACUS" OR "ESPE")
              AND WS-LIN-REMAIN(WS-LIN-IDX) > ZERO
             IF WS-BKO-AGE-DAYS >= WS-BKO-EXPIRY-DAYS
               STRING "  PENDIENTE " WS-NTF-QTY-ED-3
                   ": BACKORDER VENCIDO, PASA A REVISION DEL "
                   "SUPERVISOR"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             ELSE
               STRING "  PENDIENTE " WS-NTF-QTY-ED-3
                   ": EN BACKORDER, SE REINTENTA EN LA PROXIMA "
                   "CORRIDA"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             END-IF
             PERFORM WRITE-NOTICE-RECORD
           END-IF.
           EVALUATE WS-LIN-MAINT(WS-LIN-IDX)
             WHEN "A"
               STRING "  ENMENDADA POR MANTENIMIENTO (CANTIDAD/"
                   "PRECIO ACTUALIZADOS)"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
               PERFORM WRITE-NOTICE-RECORD
             WHEN "R"
               MOVE "  ENMIENDA NO APLICADA: INVENTARIO YA COMPROMETIDO"
                   TO WS-NTF-TEXT
               PERFORM WRITE-NOTICE-RECORD
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       WRITE-NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           ADD 1 TO WS-NTF-SEQ.
           MOVE WS-ORD-ID TO NTF-ORD-ID.
           MOVE WS-ORD-CUSTOMER TO NTF-CUSTOMER.
           MOVE WS-NTF-DOC-TYPE TO NTF-DOC-TYPE.
           MOVE WS-NTF-SEQ TO NTF-SEQ.
           MOVE WS-NTF-TEXT TO NTF-TEXT.
           MOVE WS-RUN-ID TO CAR-RUN-ID OF NOTICE-RECORD.
           MOVE WS-RUN-CYCLE TO CAR-CYCLE OF NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO WS-NTF-TEXT.

      * Resumen del dia para ventas: los rechazos agrupados por
      * motivo, cada grupo con su accion requerida y sus ordenes; al
      * final los de motivo no catalogado con su motivo literal.
       REPORT-REJECTION-SUMMARY.
           OPEN OUTPUT REJECT-SUMMARY.
           IF WS-REJSUM-STATUS NOT = "00"
             DISPLAY "No se pudo abrir REJECT-SUMMARY, status: "
                 WS-REJSUM-STATUS
           ELSE
             MOVE SPACES TO WS-NTF-TEXT
             STRING "RESUMEN DE RECHAZOS DE ORDENES - CORRIDA "
                 WS-RUN-ID " CICLO " WS-RUN-CYCLE
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-SUMMARY-LINE
             MOVE ALL "-" TO WS-NTF-TEXT
             PERFORM WRITE-SUMMARY-LINE
             PERFORM VARYING WS-RSN-GROUP FROM 1 BY 1
                     UNTIL WS-RSN-GROUP > WS-RSN-COUNT
                 PERFORM WRITE-SUMMARY-GROUP
             END-PERFORM
             MOVE ZERO TO WS-RSN-GROUP
             PERFORM WRITE-SUMMARY-GROUP
             MOVE WS-REJ-COUNT TO WS-NTF-COUNT-ED
             STRING "TOTAL DE ORDENES RECHAZADAS: " WS-NTF-COUNT-ED
                 DELIMITED BY SIZE INTO WS-NTF-TEXT
             PERFORM WRITE-SUMMARY-LINE
             IF WS-REJ-OVERFLOW > ZERO
               STRING "AVISO: " WS-REJ-OVERFLOW " rechazos mas no "
                   "caben en el detalle; ver el ERROR-LOG."
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
               PERFORM WRITE-SUMMARY-LINE
             END-IF
             CLOSE REJECT-SUMMARY
           END-IF.

       WRITE-SUMMARY-GROUP.
           MOVE ZERO TO WS-RSN-GROUP-COUNT.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
               IF WS-REJ-RSN-IDX(WS-REJ-IDX) = WS-RSN-GROUP
                 ADD 1 TO WS-RSN-GROUP-COUNT
               END-IF
           END-PERFORM.
           IF WS-RSN-GROUP-COUNT > ZERO
             MOVE WS-RSN-GROUP-COUNT TO WS-NTF-COUNT-ED
             IF WS-RSN-GROUP = ZERO
               STRING "OTROS MOTIVOS - " WS-NTF-COUNT-ED " ORDEN(ES)"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
               PERFORM WRITE-SUMMARY-LINE
               MOVE "  ACCION: Consultar a soporte de ventas"
                   TO WS-NTF-TEXT
             ELSE
               STRING "MOTIVO: " WS-RSN-REASON(WS-RSN-GROUP)
                   " - " WS-NTF-COUNT-ED " ORDEN(ES)"
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
               PERFORM WRITE-SUMMARY-LINE
               STRING "  ACCION: " WS-RSN-ACTION(WS-RSN-GROUP)
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
             END-IF
             PERFORM WRITE-SUMMARY-LINE
             PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                     UNTIL WS-REJ-IDX > WS-REJ-COUNT
                 IF WS-REJ-RSN-IDX(WS-REJ-IDX) = WS-RSN-GROUP
                   STRING "    ORDEN " WS-REJ-ORD-ID(WS-REJ-IDX)
                       " CLIENTE " WS-REJ-CUSTOMER(WS-REJ-IDX)
                       " ETAPA " WS-REJ-STAGE(WS-REJ-IDX)
                       DELIMITED BY SIZE INTO WS-NTF-TEXT
                   PERFORM WRITE-SUMMARY-LINE
                   IF WS-RSN-GROUP = ZERO
                     STRING "      MOTIVO: " WS-REJ-REASON(WS-REJ-IDX)
                         DELIMITED BY SIZE INTO WS-NTF-TEXT
                     PERFORM WRITE-SUMMARY-LINE
                   END-IF
                 END-IF
             END-PERFORM
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE WS-NTF-TEXT TO REJECT-SUMMARY-LINE.
           WRITE REJECT-SUMMARY-LINE.
           MOVE SPACES TO WS-NTF-TEXT.

      * Reporte del dia para credito: las ordenes retenidas, vencidas
      * a revision y liberadas, agrupadas por cliente. El valor del
      * cliente y el total suman solo lo que sigue retenido o en
      * revision; las liberadas se listan como referencia.
       REPORT-CREDIT-HOLDS.
           OPEN OUTPUT CREDIT-HOLD-REPORT.
           IF WS-CRRPT-STATUS NOT = "00"
             DISPLAY "No se pudo abrir CREDIT-HOLD-REPORT, status: "
                 WS-CRRPT-STATUS
           ELSE
             MOVE SPACES TO WS-HLD-LINE
             STRING "ORDENES RETENIDAS POR CREDITO - CORRIDA "
                 WS-RUN-ID " CICLO " WS-RUN-CYCLE
                 DELIMITED BY SIZE INTO WS-HLD-LINE
             PERFORM WRITE-HOLD-REPORT-LINE
             MOVE WS-HOLD-EXPIRY-DAYS TO WS-HLD-AGE-ED
             STRING "PLAZO DE RETENCION: " WS-HLD-AGE-ED " DIAS"
                 DELIMITED BY SIZE INTO WS-HLD-LINE
             PERFORM WRITE-HOLD-REPORT-LINE
             MOVE ALL "-" TO WS-HLD-LINE
             PERFORM WRITE-HOLD-REPORT-LINE
             MOVE ZERO TO WS-HLD-TOT-VALUE
             PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                     UNTIL WS-HLD-IDX > WS-HLD-COUNT
                 IF NOT WS-HLD-PRINTED(WS-HLD-IDX)
                   PERFORM WRITE-HOLD-CUSTOMER
                 END-IF
             END-PERFORM
             MOVE ALL "-" TO WS-HLD-LINE
             PERFORM WRITE-HOLD-REPORT-LINE
             MOVE WS-HLD-TOT-VALUE TO WS-HLD-TOTAL-ED
             STRING "RETENIDAS " WS-HOLD-COUNT " - A REVISION "
                 WS-HOLD-EXPIRED-COUNT " - LIBERADAS "
                 WS-HOLD-RELEASED-COUNT " - VALOR " WS-HLD-TOTAL-ED
                 DELIMITED BY SIZE INTO WS-HLD-LINE
             PERFORM WRITE-HOLD-REPORT-LINE
             IF WS-HLD-OVERFLOW > ZERO
               STRING "AVISO: " WS-HLD-OVERFLOW " ordenes mas no "
                   "caben en el detalle; ver el ERROR-LOG."
                   DELIMITED BY SIZE INTO WS-HLD-LINE
               PERFORM WRITE-HOLD-REPORT-LINE
             END-IF
             CLOSE CREDIT-HOLD-REPORT
           END-IF.

      * Todas las ordenes del cliente del renglon WS-HLD-IDX, que es
      * el primero sin imprimir; se marcan para no repetirlas.
       WRITE-HOLD-CUSTOMER.
           MOVE ZERO TO WS-HLD-CUST-COUNT.
           MOVE ZERO TO WS-HLD-CUST-VALUE.
           STRING "CLIENTE " WS-HLD-CUSTOMER(WS-HLD-IDX)
               DELIMITED BY SIZE INTO WS-HLD-LINE.
           PERFORM WRITE-HOLD-REPORT-LINE.
           PERFORM VARYING WS-HLD-IDX-2 FROM WS-HLD-IDX BY 1
                   UNTIL WS-HLD-IDX-2 > WS-HLD-COUNT
               IF WS-HLD-CUSTOMER(WS-HLD-IDX-2) =
                  WS-HLD-CUSTOMER(WS-HLD-IDX)
                 MOVE WS-HLD-VALUE(WS-HLD-IDX-2) TO WS-HLD-VALUE-ED
                 MOVE WS-HLD-AGE(WS-HLD-IDX-2) TO WS-HLD-AGE-ED
                 STRING "  ORDEN " WS-HLD-ORD-ID(WS-HLD-IDX-2)
                     " " WS-HLD-STATE(WS-HLD-IDX-2)
                     " VALOR " WS-HLD-VALUE-ED
                     " DESDE " WS-HLD-FIRST-DATE(WS-HLD-IDX-2)
                     " (" WS-HLD-AGE-ED " DIAS)"
                     DELIMITED BY SIZE INTO WS-HLD-LINE
                 PERFORM WRITE-HOLD-REPORT-LINE
                 IF WS-HLD-STATE(WS-HLD-IDX-2) NOT = "LIBERADA"
                   STRING "      MOTIVO: " WS-HLD-REASON(WS-HLD-IDX-2)
                       DELIMITED BY SIZE INTO WS-HLD-LINE
                   PERFORM WRITE-HOLD-REPORT-LINE
                   ADD 1 TO WS-HLD-CUST-COUNT
                   ADD WS-HLD-VALUE(WS-HLD-IDX-2) TO WS-HLD-CUST-VALUE
                 END-IF
                 MOVE "Y" TO WS-HLD-PRINTED-SW(WS-HLD-IDX-2)
               END-IF
           END-PERFORM.
           MOVE WS-HLD-CUST-COUNT TO WS-NTF-COUNT-ED.
           MOVE WS-HLD-CUST-VALUE TO WS-HLD-TOTAL-ED.
           STRING "  TOTAL CLIENTE: " WS-NTF-COUNT-ED
               " ORDEN(ES) RETENIDAS - VALOR " WS-HLD-TOTAL-ED
               DELIMITED BY SIZE INTO WS-HLD-LINE.
           PERFORM WRITE-HOLD-REPORT-LINE.
           ADD WS-HLD-CUST-VALUE TO WS-HLD-TOT-VALUE.

       WRITE-HOLD-REPORT-LINE.
           MOVE WS-HLD-LINE TO CREDIT-HOLD-REPORT-LINE.
           WRITE CREDIT-HOLD-REPORT-LINE.
           MOVE SPACES TO WS-HLD-LINE.

       WRITE-TRACE-RECORD.
           MOVE SPACES TO TRACE-RECORD.
           MOVE WS-ORD-ID TO TRC-ORD-ID.
