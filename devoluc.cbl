      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devoluciones de clientes y notas de credito. Hasta
      *          ahora nada revertia una venta: una vez que RUTINA04
      *          escribia la factura "H"/"D" al extracto, una
      *          devolucion significaba editar ITEMMAST y CUSTMAST a
      *          mano. Este paso corre despues de RUTINAS sobre las
      *          mismas copias de trabajo KSDS y aplica el archivo de
      *          devoluciones del dia (RTNDD: folio de factura, linea,
      *          cantidad devuelta y motivo), validando cada una
      *          contra el INVOICE-DETAIL-RECORD original del extracto
      *          (folio desconocido, linea inexistente, cantidad mayor
      *          a lo embarcado menos lo ya devuelto): regresa la
      *          mercancia a ITEM-ON-HAND, abona el importe a
      *          CUST-BALANCE y emite una nota de credito por folio
      *          original, con folio propio tomado de INVNUMDD. La
      *          nota sale en el mismo layout del extracto (encabezado
      *          "C" con los montos del credito y detalle "R" que
      *          apunta al folio y linea originales) a un archivo del
      *          dia (CRMEMDD) que el JCL agrega al extracto solo con
      *          RC=0, junto con la promocion de los maestros; asi un
      *          abend no deja notas en el extracto sin su abono, y
      *          billing, ESTADOCTA y VENTAS ven el credito. Los
      *          rechazos salen a DEVREJ con codigos de razon, como
      *          MNTREJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RTNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVOICDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT INVOICE-NUM-FILE ASSIGN TO INVNUMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVNUM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT ITEM-FILE ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT REJECT-FILE ASSIGN TO DREJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Devolucion capturada por servicio a clientes: los campos
      * numericos vienen como texto para poder rechazar un dedazo
      * con su codigo en vez de abender el paso.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RTN-INV-NUMBER          PIC X(8).
           05 RTN-INV-NUMBER-N REDEFINES RTN-INV-NUMBER
                                      PIC 9(8).
           05 FILLER                  PIC X.
           05 RTN-LINE-NO             PIC X(2).
           05 RTN-LINE-NO-N REDEFINES RTN-LINE-NO
                                      PIC 9(2).
           05 FILLER                  PIC X.
           05 RTN-QTY                 PIC X(4).
           05 RTN-QTY-N REDEFINES RTN-QTY
                                      PIC 9(4).
           05 FILLER                  PIC X.
           05 RTN-REASON              PIC X(4).
      * Mismo layout que INVOICE-RECORD / INVOICE-DETAIL-RECORD en
      * rutinas.cbl. Ademas de "H"/"D", el extracto lleva las notas
      * de credito de este paso: "C" con el layout del encabezado
      * (INV-ORD-ID = orden de la factura original) y "R" con el
      * folio de la nota, el folio y linea originales y lo devuelto,
      * al costo unitario con que se facturo (asi el reporte de
      * margen revierte el costo de lo que regreso al almacen).
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
      * Notas de credito del dia, mismo layout "C"/"R" que arriba;
      * el JCL las agrega al extracto tras la corrida buena.
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-RECORD.
           05 CRM-REC-TYPE            PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRM-NUMBER              PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRM-ORD-ID              PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRM-CUSTOMER            PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRM-SUBTOTAL            PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRM-TAX                 PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRM-TOTAL               PIC 9(9)V99.
           COPY AUDITTRL.
       01  CREDIT-MEMO-DETAIL.
           05 CRMD-REC-TYPE           PIC X.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-NUMBER             PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-ORIG-NUMBER        PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-ORIG-LINE          PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-ITEM-CODE          PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-QTY                PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-UNIT-PRICE         PIC 9(5)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-LINE-AMOUNT        PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-REASON             PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 CRMD-UNIT-COST          PIC 9(5)V99.
           COPY AUDITTRL.
      * Mismo layout que INVOICE-NUM-RECORD en rutinas.cbl.
       FD  INVOICE-NUM-FILE.
       01  INVOICE-NUM-RECORD.
           05 INU-LAST-NUMBER         PIC 9(8).
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
      * Rechazos con codigos de razon, como los de MANTMAES.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-INV-NUMBER          PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 REJ-LINE-NO             PIC X(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 REJ-QTY                 PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 REJ-RETURN-REASON       PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 REJ-REASONS             PIC X(40).
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
       01  WS-RETURN-STATUS            PIC XX.
       01  WS-INVOICE-STATUS           PIC XX.
       01  WS-CREDIT-STATUS            PIC XX.
       01  WS-INVNUM-STATUS            PIC XX.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-ITEM-STATUS              PIC XX.
       01  WS-REJECT-STATUS            PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-LAST-INVOICE-NUM         PIC 9(8) VALUE ZERO.
       01  WS-CUST-FOUND-SW            PIC X VALUE "N".
           88 CUSTOMER-FOUND          VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
       01  WS-ITEM-FOUND-SW            PIC X VALUE "N".
           88 ITEM-FOUND              VALUE "Y".
           88 ITEM-NOT-FOUND          VALUE "N".
       01  WS-REASON-WORK              PIC X(40).
       01  WS-REASON-PTR               PIC 9(2).
      * Devoluciones del dia con lo que el barrido del extracto
      * encontro de su factura original: encabezado (cliente, orden,
      * subtotal e impuesto para prorratear el impuesto del
      * credito), linea (articulo, cantidad embarcada, precio) y lo
      * ya devuelto de esa linea por notas de credito anteriores.
       01  WS-RTN-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-RTN-TABLE.
           05 WS-RTN-ENTRY OCCURS 500 TIMES INDEXED BY WS-RTN-IDX.
              10 WS-RTN-RAW-NUMBER     PIC X(8).
              10 WS-RTN-RAW-LINE       PIC X(2).
              10 WS-RTN-RAW-QTY        PIC X(4).
              10 WS-RTN-REASON         PIC X(4).
              10 WS-RTN-FOLIO          PIC 9(8).
              10 WS-RTN-LINE           PIC 9(2).
              10 WS-RTN-QTY            PIC 9(4).
              10 WS-RTN-HDR-SW         PIC X.
                 88 WS-RTN-HDR-FOUND  VALUE "Y".
              10 WS-RTN-DET-SW         PIC X.
                 88 WS-RTN-DET-FOUND  VALUE "Y".
              10 WS-RTN-ORD-ID         PIC X(6).
              10 WS-RTN-CUSTOMER       PIC X(15).
              10 WS-RTN-INV-SUBTOTAL   PIC 9(9)V99.
              10 WS-RTN-INV-TAX        PIC 9(9)V99.
              10 WS-RTN-ITEM           PIC X(8).
              10 WS-RTN-SHIPPED        PIC 9(4).
              10 WS-RTN-PRICE          PIC 9(5)V99.
              10 WS-RTN-COST           PIC 9(5)V99.
              10 WS-RTN-PRIOR          PIC 9(5).
              10 WS-RTN-CLEAN-SW       PIC X.
                 88 WS-RTN-CLEAN      VALUE "Y".
                 88 WS-RTN-REJECTED   VALUE "N".
              10 WS-RTN-MEMO-SW        PIC X.
                 88 WS-RTN-MEMO-DONE  VALUE "Y".
       01  WS-RTN-SCAN-IDX             PIC 9(3).
       01  WS-CUR-FOLIO                PIC 9(8).
       01  WS-CRD-SUBTOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CRD-TAX                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CRD-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CRD-LINE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RETURNS-READ             PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-APPLIED          PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-REJECTED         PIC 9(7) VALUE ZERO.
       01  WS-MEMOS-WRITTEN            PIC 9(7) VALUE ZERO.
       01  WS-UNITS-RESTOCKED          PIC 9(9) VALUE ZERO.
       01  WS-CREDIT-GRAND-TOTAL       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== DEVOLUCIONES (DEVOLUC) =====".
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
            OPEN I-O ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ITEM-FILE, status: "
                  WS-ITEM-STATUS
                  " - abortando, preparar la copia de trabajo."
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM LOAD-RETURNS.
            PERFORM LOAD-INVOICE-NUMBER.
            PERFORM SCAN-INVOICE-EXTRACT.
            OPEN OUTPUT CREDIT-MEMO-FILE.
            IF WS-CREDIT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir CREDIT-MEMO-FILE, status: "
                  WS-CREDIT-STATUS
                  " - sin notas de credito no se procesa nada."
              CLOSE CUSTOMER-FILE
              CLOSE ITEM-FILE
              MOVE 16 TO RETURN-CODE
              MOVE "FIN" TO WS-STEP-EVENT
              MOVE ZERO TO WS-STEP-RECORDS
              MOVE RETURN-CODE TO WS-STEP-RC
              PERFORM WRITE-STEP-STATUS
              GOBACK
            END-IF.
            OPEN OUTPUT REJECT-FILE.
            IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir REJECT-FILE, status: "
                  WS-REJECT-STATUS
                  " - sin rechazos no se procesa nada."
              CLOSE CREDIT-MEMO-FILE
              CLOSE CUSTOMER-FILE
              CLOSE ITEM-FILE
              MOVE 16 TO RETURN-CODE
              MOVE "FIN" TO WS-STEP-EVENT
              MOVE ZERO TO WS-STEP-RECORDS
              MOVE RETURN-CODE TO WS-STEP-RC
              PERFORM WRITE-STEP-STATUS
              GOBACK
            END-IF.
            PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                    UNTIL WS-RTN-IDX > WS-RTN-COUNT
                PERFORM EDIT-ONE-RETURN
            END-PERFORM.
            PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                    UNTIL WS-RTN-IDX > WS-RTN-COUNT
                IF WS-RTN-CLEAN(WS-RTN-IDX)
                   AND NOT WS-RTN-MEMO-DONE(WS-RTN-IDX)
                  PERFORM ISSUE-CREDIT-MEMO
                END-IF
            END-PERFORM.
            CLOSE CREDIT-MEMO-FILE.
            CLOSE REJECT-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE ITEM-FILE.
            PERFORM WRITE-INVOICE-NUMBER.
            DISPLAY "Devoluciones leidas ....: " WS-RETURNS-READ.
            DISPLAY "Devoluciones aplicadas .: " WS-RETURNS-APPLIED.
            DISPLAY "Devoluciones rechazadas : " WS-RETURNS-REJECTED.
            DISPLAY "Notas de credito .......: " WS-MEMOS-WRITTEN.
            DISPLAY "Unidades reingresadas ..: " WS-UNITS-RESTOCKED.
            DISPLAY "Importe acreditado .....: " WS-CREDIT-GRAND-TOTAL.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-RETURNS-READ TO WS-STEP-RECORDS.
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
              MOVE "DEVOLUC" TO JST-PROGRAM
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

      * Carga las devoluciones del dia. El archivo puede no existir
      * (dia sin devoluciones); entonces no se emite nota alguna. Si
      * la tabla se llena se aborta con RC=16: seguir dejaria
      * devoluciones sin aplicar ni rechazar, y el JCL retira el
      * archivo tras la corrida buena.
       LOAD-RETURNS.
            OPEN INPUT RETURN-FILE.
            IF WS-RETURN-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ RETURN-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM STORE-RETURN-ENTRY
                  END-READ
              END-PERFORM
              CLOSE RETURN-FILE
            ELSE
              DISPLAY "Sin archivo de devoluciones (status "
                  WS-RETURN-STATUS "); dia sin devoluciones."
            END-IF.

       STORE-RETURN-ENTRY.
            ADD 1 TO WS-RETURNS-READ.
            IF WS-RTN-COUNT >= 500
              DISPLAY "ERROR: tabla de devoluciones llena (500), "
                  "abortando para no perder la devolucion del folio "
                  RTN-INV-NUMBER
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            ADD 1 TO WS-RTN-COUNT.
            MOVE RTN-INV-NUMBER TO WS-RTN-RAW-NUMBER(WS-RTN-COUNT).
            MOVE RTN-LINE-NO TO WS-RTN-RAW-LINE(WS-RTN-COUNT).
            MOVE RTN-QTY TO WS-RTN-RAW-QTY(WS-RTN-COUNT).
            MOVE RTN-REASON TO WS-RTN-REASON(WS-RTN-COUNT).
            IF RTN-INV-NUMBER IS NUMERIC
              MOVE RTN-INV-NUMBER-N TO WS-RTN-FOLIO(WS-RTN-COUNT)
            ELSE
              MOVE ZERO TO WS-RTN-FOLIO(WS-RTN-COUNT)
            END-IF.
            IF RTN-LINE-NO IS NUMERIC
              MOVE RTN-LINE-NO-N TO WS-RTN-LINE(WS-RTN-COUNT)
            ELSE
              MOVE ZERO TO WS-RTN-LINE(WS-RTN-COUNT)
            END-IF.
            IF RTN-QTY IS NUMERIC
              MOVE RTN-QTY-N TO WS-RTN-QTY(WS-RTN-COUNT)
            ELSE
              MOVE ZERO TO WS-RTN-QTY(WS-RTN-COUNT)
            END-IF.
            MOVE "N" TO WS-RTN-HDR-SW(WS-RTN-COUNT).
            MOVE "N" TO WS-RTN-DET-SW(WS-RTN-COUNT).
            MOVE SPACES TO WS-RTN-ORD-ID(WS-RTN-COUNT).
            MOVE SPACES TO WS-RTN-CUSTOMER(WS-RTN-COUNT).
            MOVE ZERO TO WS-RTN-INV-SUBTOTAL(WS-RTN-COUNT).
            MOVE ZERO TO WS-RTN-INV-TAX(WS-RTN-COUNT).
            MOVE SPACES TO WS-RTN-ITEM(WS-RTN-COUNT).
            MOVE ZERO TO WS-RTN-SHIPPED(WS-RTN-COUNT).
            MOVE ZERO TO WS-RTN-PRICE(WS-RTN-COUNT).
            MOVE ZERO TO WS-RTN-COST(WS-RTN-COUNT).
            MOVE ZERO TO WS-RTN-PRIOR(WS-RTN-COUNT).
            MOVE "Y" TO WS-RTN-CLEAN-SW(WS-RTN-COUNT).
            MOVE "N" TO WS-RTN-MEMO-SW(WS-RTN-COUNT).

      * Mismo criterio de folios que LOAD-INVOICE-NUMBER en RUTINAS:
      * el mayor entre el control INVNUMDD y el folio mas alto del
      * extracto (facturas "H" y notas "C"); este ultimo se toma en
      * SCAN-INVOICE-EXTRACT.
       LOAD-INVOICE-NUMBER.
            MOVE ZERO TO WS-LAST-INVOICE-NUM.
            OPEN INPUT INVOICE-NUM-FILE.
            IF WS-INVNUM-STATUS = "00"
              READ INVOICE-NUM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF INU-LAST-NUMBER IS NUMERIC
                        MOVE INU-LAST-NUMBER TO WS-LAST-INVOICE-NUM
                      END-IF
              END-READ
              CLOSE INVOICE-NUM-FILE
            END-IF.

      * Un solo barrido del extracto acumulado: por cada devolucion
      * del dia se toman el encabezado y la linea de su folio, y se
      * suma lo que notas de credito anteriores ya devolvieron de
      * esa misma linea.
       SCAN-INVOICE-EXTRACT.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ INVOICE-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM MATCH-EXTRACT-RECORD
                  END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
            ELSE
              DISPLAY "No se pudo abrir INVOICE-FILE, status: "
                  WS-INVOICE-STATUS
                  "; toda devolucion saldra con folio desconocido."
            END-IF.
            DISPLAY "Ultimo folio asignado: " WS-LAST-INVOICE-NUM.

       MATCH-EXTRACT-RECORD.
            EVALUATE INV-REC-TYPE
              WHEN "H"
              WHEN "C"
                IF INV-NUMBER IS NUMERIC
                   AND INV-NUMBER > WS-LAST-INVOICE-NUM
                  MOVE INV-NUMBER TO WS-LAST-INVOICE-NUM
                END-IF
                IF INV-REC-TYPE = "H"
                  PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                          UNTIL WS-RTN-IDX > WS-RTN-COUNT
                      IF WS-RTN-FOLIO(WS-RTN-IDX) = INV-NUMBER
                        MOVE "Y" TO WS-RTN-HDR-SW(WS-RTN-IDX)
                        MOVE INV-ORD-ID TO WS-RTN-ORD-ID(WS-RTN-IDX)
                        MOVE INV-CUSTOMER TO
                            WS-RTN-CUSTOMER(WS-RTN-IDX)
                        MOVE INV-SUBTOTAL TO
                            WS-RTN-INV-SUBTOTAL(WS-RTN-IDX)
                        MOVE INV-TAX TO WS-RTN-INV-TAX(WS-RTN-IDX)
                      END-IF
                  END-PERFORM
                END-IF
              WHEN "D"
                PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                        UNTIL WS-RTN-IDX > WS-RTN-COUNT
                    IF WS-RTN-FOLIO(WS-RTN-IDX) = INVD-NUMBER
                       AND WS-RTN-LINE(WS-RTN-IDX) = INVD-LINE-NO
                      MOVE "Y" TO WS-RTN-DET-SW(WS-RTN-IDX)
                      MOVE INVD-ITEM-CODE TO WS-RTN-ITEM(WS-RTN-IDX)
                      MOVE INVD-QTY TO WS-RTN-SHIPPED(WS-RTN-IDX)
                      MOVE INVD-UNIT-PRICE TO
                          WS-RTN-PRICE(WS-RTN-IDX)
                      IF INVD-UNIT-COST IS NUMERIC
                        MOVE INVD-UNIT-COST TO
                            WS-RTN-COST(WS-RTN-IDX)
                      END-IF
                    END-IF
                END-PERFORM
              WHEN "R"
                PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                        UNTIL WS-RTN-IDX > WS-RTN-COUNT
                    IF WS-RTN-FOLIO(WS-RTN-IDX) = CRD-ORIG-NUMBER
                       AND WS-RTN-LINE(WS-RTN-IDX) = CRD-ORIG-LINE
                       AND CRD-QTY IS NUMERIC
                      ADD CRD-QTY TO WS-RTN-PRIOR(WS-RTN-IDX)
                    END-IF
                END-PERFORM
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * Valida la devolucion en turno acumulando codigos de razon,
      * como MANTMAES. Lo devolvible de la linea es lo embarcado
      * menos lo ya acreditado (notas anteriores y devoluciones
      * aceptadas antes en este mismo archivo).
       EDIT-ONE-RETURN.
            MOVE SPACES TO WS-REASON-WORK.
            MOVE 1 TO WS-REASON-PTR.
            IF WS-RTN-RAW-NUMBER(WS-RTN-IDX) IS NOT NUMERIC
               OR WS-RTN-RAW-LINE(WS-RTN-IDX) IS NOT NUMERIC
               OR WS-RTN-RAW-QTY(WS-RTN-IDX) IS NOT NUMERIC
              PERFORM ADD-REASON-E-NUM
            ELSE
              IF NOT WS-RTN-HDR-FOUND(WS-RTN-IDX)
                PERFORM ADD-REASON-E-FOLIO
              ELSE
                IF NOT WS-RTN-DET-FOUND(WS-RTN-IDX)
                  PERFORM ADD-REASON-E-LINEA
                END-IF
              END-IF
              IF WS-RTN-QTY(WS-RTN-IDX) = ZERO
                PERFORM ADD-REASON-E-CANT
              END-IF
            END-IF.
            IF WS-RTN-REASON(WS-RTN-IDX) = SPACES
              PERFORM ADD-REASON-E-MOTIVO
            END-IF.
            IF WS-RTN-CLEAN(WS-RTN-IDX)
              IF WS-RTN-QTY(WS-RTN-IDX) + WS-RTN-PRIOR(WS-RTN-IDX) >
                 WS-RTN-SHIPPED(WS-RTN-IDX)
                PERFORM ADD-REASON-E-EXCEDE
              END-IF
            END-IF.
            IF WS-RTN-CLEAN(WS-RTN-IDX)
              PERFORM CHECK-RETURN-MASTERS
            END-IF.
            IF WS-RTN-CLEAN(WS-RTN-IDX)
              PERFORM RESERVE-RETURNED-QTY
            ELSE
              PERFORM WRITE-REJECT-RECORD
            END-IF.

      * El cliente de la factura y el articulo de la linea deben
      * seguir en los maestros para poder abonar y reingresar.
       CHECK-RETURN-MASTERS.
            MOVE WS-RTN-CUSTOMER(WS-RTN-IDX) TO CUST-ID.
            READ CUSTOMER-FILE
                INVALID KEY
                    SET CUSTOMER-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET CUSTOMER-FOUND TO TRUE
            END-READ.
            IF CUSTOMER-NOT-FOUND
              PERFORM ADD-REASON-E-CLIENTE
            END-IF.
            MOVE WS-RTN-ITEM(WS-RTN-IDX) TO ITEM-CODE.
            READ ITEM-FILE
                INVALID KEY
                    SET ITEM-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET ITEM-FOUND TO TRUE
            END-READ.
            IF ITEM-NOT-FOUND
              PERFORM ADD-REASON-E-ARTIC
            END-IF.

      * Una devolucion aceptada consume lo devolvible de su linea
      * para las devoluciones siguientes del mismo archivo.
       RESERVE-RETURNED-QTY.
            PERFORM VARYING WS-RTN-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-RTN-SCAN-IDX > WS-RTN-COUNT
                IF WS-RTN-SCAN-IDX > WS-RTN-IDX
                   AND WS-RTN-FOLIO(WS-RTN-SCAN-IDX) =
                       WS-RTN-FOLIO(WS-RTN-IDX)
                   AND WS-RTN-LINE(WS-RTN-SCAN-IDX) =
                       WS-RTN-LINE(WS-RTN-IDX)
                  ADD WS-RTN-QTY(WS-RTN-IDX) TO
                      WS-RTN-PRIOR(WS-RTN-SCAN-IDX)
                END-IF
            END-PERFORM.

      * Una nota de credito por folio original: junta todas las
      * devoluciones aceptadas del folio, prorratea el impuesto con
      * la misma proporcion impuesto/subtotal de la factura original
      * (la tasa vigente pudo cambiar desde entonces), escribe el
      * encabezado "C" y un "R" por linea, reingresa la mercancia y
      * abona el total al saldo del cliente.
       ISSUE-CREDIT-MEMO.
            MOVE WS-RTN-FOLIO(WS-RTN-IDX) TO WS-CUR-FOLIO.
            MOVE ZERO TO WS-CRD-SUBTOTAL.
            PERFORM VARYING WS-RTN-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-RTN-SCAN-IDX > WS-RTN-COUNT
                IF WS-RTN-CLEAN(WS-RTN-SCAN-IDX)
                   AND WS-RTN-FOLIO(WS-RTN-SCAN-IDX) = WS-CUR-FOLIO
                  COMPUTE WS-CRD-SUBTOTAL = WS-CRD-SUBTOTAL
                      + WS-RTN-QTY(WS-RTN-SCAN-IDX)
                      * WS-RTN-PRICE(WS-RTN-SCAN-IDX)
                END-IF
            END-PERFORM.
            IF WS-RTN-INV-SUBTOTAL(WS-RTN-IDX) > ZERO
              COMPUTE WS-CRD-TAX ROUNDED = WS-CRD-SUBTOTAL
                  * WS-RTN-INV-TAX(WS-RTN-IDX)
                  / WS-RTN-INV-SUBTOTAL(WS-RTN-IDX)
            ELSE
              MOVE ZERO TO WS-CRD-TAX
            END-IF.
            COMPUTE WS-CRD-TOTAL = WS-CRD-SUBTOTAL + WS-CRD-TAX.
            ADD 1 TO WS-LAST-INVOICE-NUM.
            MOVE SPACES TO CREDIT-MEMO-RECORD.
            MOVE "C" TO CRM-REC-TYPE.
            MOVE WS-LAST-INVOICE-NUM TO CRM-NUMBER.
            MOVE WS-RTN-ORD-ID(WS-RTN-IDX) TO CRM-ORD-ID.
            MOVE WS-RTN-CUSTOMER(WS-RTN-IDX) TO CRM-CUSTOMER.
            MOVE WS-CRD-SUBTOTAL TO CRM-SUBTOTAL.
            MOVE WS-CRD-TAX TO CRM-TAX.
            MOVE WS-CRD-TOTAL TO CRM-TOTAL.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF CREDIT-MEMO-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CREDIT-MEMO-RECORD.
            WRITE CREDIT-MEMO-RECORD.
            ADD 1 TO WS-MEMOS-WRITTEN.
            PERFORM VARYING WS-RTN-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-RTN-SCAN-IDX > WS-RTN-COUNT
                IF WS-RTN-CLEAN(WS-RTN-SCAN-IDX)
                   AND WS-RTN-FOLIO(WS-RTN-SCAN-IDX) = WS-CUR-FOLIO
                  PERFORM WRITE-CREDIT-MEMO-LINE
                  PERFORM RESTOCK-RETURNED-ITEM
                  MOVE "Y" TO WS-RTN-MEMO-SW(WS-RTN-SCAN-IDX)
                  ADD 1 TO WS-RETURNS-APPLIED
                END-IF
            END-PERFORM.
            PERFORM CREDIT-CUSTOMER-BALANCE.
            DISPLAY "Nota de credito " WS-LAST-INVOICE-NUM
                " sobre factura " WS-CUR-FOLIO " cliente "
                WS-RTN-CUSTOMER(WS-RTN-IDX) " total " WS-CRD-TOTAL.

       WRITE-CREDIT-MEMO-LINE.
            COMPUTE WS-CRD-LINE-AMOUNT = WS-RTN-QTY(WS-RTN-SCAN-IDX)
                * WS-RTN-PRICE(WS-RTN-SCAN-IDX).
            MOVE SPACES TO CREDIT-MEMO-DETAIL.
            MOVE "R" TO CRMD-REC-TYPE.
            MOVE WS-LAST-INVOICE-NUM TO CRMD-NUMBER.
            MOVE WS-CUR-FOLIO TO CRMD-ORIG-NUMBER.
            MOVE WS-RTN-LINE(WS-RTN-SCAN-IDX) TO CRMD-ORIG-LINE.
            MOVE WS-RTN-ITEM(WS-RTN-SCAN-IDX) TO CRMD-ITEM-CODE.
            MOVE WS-RTN-QTY(WS-RTN-SCAN-IDX) TO CRMD-QTY.
            MOVE WS-RTN-PRICE(WS-RTN-SCAN-IDX) TO CRMD-UNIT-PRICE.
            MOVE WS-CRD-LINE-AMOUNT TO CRMD-LINE-AMOUNT.
            MOVE WS-RTN-REASON(WS-RTN-SCAN-IDX) TO CRMD-REASON.
            MOVE WS-RTN-COST(WS-RTN-SCAN-IDX) TO CRMD-UNIT-COST.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF CREDIT-MEMO-DETAIL.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF CREDIT-MEMO-DETAIL.
            WRITE CREDIT-MEMO-DETAIL.

      * La mercancia devuelta vuelve al disponible aunque el articulo
      * este dado de baja: fisicamente ya esta en el almacen.
       RESTOCK-RETURNED-ITEM.
            MOVE WS-RTN-ITEM(WS-RTN-SCAN-IDX) TO ITEM-CODE.
            READ ITEM-FILE
                INVALID KEY
                    SET ITEM-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET ITEM-FOUND TO TRUE
            END-READ.
            IF ITEM-FOUND
              ADD WS-RTN-QTY(WS-RTN-SCAN-IDX) TO ITEM-ON-HAND
              REWRITE ITEM-RECORD
                  INVALID KEY
                      DISPLAY "ERROR: no se pudo regrabar el "
                          "articulo " ITEM-CODE ", status: "
                          WS-ITEM-STATUS
              END-REWRITE
              ADD WS-RTN-QTY(WS-RTN-SCAN-IDX) TO WS-UNITS-RESTOCKED
            END-IF.

       CREDIT-CUSTOMER-BALANCE.
            MOVE WS-RTN-CUSTOMER(WS-RTN-IDX) TO CUST-ID.
            READ CUSTOMER-FILE
                INVALID KEY
                    SET CUSTOMER-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET CUSTOMER-FOUND TO TRUE
            END-READ.
            IF CUSTOMER-FOUND
              SUBTRACT WS-CRD-TOTAL FROM CUST-BALANCE
              REWRITE CUSTOMER-RECORD
                  INVALID KEY
                      DISPLAY "ERROR: no se pudo regrabar el "
                          "cliente " CUST-ID ", status: "
                          WS-CUSTOMER-STATUS
              END-REWRITE
              ADD WS-CRD-TOTAL TO WS-CREDIT-GRAND-TOTAL
            END-IF.

      * Regraba el control de folios con el ultimo asignado, igual
      * que RUTINAS al cierre de su corrida.
       WRITE-INVOICE-NUMBER.
            OPEN OUTPUT INVOICE-NUM-FILE.
            IF WS-INVNUM-STATUS = "00"
              MOVE SPACES TO INVOICE-NUM-RECORD
              MOVE WS-LAST-INVOICE-NUM TO INU-LAST-NUMBER
              WRITE INVOICE-NUM-RECORD
              CLOSE INVOICE-NUM-FILE
            ELSE
              DISPLAY "No se pudo regrabar INVOICE-NUM-FILE, status: "
                  WS-INVNUM-STATUS
            END-IF.

       WRITE-REJECT-RECORD.
            ADD 1 TO WS-RETURNS-REJECTED.
            MOVE SPACES TO REJECT-RECORD.
            MOVE WS-RTN-RAW-NUMBER(WS-RTN-IDX) TO REJ-INV-NUMBER.
            MOVE WS-RTN-RAW-LINE(WS-RTN-IDX) TO REJ-LINE-NO.
            MOVE WS-RTN-RAW-QTY(WS-RTN-IDX) TO REJ-QTY.
            MOVE WS-RTN-REASON(WS-RTN-IDX) TO REJ-RETURN-REASON.
            MOVE WS-REASON-WORK TO REJ-REASONS.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF REJECT-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF REJECT-RECORD.
            WRITE REJECT-RECORD.
            DISPLAY "Rechazada devolucion folio "
                WS-RTN-RAW-NUMBER(WS-RTN-IDX) " linea "
                WS-RTN-RAW-LINE(WS-RTN-IDX) " " WS-REASON-WORK.

       ADD-REASON-E-NUM.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-NUM " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-FOLIO.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-FOLIO " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-LINEA.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-LINEA " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-CANT.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-CANT " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-MOTIVO.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-MOTIVO " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-EXCEDE.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-EXCEDE " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-CLIENTE.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-CLIENTE " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.

       ADD-REASON-E-ARTIC.
            SET WS-RTN-REJECTED(WS-RTN-IDX) TO TRUE.
            STRING "E-ARTIC " DELIMITED BY SIZE
                INTO WS-REASON-WORK
                WITH POINTER WS-REASON-PTR.
       END PROGRAM DEVOLUC.
