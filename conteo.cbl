      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conteo ciclico de inventario fisico. ITEM-ON-HAND
      *          solo se movia por RECEPCION y RUTINAS, asi que la
      *          merma y los errores de conteo nunca se corregian y
      *          el backorder confiaba en cifras que el almacen sabia
      *          falsas. Este paso toma las cantidades contadas en
      *          las hojas que emite HOJACONT (CNTQTYDD), las compara
      *          contra el disponible de la COPIA DE TRABAJO del
      *          maestro de articulos e imprime la diferencia en
      *          unidades y a precio de lista. Una diferencia dentro
      *          de la tolerancia (PARM, porcentaje del disponible;
      *          default 5) se postea sola; una mayor queda pendiente
      *          (CNTPNDDD) hasta que un supervisor la apruebe o la
      *          rechace en el archivo de aprobaciones (CNTAPRDD), que
      *          este mismo paso aplica antes de los conteos nuevos.
      *          Todo ajuste posteado queda en la bitacora CNTAUDDD
      *          con el trailer de auditoria. El JCL promueve la copia
      *          de trabajo y el archivo de pendientes regrabado
      *          (CNTPNODD) solo con RC=0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT COUNT-FILE ASSIGN TO CNTQTYDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO CNTAPRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO CNTPNDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-OUT ASSIGN TO CNTPNODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT ADJUST-LOG ASSIGN TO CNTAUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT REPORT-FILE ASSIGN TO CNTRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
      * Cantidades contadas que captura el almacen de las hojas de
      * conteo: articulo, cantidad, fecha del conteo y quien conto.
       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05 CNT-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 CNT-QTY                 PIC X(7).
           05 CNT-QTY-N REDEFINES CNT-QTY
                                      PIC 9(7).
           05 FILLER                  PIC X.
           05 CNT-COUNT-DATE          PIC 9(8).
           05 FILLER                  PIC X.
           05 CNT-COUNTER             PIC X(8).
      * Decision del supervisor sobre una diferencia pendiente: "A"
      * la aprueba (se postea), "R" la rechaza (se vuelve a contar).
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05 APR-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 APR-DECISION            PIC X.
              88 APR-IS-APPROVED      VALUE "A" "a".
              88 APR-IS-REJECTED      VALUE "R" "r".
           05 FILLER                  PIC X.
           05 APR-SUPERVISOR          PIC X(8).
           05 FILLER                  PIC X.
           05 APR-REASON              PIC X(30).
      * Diferencias fuera de tolerancia en espera de supervisor, con
      * el disponible del sistema y lo contado al momento del conteo.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X.
           05 PND-SYSTEM-QTY          PIC 9(7).
           05 FILLER                  PIC X.
           05 PND-COUNTED-QTY         PIC 9(7).
           05 FILLER                  PIC X.
           05 PND-VARIANCE            PIC S9(7)
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 PND-COUNT-DATE          PIC 9(8).
           05 FILLER                  PIC X.
           05 PND-COUNTER             PIC X(8).
           COPY AUDITTRL.
      * Mismo layout; el regrabado lo promueve el JCL solo con RC=0.
       FD  PENDING-OUT.
       01  PENDING-OUT-RECORD.
           05 PNDO-ITEM-CODE          PIC X(8).
           05 FILLER                  PIC X.
           05 PNDO-SYSTEM-QTY         PIC 9(7).
           05 FILLER                  PIC X.
           05 PNDO-COUNTED-QTY        PIC 9(7).
           05 FILLER                  PIC X.
           05 PNDO-VARIANCE           PIC S9(7)
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 PNDO-COUNT-DATE         PIC 9(8).
           05 FILLER                  PIC X.
           05 PNDO-COUNTER            PIC X(8).
           COPY AUDITTRL.
      * Bitacora de ajustes posteados al maestro: que articulo, de
      * cuanto a cuanto, por que via (AUTOMATICO dentro de tolerancia
      * o APROBADO por supervisor) y quien lo autorizo.
       FD  ADJUST-LOG.
       01  ADJUST-RECORD.
           05 ADJ-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-SYSTEM-QTY          PIC 9(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-COUNTED-QTY         PIC 9(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-VARIANCE            PIC S9(7)
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-VALUE               PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-TYPE                PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-SUPERVISOR          PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-COUNTER             PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-COUNT-DATE          PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 ADJ-TIMESTAMP           PIC X(21).
           COPY AUDITTRL.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).
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
       01  WS-COUNT-STATUS             PIC XX.
       01  WS-APPROVAL-STATUS          PIC XX.
       01  WS-PENDING-STATUS           PIC XX.
       01  WS-PENDOUT-STATUS           PIC XX.
       01  WS-ADJUST-STATUS            PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-ITEM-FOUND-SW            PIC X VALUE "N".
           88 ITEM-FOUND              VALUE "Y".
           88 ITEM-NOT-FOUND          VALUE "N".
       01  WS-PARM                     PIC X(40).
       01  WS-TOLERANCE-PCT            PIC 9(3) VALUE 5.
      * Pendientes cargados de CNTPNDDD mas los que deja este conteo.
      * Estado: P = sigue pendiente, A = aprobado y posteado,
      * R = rechazado, S = sustituido por un conteo mas nuevo; solo
      * los P se regraban.
       01  WS-PND-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PND-IDX.
              10 WS-PND-ITEM           PIC X(8).
              10 WS-PND-SYSTEM         PIC 9(7).
              10 WS-PND-COUNTED        PIC 9(7).
              10 WS-PND-VARIANCE       PIC S9(7).
              10 WS-PND-COUNT-DATE     PIC 9(8).
              10 WS-PND-COUNTER        PIC X(8).
              10 WS-PND-RUN-ID         PIC X(8).
              10 WS-PND-CYCLE          PIC 9(2).
              10 WS-PND-STATE          PIC X.
                 88 PND-IS-OPEN       VALUE "P".
       01  WS-PND-LOOKUP-IDX           PIC 9(4).
      * Articulos ya contados en este archivo: un segundo renglon del
      * mismo articulo se reporta y no se postea.
       01  WS-SEEN-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ITEM OCCURS 2000 TIMES INDEXED BY WS-SEEN-IDX
                                       PIC X(8).
       01  WS-SEEN-SW                  PIC X.
           88 ITEM-ALREADY-SEEN       VALUE "Y".
       01  WS-VARIANCE                 PIC S9(7).
       01  WS-ABS-VARIANCE             PIC 9(7).
       01  WS-VARIANCE-VALUE           PIC S9(9)V99.
       01  WS-NEW-ON-HAND              PIC S9(9).
       01  WS-SYSTEM-QTY               PIC 9(7).
       01  WS-COUNTED-QTY              PIC 9(7).
       01  WS-ADJ-TYPE                 PIC X(10).
       01  WS-ADJ-SUPERVISOR           PIC X(8).
       01  WS-ADJ-COUNTER              PIC X(8).
       01  WS-ADJ-COUNT-DATE           PIC 9(8).
       01  WS-DISPOSITION              PIC X(20).
       01  WS-COUNTS-READ              PIC 9(7) VALUE ZERO.
       01  WS-AUTO-POSTED              PIC 9(5) VALUE ZERO.
       01  WS-NO-VARIANCE              PIC 9(5) VALUE ZERO.
       01  WS-NEW-PENDING              PIC 9(5) VALUE ZERO.
       01  WS-APPROVED                 PIC 9(5) VALUE ZERO.
       01  WS-REJECTED                 PIC 9(5) VALUE ZERO.
       01  WS-BAD-COUNTS               PIC 9(5) VALUE ZERO.
       01  WS-STILL-PENDING            PIC 9(5) VALUE ZERO.
       01  WS-POSTED-VALUE             PIC S9(11)V99 VALUE ZERO.
       01  WS-PENDING-VALUE            PIC S9(11)V99 VALUE ZERO.
      * Renglon del reporte de diferencias.
       01  WS-RPT-DETAIL.
           05 RPT-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPT-ITEM-DESC           PIC X(20).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPT-SYSTEM-QTY          PIC Z(6)9.
           05 FILLER                  PIC X VALUE SPACE.
           05 RPT-COUNTED-QTY         PIC Z(6)9.
           05 FILLER                  PIC X VALUE SPACE.
           05 RPT-VARIANCE            PIC -(7)9.
           05 FILLER                  PIC X VALUE SPACE.
           05 RPT-VALUE               PIC -(9)9.99.
           05 FILLER                  PIC XX VALUE SPACES.
           05 RPT-DISPOSITION         PIC X(20).
       01  WS-BIG-EDIT                 PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== CONTEO CICLICO DE INVENTARIO (CONTEO) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM READ-TOLERANCE-PARM.
            OPEN I-O ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ITEM-FILE, status: "
                  WS-ITEM-STATUS
                  " - abortando, preparar la copia de trabajo."
              MOVE 16 TO RETURN-CODE
            ELSE
              PERFORM LOAD-PENDING-VARIANCES
              OPEN EXTEND ADJUST-LOG
              IF WS-ADJUST-STATUS = "35"
                OPEN OUTPUT ADJUST-LOG
              END-IF
              OPEN OUTPUT REPORT-FILE
              PERFORM WRITE-REPORT-HEADING
              PERFORM APPLY-SUPERVISOR-DECISIONS
              PERFORM PROCESS-COUNTS
              PERFORM WRITE-PENDING-VARIANCES
              PERFORM WRITE-REPORT-TOTALS
              CLOSE REPORT-FILE
              CLOSE ADJUST-LOG
              CLOSE ITEM-FILE
            END-IF.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-COUNTS-READ TO WS-STEP-RECORDS.
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
              MOVE "CONTEO" TO JST-PROGRAM
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

      * Tolerancia via PARM (porcentaje del disponible, como el
      * umbral de TENDENCIA); sin PARM o invalido queda el default.
       READ-TOLERANCE-PARM.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
              IF FUNCTION NUMVAL(WS-PARM) > ZERO
                COMPUTE WS-TOLERANCE-PCT = FUNCTION NUMVAL(WS-PARM)
              ELSE
                DISPLAY "PARM de tolerancia invalido: " WS-PARM
                    " - se usa el default de " WS-TOLERANCE-PCT
              END-IF
            END-IF.
            DISPLAY "Tolerancia de ajuste automatico: "
                WS-TOLERANCE-PCT " pct.".

      * Sin archivo de pendientes (primer conteo) no hay nada en
      * espera.
       LOAD-PENDING-VARIANCES.
            OPEN INPUT PENDING-FILE.
            IF WS-PENDING-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ PENDING-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF WS-PND-COUNT >= 1000
                            DISPLAY "ERROR: tabla de pendientes llena "
                                "(1000), abortando para no perder la "
                                "diferencia de " PND-ITEM-CODE
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                          END-IF
                          ADD 1 TO WS-PND-COUNT
                          MOVE PND-ITEM-CODE TO
                              WS-PND-ITEM(WS-PND-COUNT)
                          MOVE PND-SYSTEM-QTY TO
                              WS-PND-SYSTEM(WS-PND-COUNT)
                          MOVE PND-COUNTED-QTY TO
                              WS-PND-COUNTED(WS-PND-COUNT)
                          MOVE PND-VARIANCE TO
                              WS-PND-VARIANCE(WS-PND-COUNT)
                          MOVE PND-COUNT-DATE TO
                              WS-PND-COUNT-DATE(WS-PND-COUNT)
                          MOVE PND-COUNTER TO
                              WS-PND-COUNTER(WS-PND-COUNT)
                          MOVE CAR-RUN-ID OF PENDING-RECORD TO
                              WS-PND-RUN-ID(WS-PND-COUNT)
                          MOVE CAR-CYCLE OF PENDING-RECORD TO
                              WS-PND-CYCLE(WS-PND-COUNT)
                          MOVE "P" TO WS-PND-STATE(WS-PND-COUNT)
                  END-READ
              END-PERFORM
              CLOSE PENDING-FILE
            END-IF.
            DISPLAY "Diferencias pendientes de supervisor: "
                WS-PND-COUNT.

      * Decisiones del supervisor sobre los pendientes. Aprobada: se
      * postea la diferencia tal como se conto (no la cantidad
      * contada, porque el disponible pudo moverse desde el conteo).
      * Rechazada: se descarta y el articulo se vuelve a contar.
       APPLY-SUPERVISOR-DECISIONS.
            OPEN INPUT APPROVAL-FILE.
            IF WS-APPROVAL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ APPROVAL-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM APPLY-ONE-DECISION
                  END-READ
              END-PERFORM
              CLOSE APPROVAL-FILE
            END-IF.

       APPLY-ONE-DECISION.
            MOVE APR-ITEM-CODE TO ITEM-CODE.
            PERFORM FIND-OPEN-PENDING.
            IF WS-PND-LOOKUP-IDX = ZERO
              DISPLAY "AVISO: decision de " APR-SUPERVISOR
                  " para " APR-ITEM-CODE
                  " sin diferencia pendiente; ignorada."
            ELSE
              EVALUATE TRUE
                WHEN APR-IS-APPROVED
                  PERFORM POST-APPROVED-VARIANCE
                WHEN APR-IS-REJECTED
                  MOVE "R" TO WS-PND-STATE(WS-PND-LOOKUP-IDX)
                  ADD 1 TO WS-REJECTED
                  MOVE WS-PND-SYSTEM(WS-PND-LOOKUP-IDX) TO
                      WS-SYSTEM-QTY
                  MOVE WS-PND-COUNTED(WS-PND-LOOKUP-IDX) TO
                      WS-COUNTED-QTY
                  MOVE WS-PND-VARIANCE(WS-PND-LOOKUP-IDX) TO
                      WS-VARIANCE
                  PERFORM READ-ITEM
                  MOVE "RECHAZADA-RECONTAR" TO WS-DISPOSITION
                  PERFORM WRITE-REPORT-DETAIL
                WHEN OTHER
                  DISPLAY "AVISO: decision invalida " APR-DECISION
                      " de " APR-SUPERVISOR " para " APR-ITEM-CODE
                      "; el pendiente sigue en espera."
              END-EVALUATE
            END-IF.

       POST-APPROVED-VARIANCE.
            PERFORM READ-ITEM.
            IF ITEM-NOT-FOUND
              DISPLAY "AVISO: articulo " APR-ITEM-CODE
                  " ya no esta en el maestro; pendiente descartado."
              MOVE "R" TO WS-PND-STATE(WS-PND-LOOKUP-IDX)
            ELSE
              MOVE "A" TO WS-PND-STATE(WS-PND-LOOKUP-IDX)
              ADD 1 TO WS-APPROVED
              MOVE WS-PND-SYSTEM(WS-PND-LOOKUP-IDX) TO WS-SYSTEM-QTY
              MOVE WS-PND-COUNTED(WS-PND-LOOKUP-IDX) TO
                  WS-COUNTED-QTY
              MOVE WS-PND-VARIANCE(WS-PND-LOOKUP-IDX) TO WS-VARIANCE
              MOVE "APROBADO" TO WS-ADJ-TYPE
              MOVE APR-SUPERVISOR TO WS-ADJ-SUPERVISOR
              MOVE WS-PND-COUNTER(WS-PND-LOOKUP-IDX) TO WS-ADJ-COUNTER
              MOVE WS-PND-COUNT-DATE(WS-PND-LOOKUP-IDX) TO
                  WS-ADJ-COUNT-DATE
              PERFORM POST-VARIANCE-TO-ITEM
              MOVE "APROBADA-POSTEADA" TO WS-DISPOSITION
              PERFORM WRITE-REPORT-DETAIL
            END-IF.

       PROCESS-COUNTS.
            OPEN INPUT COUNT-FILE.
            IF WS-COUNT-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ COUNT-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          PERFORM PROCESS-ONE-COUNT
                  END-READ
              END-PERFORM
              CLOSE COUNT-FILE
            ELSE
              DISPLAY "Sin archivo de conteos (status "
                  WS-COUNT-STATUS "); solo se aplican decisiones."
            END-IF.

      * Una cantidad no numerica, un articulo desconocido o un
      * segundo conteo del mismo articulo se reportan sin postear,
      * como las entradas chuecas de RECEPCION.
       PROCESS-ONE-COUNT.
            ADD 1 TO WS-COUNTS-READ.
            MOVE CNT-ITEM-CODE TO ITEM-CODE.
            PERFORM CHECK-ITEM-SEEN.
            IF CNT-QTY-N IS NOT NUMERIC
              ADD 1 TO WS-BAD-COUNTS
              DISPLAY "AVISO: conteo con cantidad no numerica para "
                  CNT-ITEM-CODE "; no se posteo."
            ELSE
              IF ITEM-ALREADY-SEEN
                ADD 1 TO WS-BAD-COUNTS
                DISPLAY "AVISO: segundo conteo de " CNT-ITEM-CODE
                    " en el mismo archivo; no se posteo."
              ELSE
                PERFORM READ-ITEM
                IF ITEM-NOT-FOUND
                  ADD 1 TO WS-BAD-COUNTS
                  DISPLAY "AVISO: conteo de articulo desconocido "
                      CNT-ITEM-CODE "; no se posteo."
                ELSE
                  PERFORM EVALUATE-COUNT-VARIANCE
                END-IF
              END-IF
            END-IF.

      * Un conteo nuevo sustituye cualquier pendiente anterior del
      * articulo: la cifra vieja ya no describe el anaquel.
       EVALUATE-COUNT-VARIANCE.
            PERFORM FIND-OPEN-PENDING.
            IF WS-PND-LOOKUP-IDX NOT = ZERO
              MOVE "S" TO WS-PND-STATE(WS-PND-LOOKUP-IDX)
            END-IF.
            MOVE ITEM-ON-HAND TO WS-SYSTEM-QTY.
            MOVE CNT-QTY-N TO WS-COUNTED-QTY.
            COMPUTE WS-VARIANCE = WS-COUNTED-QTY - WS-SYSTEM-QTY.
            IF WS-VARIANCE < ZERO
              COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
            ELSE
              MOVE WS-VARIANCE TO WS-ABS-VARIANCE
            END-IF.
            EVALUATE TRUE
              WHEN WS-VARIANCE = ZERO
                ADD 1 TO WS-NO-VARIANCE
                MOVE "SIN DIFERENCIA" TO WS-DISPOSITION
                PERFORM WRITE-REPORT-DETAIL
              WHEN WS-ABS-VARIANCE * 100 <=
                   WS-SYSTEM-QTY * WS-TOLERANCE-PCT
                ADD 1 TO WS-AUTO-POSTED
                MOVE "AUTOMATICO" TO WS-ADJ-TYPE
                MOVE SPACES TO WS-ADJ-SUPERVISOR
                MOVE CNT-COUNTER TO WS-ADJ-COUNTER
                MOVE CNT-COUNT-DATE TO WS-ADJ-COUNT-DATE
                PERFORM POST-VARIANCE-TO-ITEM
                MOVE "AJUSTE AUTOMATICO" TO WS-DISPOSITION
                PERFORM WRITE-REPORT-DETAIL
              WHEN OTHER
                PERFORM STORE-NEW-PENDING
                MOVE "PENDIENTE SUPERV." TO WS-DISPOSITION
                PERFORM WRITE-REPORT-DETAIL
                ADD WS-VARIANCE-VALUE TO WS-PENDING-VALUE
            END-EVALUATE.

       STORE-NEW-PENDING.
            IF WS-PND-COUNT >= 1000
              DISPLAY "ERROR: tabla de pendientes llena (1000), "
                  "abortando para no perder la diferencia de "
                  ITEM-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            ADD 1 TO WS-PND-COUNT.
            ADD 1 TO WS-NEW-PENDING.
            MOVE ITEM-CODE TO WS-PND-ITEM(WS-PND-COUNT).
            MOVE WS-SYSTEM-QTY TO WS-PND-SYSTEM(WS-PND-COUNT).
            MOVE WS-COUNTED-QTY TO WS-PND-COUNTED(WS-PND-COUNT).
            MOVE WS-VARIANCE TO WS-PND-VARIANCE(WS-PND-COUNT).
            MOVE CNT-COUNT-DATE TO WS-PND-COUNT-DATE(WS-PND-COUNT).
            MOVE CNT-COUNTER TO WS-PND-COUNTER(WS-PND-COUNT).
            MOVE WS-RUN-ID TO WS-PND-RUN-ID(WS-PND-COUNT).
            MOVE WS-RUN-CYCLE TO WS-PND-CYCLE(WS-PND-COUNT).
            MOVE "P" TO WS-PND-STATE(WS-PND-COUNT).

      * Suma la diferencia al disponible actual y la deja en la
      * bitacora. Si desde el conteo salio mas de lo que habia, el
      * disponible queda en cero (no hay existencias negativas).
       POST-VARIANCE-TO-ITEM.
            COMPUTE WS-NEW-ON-HAND = ITEM-ON-HAND + WS-VARIANCE.
            IF WS-NEW-ON-HAND < ZERO
              DISPLAY "AVISO: el ajuste de " ITEM-CODE
                  " dejaria el disponible negativo; queda en cero."
              MOVE ZERO TO WS-NEW-ON-HAND
            END-IF.
            MOVE WS-NEW-ON-HAND TO ITEM-ON-HAND.
            REWRITE ITEM-RECORD
                INVALID KEY
                    DISPLAY "ERROR: no se pudo regrabar el "
                        "articulo " ITEM-CODE ", status: "
                        WS-ITEM-STATUS
                    MOVE 16 TO RETURN-CODE
            END-REWRITE.
            COMPUTE WS-VARIANCE-VALUE =
                WS-VARIANCE * ITEM-LIST-PRICE.
            ADD WS-VARIANCE-VALUE TO WS-POSTED-VALUE.
            MOVE SPACES TO ADJUST-RECORD.
            MOVE ITEM-CODE TO ADJ-ITEM-CODE.
            MOVE WS-SYSTEM-QTY TO ADJ-SYSTEM-QTY.
            MOVE WS-COUNTED-QTY TO ADJ-COUNTED-QTY.
            MOVE WS-VARIANCE TO ADJ-VARIANCE.
            MOVE WS-VARIANCE-VALUE TO ADJ-VALUE.
            MOVE WS-ADJ-TYPE TO ADJ-TYPE.
            MOVE WS-ADJ-SUPERVISOR TO ADJ-SUPERVISOR.
            MOVE WS-ADJ-COUNTER TO ADJ-COUNTER.
            MOVE WS-ADJ-COUNT-DATE TO ADJ-COUNT-DATE.
            MOVE FUNCTION CURRENT-DATE TO ADJ-TIMESTAMP.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF ADJUST-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF ADJUST-RECORD.
            WRITE ADJUST-RECORD.

       READ-ITEM.
            READ ITEM-FILE
                INVALID KEY
                    SET ITEM-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    SET ITEM-FOUND TO TRUE
            END-READ.

       FIND-OPEN-PENDING.
            MOVE ZERO TO WS-PND-LOOKUP-IDX.
            PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                    UNTIL WS-PND-IDX > WS-PND-COUNT
                OR WS-PND-LOOKUP-IDX NOT = ZERO
                IF WS-PND-ITEM(WS-PND-IDX) = ITEM-CODE
                   AND PND-IS-OPEN(WS-PND-IDX)
                  MOVE WS-PND-IDX TO WS-PND-LOOKUP-IDX
                END-IF
            END-PERFORM.

       CHECK-ITEM-SEEN.
            MOVE "N" TO WS-SEEN-SW.
            PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                    UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                OR ITEM-ALREADY-SEEN
                IF WS-SEEN-ITEM(WS-SEEN-IDX) = ITEM-CODE
                  SET ITEM-ALREADY-SEEN TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ITEM-ALREADY-SEEN
              IF WS-SEEN-COUNT < 2000
                ADD 1 TO WS-SEEN-COUNT
                MOVE ITEM-CODE TO WS-SEEN-ITEM(WS-SEEN-COUNT)
              END-IF
            END-IF.

      * Regraba solo los pendientes que siguen en espera.
       WRITE-PENDING-VARIANCES.
            OPEN OUTPUT PENDING-OUT.
            IF WS-PENDOUT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir PENDING-OUT, status: "
                  WS-PENDOUT-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                      UNTIL WS-PND-IDX > WS-PND-COUNT
                  IF PND-IS-OPEN(WS-PND-IDX)
                    ADD 1 TO WS-STILL-PENDING
                    MOVE SPACES TO PENDING-OUT-RECORD
                    MOVE WS-PND-ITEM(WS-PND-IDX) TO PNDO-ITEM-CODE
                    MOVE WS-PND-SYSTEM(WS-PND-IDX) TO PNDO-SYSTEM-QTY
                    MOVE WS-PND-COUNTED(WS-PND-IDX) TO
                        PNDO-COUNTED-QTY
                    MOVE WS-PND-VARIANCE(WS-PND-IDX) TO PNDO-VARIANCE
                    MOVE WS-PND-COUNT-DATE(WS-PND-IDX) TO
                        PNDO-COUNT-DATE
                    MOVE WS-PND-COUNTER(WS-PND-IDX) TO PNDO-COUNTER
                    MOVE WS-PND-RUN-ID(WS-PND-IDX) TO
                        CAR-RUN-ID OF PENDING-OUT-RECORD
                    MOVE WS-PND-CYCLE(WS-PND-IDX) TO
                        CAR-CYCLE OF PENDING-OUT-RECORD
                    WRITE PENDING-OUT-RECORD
                  END-IF
              END-PERFORM
              CLOSE PENDING-OUT
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO REPORT-LINE.
            STRING "REPORTE DE DIFERENCIAS DE CONTEO CICLICO - "
                "CORRIDA " WS-RUN-ID " CICLO " WS-RUN-CYCLE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "ARTICULO DESCRIPCION           SISTEMA  CONTADO"
                "  DIFERENC   VALOR LISTA  DISPOSICION"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

      * Valor de la diferencia a precio de lista del maestro.
       WRITE-REPORT-DETAIL.
            COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * ITEM-LIST-PRICE.
            MOVE ITEM-CODE TO RPT-ITEM-CODE.
            IF ITEM-FOUND
              MOVE ITEM-DESC TO RPT-ITEM-DESC
            ELSE
              MOVE SPACES TO RPT-ITEM-DESC
            END-IF.
            MOVE WS-SYSTEM-QTY TO RPT-SYSTEM-QTY.
            MOVE WS-COUNTED-QTY TO RPT-COUNTED-QTY.
            MOVE WS-VARIANCE TO RPT-VARIANCE.
            MOVE WS-VARIANCE-VALUE TO RPT-VALUE.
            MOVE WS-DISPOSITION TO RPT-DISPOSITION.
            MOVE WS-RPT-DETAIL TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CONTEOS LEIDOS " WS-COUNTS-READ
                "  SIN DIFERENCIA " WS-NO-VARIANCE
                "  AUTOMATICOS " WS-AUTO-POSTED
                "  NUEVOS PENDIENTES " WS-NEW-PENDING
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "APROBADOS " WS-APPROVED
                "  RECHAZADOS " WS-REJECTED
                "  SIGUEN PENDIENTES " WS-STILL-PENDING
                "  CONTEOS NO POSTEADOS " WS-BAD-COUNTS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-POSTED-VALUE TO WS-BIG-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "VALOR NETO POSTEADO A PRECIO DE LISTA .: "
                WS-BIG-EDIT DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-PENDING-VALUE TO WS-BIG-EDIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "VALOR NETO NUEVO PENDIENTE DE SUPERV. .: "
                WS-BIG-EDIT DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "Conteos leidos ........: " WS-COUNTS-READ.
            DISPLAY "Ajustes automaticos ...: " WS-AUTO-POSTED.
            DISPLAY "Aprobados por superv. .: " WS-APPROVED.
            DISPLAY "Rechazados por superv. : " WS-REJECTED.
            DISPLAY "Pendientes de superv. .: " WS-STILL-PENDING.
       END PROGRAM CONTEO.
