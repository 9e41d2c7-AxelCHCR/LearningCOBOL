      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hojas de conteo ciclico. Emite las hojas que el
      *          almacen llena para CONTEO: si el archivo de seleccion
      *          (CNTSELDD) trae articulos, solo esos (conteo dirigido
      *          por una diferencia sospechada); si viene vacio, los
      *          siguientes N articulos activos del maestro a partir
      *          del ultimo contado en la vuelta anterior (CNTCTLDD),
      *          dando la vuelta al llegar al final, de modo que todo
      *          el maestro se cuenta cada tantas corridas. N llega por
      *          PARM (default 50). La hoja NO muestra el disponible
      *          del sistema para que el conteo sea ciego. El control
      *          de rotacion solo avanza en un conteo rotativo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJACONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SELECT-FILE ASSIGN TO CNTSELDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECT-STATUS.
           SELECT ROTATION-FILE ASSIGN TO CNTCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTATION-STATUS.
           SELECT SHEET-FILE ASSIGN TO CNTHOJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
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
      * Articulos a contar fuera de la rotacion.
       FD  SELECT-FILE.
       01  SELECT-RECORD.
           05 SEL-ITEM-CODE           PIC X(8).
      * Ultimo articulo contado por la rotacion y cuando.
       FD  ROTATION-FILE.
       01  ROTATION-RECORD.
           05 ROT-LAST-ITEM           PIC X(8).
           05 FILLER                  PIC X.
           05 ROT-LAST-DATE           PIC 9(8).
       FD  SHEET-FILE.
       01  SHEET-LINE                 PIC X(80).
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
       01  WS-SELECT-STATUS            PIC XX.
       01  WS-ROTATION-STATUS          PIC XX.
       01  WS-SHEET-STATUS             PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-FILE             VALUE "Y".
       01  WS-ITEM-SCAN-SWITCH         PIC X VALUE "N".
           88 END-OF-ITEM-SCAN        VALUE "Y".
       01  WS-WRAPPED-SW               PIC X VALUE "N".
           88 SCAN-WRAPPED            VALUE "Y".
       01  WS-PARM                     PIC X(40).
       01  WS-ITEMS-PER-RUN            PIC 9(5) VALUE 50.
       01  WS-START-KEY                PIC X(8) VALUE SPACES.
       01  WS-LAST-KEY                 PIC X(8) VALUE SPACES.
       01  WS-SHEET-ITEMS              PIC 9(5) VALUE ZERO.
       01  WS-SELECTED-READ            PIC 9(5) VALUE ZERO.
       01  WS-SELECTED-UNKNOWN         PIC 9(5) VALUE ZERO.
       01  WS-SHEET-DETAIL.
           05 SHD-ITEM-CODE           PIC X(8).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SHD-ITEM-DESC           PIC X(20).
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "___________".
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "___________".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== HOJAS DE CONTEO CICLICO (HOJACONT) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            PERFORM READ-ITEMS-PARM.
            OPEN INPUT ITEM-FILE.
            IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ITEM-FILE, status: "
                  WS-ITEM-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN OUTPUT SHEET-FILE
              PERFORM WRITE-SHEET-HEADING
              PERFORM WRITE-SELECTED-ITEMS
              IF WS-SELECTED-READ = ZERO
                PERFORM READ-ROTATION-CONTROL
                PERFORM WRITE-ROTATION-ITEMS
                PERFORM WRITE-ROTATION-CONTROL
              END-IF
              PERFORM WRITE-SHEET-FOOTING
              CLOSE SHEET-FILE
              CLOSE ITEM-FILE
            END-IF.
            DISPLAY "Articulos en hojas de conteo: " WS-SHEET-ITEMS.
            MOVE "FIN" TO WS-STEP-EVENT.
            MOVE WS-SHEET-ITEMS TO WS-STEP-RECORDS.
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
              MOVE "HOJACONT" TO JST-PROGRAM
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

      * Articulos por corrida via PARM; sin PARM o invalido queda el
      * default.
       READ-ITEMS-PARM.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
              IF FUNCTION NUMVAL(WS-PARM) > ZERO
                COMPUTE WS-ITEMS-PER-RUN = FUNCTION NUMVAL(WS-PARM)
              ELSE
                DISPLAY "PARM de articulos invalido: " WS-PARM
                    " - se usa el default de " WS-ITEMS-PER-RUN
              END-IF
            END-IF.

      * Conteo dirigido: cada articulo del archivo de seleccion, en
      * el orden en que viene. Un codigo que no esta en el maestro se
      * avisa y se omite.
       WRITE-SELECTED-ITEMS.
            OPEN INPUT SELECT-FILE.
            IF WS-SELECT-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-FILE
                  READ SELECT-FILE
                      AT END
                          SET END-OF-FILE TO TRUE
                      NOT AT END
                          IF SEL-ITEM-CODE NOT = SPACES
                            ADD 1 TO WS-SELECTED-READ
                            MOVE SEL-ITEM-CODE TO ITEM-CODE
                            READ ITEM-FILE
                                INVALID KEY
                                    ADD 1 TO WS-SELECTED-UNKNOWN
                                    DISPLAY "AVISO: articulo "
                                        SEL-ITEM-CODE
                                        " no esta en el maestro."
                                NOT INVALID KEY
                                    PERFORM WRITE-SHEET-DETAIL
                            END-READ
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SELECT-FILE
            END-IF.
            IF WS-SELECTED-READ > ZERO
              DISPLAY "Conteo dirigido: " WS-SELECTED-READ
                  " articulos seleccionados, " WS-SELECTED-UNKNOWN
                  " desconocidos; la rotacion no avanza."
            END-IF.

      * Sin control (primera vuelta) la rotacion empieza por el
      * principio del maestro.
       READ-ROTATION-CONTROL.
            MOVE SPACES TO WS-START-KEY.
            OPEN INPUT ROTATION-FILE.
            IF WS-ROTATION-STATUS = "00"
              READ ROTATION-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE ROT-LAST-ITEM TO WS-START-KEY
              END-READ
              CLOSE ROTATION-FILE
            END-IF.
            MOVE WS-START-KEY TO WS-LAST-KEY.

      * Siguientes N articulos activos despues del ultimo contado; al
      * llegar al final del maestro se sigue desde el principio hasta
      * alcanzar el punto de arranque, asi un maestro con menos de N
      * articulos sale completo una sola vez.
       WRITE-ROTATION-ITEMS.
            MOVE WS-START-KEY TO ITEM-CODE.
            START ITEM-FILE KEY > ITEM-CODE
                INVALID KEY
                    SET END-OF-ITEM-SCAN TO TRUE
            END-START.
            PERFORM UNTIL WS-SHEET-ITEMS >= WS-ITEMS-PER-RUN
                    OR (END-OF-ITEM-SCAN AND SCAN-WRAPPED)
                IF END-OF-ITEM-SCAN
                  SET SCAN-WRAPPED TO TRUE
                  MOVE "N" TO WS-ITEM-SCAN-SWITCH
                  MOVE LOW-VALUES TO ITEM-CODE
                  START ITEM-FILE KEY >= ITEM-CODE
                      INVALID KEY
                          SET END-OF-ITEM-SCAN TO TRUE
                  END-START
                END-IF
                IF NOT END-OF-ITEM-SCAN
                  READ ITEM-FILE NEXT RECORD
                      AT END
                          SET END-OF-ITEM-SCAN TO TRUE
                      NOT AT END
                          IF SCAN-WRAPPED
                             AND ITEM-CODE > WS-START-KEY
                            SET END-OF-ITEM-SCAN TO TRUE
                          ELSE
                            IF ITEM-STATUS NOT = "I"
                              PERFORM WRITE-SHEET-DETAIL
                              MOVE ITEM-CODE TO WS-LAST-KEY
                            END-IF
                          END-IF
                  END-READ
                END-IF
            END-PERFORM.

       WRITE-ROTATION-CONTROL.
            OPEN OUTPUT ROTATION-FILE.
            IF WS-ROTATION-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ROTATION-FILE, status: "
                  WS-ROTATION-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE SPACES TO ROTATION-RECORD
              MOVE WS-LAST-KEY TO ROT-LAST-ITEM
              MOVE WS-RUN-DATE-YYYYMMDD TO ROT-LAST-DATE
              WRITE ROTATION-RECORD
              CLOSE ROTATION-FILE
            END-IF.

       WRITE-SHEET-HEADING.
            MOVE SPACES TO SHEET-LINE.
            STRING "HOJA DE CONTEO CICLICO - CORRIDA " WS-RUN-ID
                " CICLO " WS-RUN-CYCLE
                DELIMITED BY SIZE INTO SHEET-LINE.
            WRITE SHEET-LINE.
            MOVE "CONTADOR: ____________   FECHA DE CONTEO: ________"
                TO SHEET-LINE.
            WRITE SHEET-LINE.
            MOVE SPACES TO SHEET-LINE.
            WRITE SHEET-LINE.
            MOVE SPACES TO SHEET-LINE.
            STRING "ARTICULO  DESCRIPCION           CANT. CONTADA  "
                "OBSERVACIONES" DELIMITED BY SIZE INTO SHEET-LINE.
            WRITE SHEET-LINE.

       WRITE-SHEET-DETAIL.
            ADD 1 TO WS-SHEET-ITEMS.
            MOVE ITEM-CODE TO SHD-ITEM-CODE.
            MOVE ITEM-DESC TO SHD-ITEM-DESC.
            MOVE WS-SHEET-DETAIL TO SHEET-LINE.
            WRITE SHEET-LINE.

       WRITE-SHEET-FOOTING.
            MOVE SPACES TO SHEET-LINE.
            WRITE SHEET-LINE.
            MOVE SPACES TO SHEET-LINE.
            STRING "TOTAL DE ARTICULOS A CONTAR: " WS-SHEET-ITEMS
                DELIMITED BY SIZE INTO SHEET-LINE.
            WRITE SHEET-LINE.
       END PROGRAM HOJACONT.
