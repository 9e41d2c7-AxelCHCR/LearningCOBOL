      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cotejo de solicitantes contra el historial de
      *          inscripciones antes del screening. CHECK-DUPLICATE-ID
      *          de DEPURA solo detecta un APP-ID repetido dentro del
      *          lote del dia: quien fue DENEGADO o dado de BAJA y
      *          vuelve con otro APP-ID se evaluaba como solicitante
      *          nuevo. Ahora ENRMAST guarda la fecha de nacimiento y
      *          este paso compara cada solicitante limpio (nombre
      *          normalizado: mayusculas, solo letras, sin espacios ni
      *          signos; mas fecha de nacimiento) contra todo el
      *          maestro y contra los solicitantes ya pasados en el
      *          mismo lote. Una coincidencia con otro APP-ID es un
      *          probable duplicado: no pasa al screening, se lista
      *          en el archivo de revision (DUPREVDD) con el APP-ID,
      *          tier y estado existentes, y queda retenido en el
      *          archivo de pendientes (DUPPNODD, que el JCL promueve
      *          y se vuelve a presentar concatenado al siguiente
      *          lote, como BACKORDER.PREV) hasta que el revisor lo
      *          libere en el archivo acumulado de liberaciones
      *          (DUPCLRDD): NUEVO = es otra persona y se evalua (y
      *          no se vuelve a retener), DUPLICADO = es la misma
      *          persona y se descarta. Los solicitantes que pasan se
      *          escriben en APPSCRDD, que es lo que lee CONDICIONALES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTEJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO APPLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICANT-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO ENRMSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-APP-ID
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO DUPCLRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-STATUS.
           SELECT SCREEN-FILE ASSIGN TO APPSCRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATUS.
           SELECT PENDING-OUT-FILE ASSIGN TO DUPPNODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO DUPREVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que APPLICANT-RECORD en condicionales.cbl (los
      * limpios de DEPURA y los retenidos de corridas anteriores).
       FD  APPLICANT-FILE.
       01  APPLICANT-RECORD.
           05 APP-ID                  PIC X(6).
           05 APP-NAME                PIC X(20).
           05 APP-DOB                 PIC X(8).
      * Mismo layout que ENROLL-RECORD en condicionales.cbl.
       FD  ENROLL-MASTER.
       01  ENROLL-RECORD.
           05 ENR-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 ENR-NAME                PIC X(20).
           05 FILLER                  PIC X.
           05 ENR-TIER                PIC X(10).
           05 FILLER                  PIC X.
           05 ENR-EFF-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 ENR-STATUS              PIC X(10).
           05 FILLER                  PIC X.
           05 ENR-DOB                 PIC X(8).
      * Liberaciones del revisor (acumulado): NUEVO deja pasar al
      * solicitante al screening, DUPLICADO lo descarta.
       FD  CLEARANCE-FILE.
       01  CLEARANCE-RECORD.
           05 CLR-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 CLR-DECISION            PIC X(10).
           05 FILLER                  PIC X.
           05 CLR-REVIEWER            PIC X(8).
           05 FILLER                  PIC X.
           05 CLR-DATE                PIC 9(8).
       FD  SCREEN-FILE.
       01  SCREEN-RECORD.
           05 SCR-ID                  PIC X(6).
           05 SCR-NAME                PIC X(20).
           05 SCR-DOB                 PIC X(8).
       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD.
           05 PND-ID                  PIC X(6).
           05 PND-NAME                PIC X(20).
           05 PND-DOB                 PIC X(8).
      * Un renglon por probable duplicado: el solicitante y el
      * registro con que coincidio (APP-ID, tier y estado).
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05 REV-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 REV-NAME                PIC X(20).
           05 FILLER                  PIC X.
           05 REV-DOB                 PIC X(8).
           05 FILLER                  PIC X.
           05 REV-MATCH-ID            PIC X(6).
           05 FILLER                  PIC X.
           05 REV-MATCH-TIER          PIC X(10).
           05 FILLER                  PIC X.
           05 REV-MATCH-STATUS        PIC X(10).
           05 FILLER                  PIC X.
           05 REV-ACTION              PIC X(10).
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
       01  WS-APPLICANT-STATUS         PIC XX.
       01  WS-ENROLL-STATUS            PIC XX.
       01  WS-CLEARANCE-STATUS         PIC XX.
       01  WS-SCREEN-STATUS            PIC XX.
       01  WS-PENDING-OUT-STATUS       PIC XX.
       01  WS-REVIEW-STATUS            PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-STEP-EVENT               PIC X(6).
       01  WS-STEP-RECORDS             PIC 9(7) VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(2) VALUE ZERO.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-APPLICANTS       VALUE "Y".
       01  WS-ENR-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-ENR-LOAD         VALUE "Y".
       01  WS-CLR-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-CLR-LOAD         VALUE "Y".
      * Liberaciones cargadas (la ultima de cada APP-ID manda).
       01  WS-CLR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CLR-TABLE.
           05 WS-CLR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CLR-IDX.
              10 WS-CLR-APP-ID         PIC X(6).
              10 WS-CLR-DECISION       PIC X(10).
       01  WS-CLR-DECISION-FOUND       PIC X(10).
      * Nombre normalizado: mayusculas y solo letras, para que
      * "Perez  Juan" y "PEREZ JUAN." coincidan.
       01  WS-NORM-SOURCE              PIC X(20).
       01  WS-NORM-NAME                PIC X(20).
       01  WS-NORM-IN-IDX              PIC 9(2) COMP.
       01  WS-NORM-OUT-IDX             PIC 9(2) COMP.
       01  WS-NORM-CHAR                PIC X.
      * Tabla hash de personas conocidas (maestro y pasados hoy) por
      * nombre normalizado + fecha de nacimiento (mismo esquema que la
      * tabla de ids vistos de depura.cbl; aqui la llave puede
      * repetirse y la busqueda sigue hasta un hueco).
       01  WS-PER-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 32768 TIMES.
              10 WS-PER-KEY            PIC X(28).
              10 WS-PER-APP-ID         PIC X(6).
              10 WS-PER-TIER           PIC X(10).
              10 WS-PER-STATUS         PIC X(10).
       01  WS-PER-SEARCH-KEY           PIC X(28).
       01  WS-PER-SEARCH-ID            PIC X(6).
       01  WS-PER-MATCH-IDX            PIC 9(8).
       01  WS-PER-FREE-IDX             PIC 9(8).
       01  WS-PER-SLOT                 PIC 9(8).
       01  WS-PER-HASH                 PIC 9(8) COMP.
       01  WS-PER-PROBES               PIC 9(8) COMP.
       01  WS-PER-CHAR-IDX             PIC 9(2) COMP.
       01  WS-NEW-APP-ID               PIC X(6).
       01  WS-NEW-TIER                 PIC X(10).
       01  WS-NEW-STATUS               PIC X(10).
       01  WS-REV-ACTION               PIC X(10).
      * Contadores.
       01  WS-MASTER-LOADED            PIC 9(7) VALUE ZERO.
       01  WS-MASTER-NO-DOB            PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-IN               PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-PASSED           PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-HELD             PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-CLEARED          PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-DISCARDED        PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== COTEJO DE SOLICITANTES (COTEJA) =====".
            PERFORM INIT-RUN-INFO.
            MOVE "INICIO" TO WS-STEP-EVENT.
            PERFORM WRITE-STEP-STATUS.
            MOVE SPACES TO WS-PER-TABLE.
            PERFORM LOAD-CLEARANCES.
            PERFORM LOAD-ENROLL-MASTER.
            OPEN INPUT APPLICANT-FILE.
            IF WS-APPLICANT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir APPLICANT-FILE, status: "
                  WS-APPLICANT-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              OPEN OUTPUT SCREEN-FILE
              OPEN OUTPUT PENDING-OUT-FILE
              OPEN OUTPUT REVIEW-FILE
              IF WS-SCREEN-STATUS NOT = "00"
                 OR WS-PENDING-OUT-STATUS NOT = "00"
                 OR WS-REVIEW-STATUS NOT = "00"
                DISPLAY "No se pudo abrir SCREEN/PENDING-OUT/REVIEW, "
                    "status: " WS-SCREEN-STATUS "/"
                    WS-PENDING-OUT-STATUS "/" WS-REVIEW-STATUS
                    " - no se coteja ningun solicitante."
                MOVE 16 TO RETURN-CODE
                CLOSE APPLICANT-FILE
                IF WS-SCREEN-STATUS = "00"
                  CLOSE SCREEN-FILE
                END-IF
                IF WS-PENDING-OUT-STATUS = "00"
                  CLOSE PENDING-OUT-FILE
                END-IF
                IF WS-REVIEW-STATUS = "00"
                  CLOSE REVIEW-FILE
                END-IF
              ELSE
                PERFORM UNTIL END-OF-APPLICANTS
                    READ APPLICANT-FILE
                        AT END
                            SET END-OF-APPLICANTS TO TRUE
                        NOT AT END
                            PERFORM MATCH-APPLICANT
                    END-READ
                END-PERFORM
                CLOSE APPLICANT-FILE
                CLOSE SCREEN-FILE
                CLOSE PENDING-OUT-FILE
                CLOSE REVIEW-FILE
                PERFORM DISPLAY-MATCH-SUMMARY
              END-IF
              MOVE "FIN" TO WS-STEP-EVENT
              MOVE WS-RECORDS-IN TO WS-STEP-RECORDS
              MOVE RETURN-CODE TO WS-STEP-RC
              PERFORM WRITE-STEP-STATUS
            END-IF.
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
              MOVE "COTEJA" TO JST-PROGRAM
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

      * El archivo de liberaciones es acumulado; si un APP-ID trae
      * varias, la ultima registrada es la que vale.
       LOAD-CLEARANCES.
            OPEN INPUT CLEARANCE-FILE.
            IF WS-CLEARANCE-STATUS = "00"
              PERFORM UNTIL END-OF-CLR-LOAD
                  READ CLEARANCE-FILE
                      AT END
                          SET END-OF-CLR-LOAD TO TRUE
                      NOT AT END
                          PERFORM STORE-CLEARANCE
                  END-READ
              END-PERFORM
              CLOSE CLEARANCE-FILE
              DISPLAY "Liberaciones cargadas: " WS-CLR-COUNT
            ELSE
              DISPLAY "Sin archivo de liberaciones, status: "
                  WS-CLEARANCE-STATUS
            END-IF.

       STORE-CLEARANCE.
            IF CLR-DECISION NOT = "NUEVO"
               AND CLR-DECISION NOT = "DUPLICADO"
              DISPLAY "AVISO: liberacion invalida para " CLR-APP-ID
                  " (" CLR-DECISION "); se ignora."
            ELSE
              MOVE CLR-APP-ID TO WS-PER-SEARCH-ID
              PERFORM FIND-CLEARANCE
              IF WS-CLR-DECISION-FOUND = SPACES
                IF WS-CLR-COUNT >= 5000
                  DISPLAY "ERROR: tabla de liberaciones llena "
                      "(5000), abortando para no retener ni pasar "
                      "a quien ya fue revisado."
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF
                ADD 1 TO WS-CLR-COUNT
                SET WS-CLR-IDX TO WS-CLR-COUNT
                MOVE CLR-APP-ID TO WS-CLR-APP-ID(WS-CLR-IDX)
              END-IF
              MOVE CLR-DECISION TO WS-CLR-DECISION(WS-CLR-IDX)
            END-IF.

      * Deja en WS-CLR-DECISION-FOUND la liberacion del APP-ID en
      * WS-PER-SEARCH-ID (espacios si no tiene) y WS-CLR-IDX en su
      * renglon.
       FIND-CLEARANCE.
            MOVE SPACES TO WS-CLR-DECISION-FOUND.
            PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                    UNTIL WS-CLR-IDX > WS-CLR-COUNT
                OR WS-CLR-DECISION-FOUND NOT = SPACES
                IF WS-CLR-APP-ID(WS-CLR-IDX) = WS-PER-SEARCH-ID
                  MOVE WS-CLR-DECISION(WS-CLR-IDX) TO
                      WS-CLR-DECISION-FOUND
                END-IF
            END-PERFORM.
            IF WS-CLR-DECISION-FOUND NOT = SPACES
              SET WS-CLR-IDX DOWN BY 1
            END-IF.

      * Carga todo el maestro de inscripciones a la tabla de personas.
      * Los registros anteriores a que el maestro guardara la fecha de
      * nacimiento no tienen con que cotejarse y se cuentan aparte.
       LOAD-ENROLL-MASTER.
            OPEN INPUT ENROLL-MASTER.
            IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ENROLL-MASTER, status: "
                  WS-ENROLL-STATUS
                  " - abortando, preparar la copia de trabajo."
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM UNTIL END-OF-ENR-LOAD
                READ ENROLL-MASTER
                    AT END
                        SET END-OF-ENR-LOAD TO TRUE
                    NOT AT END
                        IF ENR-DOB IS NUMERIC
                           AND ENR-DOB NOT = ZERO
                          MOVE ENR-NAME TO WS-NORM-SOURCE
                          PERFORM NORMALIZE-NAME
                          MOVE SPACES TO WS-PER-SEARCH-KEY
                          STRING WS-NORM-NAME ENR-DOB
                              DELIMITED BY SIZE INTO WS-PER-SEARCH-KEY
                          MOVE ENR-APP-ID TO WS-NEW-APP-ID
                          MOVE ENR-TIER TO WS-NEW-TIER
                          MOVE ENR-STATUS TO WS-NEW-STATUS
                          PERFORM ADD-PERSON
                          ADD 1 TO WS-MASTER-LOADED
                        ELSE
                          ADD 1 TO WS-MASTER-NO-DOB
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENROLL-MASTER.
            DISPLAY "Inscritos cargados para cotejo: " WS-MASTER-LOADED.
            IF WS-MASTER-NO-DOB > ZERO
              DISPLAY "Inscritos sin fecha de nacimiento (no se "
                  "cotejan): " WS-MASTER-NO-DOB
            END-IF.

      * Una liberacion DUPLICADO descarta al solicitante; NUEVO lo
      * pasa sin cotejar. Sin liberacion, una coincidencia con otro
      * APP-ID lo retiene; si no coincide, pasa y se agrega a la
      * tabla para cotejar al resto del lote contra el.
       MATCH-APPLICANT.
            ADD 1 TO WS-RECORDS-IN.
            MOVE APP-ID TO WS-PER-SEARCH-ID.
            PERFORM FIND-CLEARANCE.
            MOVE APP-NAME TO WS-NORM-SOURCE.
            PERFORM NORMALIZE-NAME.
            MOVE SPACES TO WS-PER-SEARCH-KEY.
            STRING WS-NORM-NAME APP-DOB
                DELIMITED BY SIZE INTO WS-PER-SEARCH-KEY.
            EVALUATE TRUE
              WHEN WS-CLR-DECISION-FOUND = "DUPLICADO"
                PERFORM FIND-PERSON
                PERFORM DISCARD-APPLICANT
              WHEN WS-CLR-DECISION-FOUND = "NUEVO"
                ADD 1 TO WS-RECORDS-CLEARED
                PERFORM PASS-APPLICANT
              WHEN OTHER
                PERFORM FIND-PERSON
                IF WS-PER-MATCH-IDX NOT = ZERO
                  PERFORM HOLD-APPLICANT
                ELSE
                  PERFORM PASS-APPLICANT
                END-IF
            END-EVALUATE.

       PASS-APPLICANT.
            ADD 1 TO WS-RECORDS-PASSED.
            MOVE SPACES TO SCREEN-RECORD.
            MOVE APP-ID TO SCR-ID.
            MOVE APP-NAME TO SCR-NAME.
            MOVE APP-DOB TO SCR-DOB.
            WRITE SCREEN-RECORD.
            MOVE APP-ID TO WS-NEW-APP-ID.
            MOVE SPACES TO WS-NEW-TIER.
            MOVE "EN LOTE" TO WS-NEW-STATUS.
            PERFORM ADD-PERSON.

       HOLD-APPLICANT.
            ADD 1 TO WS-RECORDS-HELD.
            MOVE SPACES TO PENDING-OUT-RECORD.
            MOVE APP-ID TO PND-ID.
            MOVE APP-NAME TO PND-NAME.
            MOVE APP-DOB TO PND-DOB.
            WRITE PENDING-OUT-RECORD.
            MOVE "RETENIDO" TO WS-REV-ACTION.
            PERFORM WRITE-REVIEW-RECORD.
            DISPLAY "Probable duplicado " APP-ID " " APP-NAME
                " coincide con " WS-PER-APP-ID(WS-PER-MATCH-IDX)
                " - retenido para revision.".

       DISCARD-APPLICANT.
            ADD 1 TO WS-RECORDS-DISCARDED.
            MOVE "DESCARTADO" TO WS-REV-ACTION.
            PERFORM WRITE-REVIEW-RECORD.
            DISPLAY "Duplicado confirmado " APP-ID " " APP-NAME
                " - descartado, no se evalua.".

      * WS-REV-ACTION ya viene puesta por el llamador.
       WRITE-REVIEW-RECORD.
            MOVE SPACES TO REVIEW-RECORD.
            MOVE APP-ID TO REV-APP-ID.
            MOVE APP-NAME TO REV-NAME.
            MOVE APP-DOB TO REV-DOB.
            IF WS-PER-MATCH-IDX NOT = ZERO
              MOVE WS-PER-APP-ID(WS-PER-MATCH-IDX) TO REV-MATCH-ID
              MOVE WS-PER-TIER(WS-PER-MATCH-IDX) TO REV-MATCH-TIER
              MOVE WS-PER-STATUS(WS-PER-MATCH-IDX) TO
                  REV-MATCH-STATUS
            ELSE
              MOVE SPACES TO REV-MATCH-ID
              MOVE SPACES TO REV-MATCH-TIER
              MOVE SPACES TO REV-MATCH-STATUS
            END-IF.
            MOVE WS-RUN-ID TO CAR-RUN-ID OF REVIEW-RECORD.
            MOVE WS-RUN-CYCLE TO CAR-CYCLE OF REVIEW-RECORD.
            MOVE WS-REV-ACTION TO REV-ACTION.
            WRITE REVIEW-RECORD.

      * Copia de WS-NORM-SOURCE a WS-NORM-NAME solo las letras, en
      * mayusculas y juntas.
       NORMALIZE-NAME.
            MOVE SPACES TO WS-NORM-NAME.
            MOVE ZERO TO WS-NORM-OUT-IDX.
            INSPECT WS-NORM-SOURCE CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM VARYING WS-NORM-IN-IDX FROM 1 BY 1
                    UNTIL WS-NORM-IN-IDX > 20
                MOVE WS-NORM-SOURCE(WS-NORM-IN-IDX:1) TO WS-NORM-CHAR
                IF WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z"
                  ADD 1 TO WS-NORM-OUT-IDX
                  MOVE WS-NORM-CHAR TO
                      WS-NORM-NAME(WS-NORM-OUT-IDX:1)
                END-IF
            END-PERFORM.

      * Alta en la tabla de personas en el primer hueco de la cadena
      * de su llave (la llave puede repetirse).
       ADD-PERSON.
            PERFORM COMPUTE-PER-HASH.
            MOVE ZERO TO WS-PER-FREE-IDX.
            MOVE ZERO TO WS-PER-PROBES.
            COMPUTE WS-PER-SLOT = WS-PER-HASH + 1.
            PERFORM UNTIL WS-PER-FREE-IDX NOT = ZERO
                OR WS-PER-PROBES >= 32768
                IF WS-PER-KEY(WS-PER-SLOT) = SPACES
                  MOVE WS-PER-SLOT TO WS-PER-FREE-IDX
                ELSE
                  ADD 1 TO WS-PER-PROBES
                  ADD 1 TO WS-PER-SLOT
                  IF WS-PER-SLOT > 32768
                    MOVE 1 TO WS-PER-SLOT
                  END-IF
                END-IF
            END-PERFORM.
            IF WS-PER-COUNT >= 25000 OR WS-PER-FREE-IDX = ZERO
              DISPLAY "ERROR: tabla de personas llena (25000), "
                  "abortando para no dejar pasar duplicados."
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            ADD 1 TO WS-PER-COUNT.
            MOVE WS-PER-SEARCH-KEY TO WS-PER-KEY(WS-PER-FREE-IDX).
            MOVE WS-NEW-APP-ID TO WS-PER-APP-ID(WS-PER-FREE-IDX).
            MOVE WS-NEW-TIER TO WS-PER-TIER(WS-PER-FREE-IDX).
            MOVE WS-NEW-STATUS TO WS-PER-STATUS(WS-PER-FREE-IDX).

      * Busca la llave en turno con un APP-ID distinto al del
      * solicitante (el mismo APP-ID es su propia re-evaluacion, no
      * un duplicado). Deja el renglon en WS-PER-MATCH-IDX.
       FIND-PERSON.
            PERFORM COMPUTE-PER-HASH.
            MOVE ZERO TO WS-PER-MATCH-IDX.
            MOVE ZERO TO WS-PER-FREE-IDX.
            MOVE ZERO TO WS-PER-PROBES.
            COMPUTE WS-PER-SLOT = WS-PER-HASH + 1.
            PERFORM UNTIL WS-PER-MATCH-IDX NOT = ZERO
                OR WS-PER-FREE-IDX NOT = ZERO
                OR WS-PER-PROBES >= 32768
                EVALUATE TRUE
                  WHEN WS-PER-KEY(WS-PER-SLOT) = SPACES
                    MOVE WS-PER-SLOT TO WS-PER-FREE-IDX
                  WHEN WS-PER-KEY(WS-PER-SLOT) = WS-PER-SEARCH-KEY
                   AND WS-PER-APP-ID(WS-PER-SLOT) NOT = APP-ID
                    MOVE WS-PER-SLOT TO WS-PER-MATCH-IDX
                  WHEN OTHER
                    ADD 1 TO WS-PER-PROBES
                    ADD 1 TO WS-PER-SLOT
                    IF WS-PER-SLOT > 32768
                      MOVE 1 TO WS-PER-SLOT
                    END-IF
                END-EVALUATE
            END-PERFORM.

       COMPUTE-PER-HASH.
            MOVE ZERO TO WS-PER-HASH.
            PERFORM VARYING WS-PER-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-PER-CHAR-IDX > 28
                COMPUTE WS-PER-HASH = FUNCTION MOD(
                    WS-PER-HASH * 31 + FUNCTION ORD(
                        WS-PER-SEARCH-KEY(WS-PER-CHAR-IDX:1)), 32768)
            END-PERFORM.

       DISPLAY-MATCH-SUMMARY.
            DISPLAY "===== RESUMEN DE COTEJO =====".
            DISPLAY "Solicitantes leidos ..: " WS-RECORDS-IN.
            DISPLAY "Pasan al screening ...: " WS-RECORDS-PASSED.
            DISPLAY "  liberados (NUEVO) ..: " WS-RECORDS-CLEARED.
            DISPLAY "Retenidos p/revision .: " WS-RECORDS-HELD.
            DISPLAY "Descartados (DUPLIC.) : " WS-RECORDS-DISCARDED.
       END PROGRAM COTEJA.
