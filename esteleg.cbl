      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estadisticas mensuales del programa de elegibilidad.
      *          Cada mes la direccion pregunta cuantos solicitantes
      *          se evaluaron, cuantos entraron a cada tier, cuantos
      *          se negaron y cuantos se revirtieron por apelacion, y
      *          alguien contaba el AUDITLOG a mano. Este programa lee
      *          los registros de auditoria de CONDICIONALES del mes
      *          solicitado (PARM YYYYMM, default el mes de la fecha de
      *          corrida, mismo criterio que ESTADOCTA; se salta el
      *          trailer de control) y reporta: volumen por codigo de
      *          razon, decisiones y tasa de aprobacion, distribucion
      *          por rango de edad, overrides por supervisor y cuantos
      *          de ellos revirtieron una negativa. Del maestro de
      *          inscripciones (ENRMAST) toma los inscritos ACTIVOs al
      *          cierre (la foto del maestro al correr, a inicio del
      *          mes siguiente) por tier, y las bajas decididas en el
      *          mes. Contra la foto del mes anterior, que guarda en
      *          su historia (ESTHSTDD, un renglon por mes), calcula
      *          el cambio neto de activos y las altas netas (cambio
      *          neto mas bajas).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTELEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO AUDITDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO ENRMSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-APP-ID
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT STATS-HISTORY-FILE ASSIGN TO ESTHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STATS-REPORT ASSIGN TO ESTRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que AUDIT-RECORD / AUDIT-CTL-RECORD en
      * condicionales.cbl.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-APP-ID              PIC X(6).
           05 FILLER                  PIC X.
           05 AUD-EDAD                PIC 9(3).
           05 FILLER                  PIC X.
           05 AUD-DECISION            PIC X(10).
           05 FILLER                  PIC X.
           05 AUD-REASON-CODE         PIC X(9).
           05 FILLER                  PIC X.
           05 AUD-OVERRIDE-SUP        PIC X(8).
           05 FILLER                  PIC X.
           05 AUD-RUN-DATETIME        PIC X(21).
           COPY AUDITTRL.
       01  AUDIT-CTL-RECORD.
           COPY CTLTRAIL.
           COPY AUDITTRL.
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
           05 ENR-DOB                 PIC 9(8).
      * Foto mensual de inscritos activos, base de la comparacion
      * contra el mes anterior.
       FD  STATS-HISTORY-FILE.
       01  STATS-HISTORY-RECORD.
           05 ESH-MONTH               PIC 9(6).
           05 FILLER                  PIC X.
           05 ESH-ACTIVE              PIC 9(7).
           05 FILLER                  PIC X.
           05 ESH-ACTIVE-TIER1        PIC 9(7).
           05 FILLER                  PIC X.
           05 ESH-ACTIVE-TIER2        PIC 9(7).
           COPY AUDITTRL.
       FD  STATS-REPORT.
       01  REPORT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-ENROLL-STATUS            PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       COPY RUNDATE.
       01  WS-PARM                     PIC X(40).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YYYY           PIC 9(4).
           05 WS-REPORT-MM             PIC 9(2).
       01  WS-PRIOR-MONTH              PIC 9(6).
       01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YYYY            PIC 9(4).
           05 WS-PRIOR-MM              PIC 9(2).
       01  WS-AUD-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-AUDIT            VALUE "Y".
       01  WS-ENR-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-ENROLLEES        VALUE "Y".
       01  WS-HST-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-HISTORY          VALUE "Y".
      * Volumen por codigo de razon.
       01  WS-RSN-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 50 TIMES INDEXED BY WS-RSN-IDX.
              10 WS-RSN-CODE           PIC X(9).
              10 WS-RSN-TALLY          PIC 9(7).
       01  WS-RSN-LOOKUP-IDX           PIC 9(3).
      * Overrides por supervisor.
       01  WS-SUP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 100 TIMES INDEXED BY WS-SUP-IDX.
              10 WS-SUP-ID             PIC X(8).
              10 WS-SUP-TALLY          PIC 9(7).
              10 WS-SUP-APPROVED       PIC 9(7).
       01  WS-SUP-LOOKUP-IDX           PIC 9(3).
      * Rangos de edad: <50, 50-64, 65-74, 75-84, 85 o mas.
       01  WS-AGE-BANDS.
           05 WS-AGE-TALLY             PIC 9(7) OCCURS 5 TIMES
                                       VALUE ZERO.
       01  WS-AGE-BAND-NAMES-X.
           05 FILLER                   PIC X(10) VALUE "MENOR A 50".
           05 FILLER                   PIC X(10) VALUE "50 A 64".
           05 FILLER                   PIC X(10) VALUE "65 A 74".
           05 FILLER                   PIC X(10) VALUE "75 A 84".
           05 FILLER                   PIC X(10) VALUE "85 O MAS".
       01  WS-AGE-BAND-NAMES REDEFINES WS-AGE-BAND-NAMES-X.
           05 WS-AGE-BAND-NAME         PIC X(10) OCCURS 5 TIMES.
       01  WS-AGE-IDX                  PIC 9.
      * Totales del mes.
       01  WS-AUDIT-READ               PIC 9(9) VALUE ZERO.
       01  WS-SCREENED                 PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-TIER1           PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-TIER2           PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-OTHER           PIC 9(7) VALUE ZERO.
       01  WS-DENIED                   PIC 9(7) VALUE ZERO.
       01  WS-OVERRIDES                PIC 9(7) VALUE ZERO.
       01  WS-OVERTURNED               PIC 9(7) VALUE ZERO.
       01  WS-APPROVAL-RATE            PIC 9(3)V9.
      * Foto del maestro y comparacion con el mes anterior.
       01  WS-ACTIVE-NOW               PIC 9(7) VALUE ZERO.
       01  WS-ACTIVE-TIER1             PIC 9(7) VALUE ZERO.
       01  WS-ACTIVE-TIER2             PIC 9(7) VALUE ZERO.
       01  WS-DROPS-IN-MONTH           PIC 9(7) VALUE ZERO.
       01  WS-ENROLLEES-READ           PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-FOUND-SW           PIC X VALUE "N".
           88 PRIOR-SNAPSHOT-FOUND    VALUE "Y".
       01  WS-CURRENT-FOUND-SW         PIC X VALUE "N".
           88 CURRENT-SNAPSHOT-FOUND  VALUE "Y".
       01  WS-ACTIVE-PRIOR             PIC 9(7) VALUE ZERO.
       01  WS-NET-CHANGE               PIC S9(7) VALUE ZERO.
       01  WS-NET-ADDS                 PIC S9(7) VALUE ZERO.
      * Campos editados del reporte.
       01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDIT-2             PIC Z,ZZZ,ZZ9.
       01  WS-SIGNED-EDIT              PIC -,---,--9.
       01  WS-PCT-EDIT                 PIC ZZ9.9.
       01  WS-WORK-LINE                PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== ESTADISTICAS ELEGIBILIDAD (ESTELEG) =====".
            PERFORM INIT-RUN-INFO.
            PERFORM READ-MONTH-PARM.
            OPEN INPUT AUDIT-LOG.
            IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir AUDIT-LOG, status: "
                  WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM UNTIL END-OF-AUDIT
                READ AUDIT-LOG
                    AT END
                        SET END-OF-AUDIT TO TRUE
                    NOT AT END
                        PERFORM TALLY-AUDIT-RECORD
                END-READ
            END-PERFORM.
            CLOSE AUDIT-LOG.
            OPEN INPUT ENROLL-MASTER.
            IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ENROLL-MASTER, status: "
                  WS-ENROLL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM UNTIL END-OF-ENROLLEES
                READ ENROLL-MASTER
                    AT END
                        SET END-OF-ENROLLEES TO TRUE
                    NOT AT END
                        PERFORM TALLY-ENROLLEE
                END-READ
            END-PERFORM.
            CLOSE ENROLL-MASTER.
            PERFORM LOAD-PRIOR-SNAPSHOT.
            OPEN OUTPUT STATS-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir STATS-REPORT, status: "
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM WRITE-DECISION-SECTION.
            PERFORM WRITE-REASON-SECTION.
            PERFORM WRITE-AGE-SECTION.
            PERFORM WRITE-SUPERVISOR-SECTION.
            PERFORM WRITE-ENROLLMENT-SECTION.
            CLOSE STATS-REPORT.
            PERFORM SAVE-MONTH-SNAPSHOT.
            DISPLAY "Registros de auditoria leidos: " WS-AUDIT-READ.
            DISPLAY "Evaluados en el mes .........: " WS-SCREENED.
            DISPLAY "Activos al cierre ...........: " WS-ACTIVE-NOW.
            GOBACK.

       INIT-RUN-INFO.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-YYYYMMDD.
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-ID.
            MOVE 1 TO WS-RUN-CYCLE.

      * El mes a reportar viene en el PARM como YYYYMM; sin PARM (o
      * invalido) se reporta el mes de la fecha de corrida.
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
            IF WS-REPORT-MM = 1
              COMPUTE WS-PRIOR-YYYY = WS-REPORT-YYYY - 1
              MOVE 12 TO WS-PRIOR-MM
            ELSE
              MOVE WS-REPORT-YYYY TO WS-PRIOR-YYYY
              COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
            END-IF.
            DISPLAY "Mes a reportar: " WS-REPORT-MONTH.

      * Solo cuentan las decisiones de corridas del mes; el trailer de
      * control no es una decision.
       TALLY-AUDIT-RECORD.
            ADD 1 TO WS-AUDIT-READ.
            IF CTL-MARKER OF AUDIT-CTL-RECORD = "*CONTROL*"
              CONTINUE
            ELSE
              IF CAR-RUN-ID OF AUDIT-RECORD(1:6) = WS-REPORT-MONTH
                PERFORM TALLY-DECISION
              END-IF
            END-IF.

       TALLY-DECISION.
            ADD 1 TO WS-SCREENED.
            EVALUATE AUD-DECISION
              WHEN "TIER1"
                ADD 1 TO WS-APPROVED-TIER1
              WHEN "TIER2"
                ADD 1 TO WS-APPROVED-TIER2
              WHEN "DENEGADO"
                ADD 1 TO WS-DENIED
              WHEN OTHER
                ADD 1 TO WS-APPROVED-OTHER
            END-EVALUATE.
            PERFORM TALLY-REASON.
            EVALUATE TRUE
              WHEN AUD-EDAD < 50
                MOVE 1 TO WS-AGE-IDX
              WHEN AUD-EDAD < 65
                MOVE 2 TO WS-AGE-IDX
              WHEN AUD-EDAD < 75
                MOVE 3 TO WS-AGE-IDX
              WHEN AUD-EDAD < 85
                MOVE 4 TO WS-AGE-IDX
              WHEN OTHER
                MOVE 5 TO WS-AGE-IDX
            END-EVALUATE.
            ADD 1 TO WS-AGE-TALLY(WS-AGE-IDX).
            IF AUD-REASON-CODE = "R-OVR"
              ADD 1 TO WS-OVERRIDES
              PERFORM TALLY-SUPERVISOR
            END-IF.

       TALLY-REASON.
            MOVE ZERO TO WS-RSN-LOOKUP-IDX.
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                    UNTIL WS-RSN-IDX > WS-RSN-COUNT
                OR WS-RSN-LOOKUP-IDX NOT = ZERO
                IF WS-RSN-CODE(WS-RSN-IDX) = AUD-REASON-CODE
                  MOVE WS-RSN-IDX TO WS-RSN-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-RSN-LOOKUP-IDX = ZERO
              IF WS-RSN-COUNT >= 50
                DISPLAY "ERROR: tabla de codigos de razon llena (50), "
                    "abortando para no dejar fuera " AUD-REASON-CODE
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              ADD 1 TO WS-RSN-COUNT
              MOVE WS-RSN-COUNT TO WS-RSN-LOOKUP-IDX
              MOVE AUD-REASON-CODE TO WS-RSN-CODE(WS-RSN-LOOKUP-IDX)
              MOVE ZERO TO WS-RSN-TALLY(WS-RSN-LOOKUP-IDX)
            END-IF.
            ADD 1 TO WS-RSN-TALLY(WS-RSN-LOOKUP-IDX).

      * Un override que dejo al solicitante en un tier es una negativa
      * revertida por apelacion.
       TALLY-SUPERVISOR.
            MOVE ZERO TO WS-SUP-LOOKUP-IDX.
            PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                    UNTIL WS-SUP-IDX > WS-SUP-COUNT
                OR WS-SUP-LOOKUP-IDX NOT = ZERO
                IF WS-SUP-ID(WS-SUP-IDX) = AUD-OVERRIDE-SUP
                  MOVE WS-SUP-IDX TO WS-SUP-LOOKUP-IDX
                END-IF
            END-PERFORM.
            IF WS-SUP-LOOKUP-IDX = ZERO
              IF WS-SUP-COUNT >= 100
                DISPLAY "ERROR: tabla de supervisores llena (100), "
                    "abortando para no dejar fuera a "
                    AUD-OVERRIDE-SUP
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              ADD 1 TO WS-SUP-COUNT
              MOVE WS-SUP-COUNT TO WS-SUP-LOOKUP-IDX
              MOVE AUD-OVERRIDE-SUP TO WS-SUP-ID(WS-SUP-LOOKUP-IDX)
              MOVE ZERO TO WS-SUP-TALLY(WS-SUP-LOOKUP-IDX)
              MOVE ZERO TO WS-SUP-APPROVED(WS-SUP-LOOKUP-IDX)
            END-IF.
            ADD 1 TO WS-SUP-TALLY(WS-SUP-LOOKUP-IDX).
            IF AUD-DECISION NOT = "DENEGADO"
              ADD 1 TO WS-SUP-APPROVED(WS-SUP-LOOKUP-IDX)
              ADD 1 TO WS-OVERTURNED
            END-IF.

      * Foto del maestro: activos por tier, y bajas cuya decision
      * (ENR-EFF-DATE) cae en el mes reportado.
       TALLY-ENROLLEE.
            ADD 1 TO WS-ENROLLEES-READ.
            EVALUATE ENR-STATUS
              WHEN "ACTIVO"
                ADD 1 TO WS-ACTIVE-NOW
                IF ENR-TIER = "TIER1"
                  ADD 1 TO WS-ACTIVE-TIER1
                END-IF
                IF ENR-TIER = "TIER2"
                  ADD 1 TO WS-ACTIVE-TIER2
                END-IF
              WHEN "BAJA"
                IF ENR-EFF-DATE(1:6) = WS-REPORT-MONTH
                  ADD 1 TO WS-DROPS-IN-MONTH
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * Busca en la historia la foto del mes anterior y si la del mes
      * reportado ya existe (rerun: no se vuelve a guardar). Sin
      * historia, el primer mes no tiene contra que comparar.
       LOAD-PRIOR-SNAPSHOT.
            OPEN INPUT STATS-HISTORY-FILE.
            IF WS-HISTORY-STATUS = "00"
              PERFORM UNTIL END-OF-HISTORY
                  READ STATS-HISTORY-FILE
                      AT END
                          SET END-OF-HISTORY TO TRUE
                      NOT AT END
                          IF ESH-MONTH = WS-PRIOR-MONTH
                            SET PRIOR-SNAPSHOT-FOUND TO TRUE
                            MOVE ESH-ACTIVE TO WS-ACTIVE-PRIOR
                          END-IF
                          IF ESH-MONTH = WS-REPORT-MONTH
                            SET CURRENT-SNAPSHOT-FOUND TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE STATS-HISTORY-FILE
            END-IF.
            IF PRIOR-SNAPSHOT-FOUND
              COMPUTE WS-NET-CHANGE = WS-ACTIVE-NOW - WS-ACTIVE-PRIOR
              COMPUTE WS-NET-ADDS = WS-NET-CHANGE + WS-DROPS-IN-MONTH
            END-IF.

       SAVE-MONTH-SNAPSHOT.
            IF CURRENT-SNAPSHOT-FOUND
              DISPLAY "La foto del mes " WS-REPORT-MONTH
                  " ya estaba en la historia; no se vuelve a grabar."
            ELSE
              OPEN EXTEND STATS-HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
                OPEN OUTPUT STATS-HISTORY-FILE
              END-IF
              IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "No se pudo abrir STATS-HISTORY-FILE, status: "
                    WS-HISTORY-STATUS
                MOVE 12 TO RETURN-CODE
              ELSE
                MOVE SPACES TO STATS-HISTORY-RECORD
                MOVE WS-REPORT-MONTH TO ESH-MONTH
                MOVE WS-ACTIVE-NOW TO ESH-ACTIVE
                MOVE WS-ACTIVE-TIER1 TO ESH-ACTIVE-TIER1
                MOVE WS-ACTIVE-TIER2 TO ESH-ACTIVE-TIER2
                MOVE WS-RUN-ID TO CAR-RUN-ID OF STATS-HISTORY-RECORD
                MOVE WS-RUN-CYCLE TO CAR-CYCLE OF STATS-HISTORY-RECORD
                WRITE STATS-HISTORY-RECORD
                CLOSE STATS-HISTORY-FILE
              END-IF
            END-IF.

       WRITE-REPORT-HEADER.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "ESTADISTICAS DEL PROGRAMA DE ELEGIBILIDAD - MES "
                WS-REPORT-MONTH " (corrida " WS-RUN-ID ")"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-DECISION-SECTION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "DECISIONES DEL MES" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-SCREENED TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  EVALUADOS .............: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-APPROVED-TIER1 TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  APROBADOS TIER1 .......: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-APPROVED-TIER2 TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  APROBADOS TIER2 .......: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-APPROVED-OTHER > ZERO
              MOVE WS-APPROVED-OTHER TO WS-COUNT-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  OTRAS DECISIONES ......: " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
            END-IF.
            MOVE WS-DENIED TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  DENEGADOS .............: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-APPROVAL-RATE.
            IF WS-SCREENED > ZERO
              COMPUTE WS-APPROVAL-RATE ROUNDED =
                  (WS-APPROVED-TIER1 + WS-APPROVED-TIER2) * 100
                  / WS-SCREENED
            END-IF.
            MOVE WS-APPROVAL-RATE TO WS-PCT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  TASA DE APROBACION ....: " WS-PCT-EDIT " %"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-OVERRIDES TO WS-COUNT-EDIT.
            MOVE WS-OVERTURNED TO WS-COUNT-EDIT-2.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  OVERRIDES DE APELACION : " WS-COUNT-EDIT
                "   REVERTIDAS A TIER: " WS-COUNT-EDIT-2
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-REASON-SECTION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "VOLUMEN POR CODIGO DE RAZON" TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                    UNTIL WS-RSN-IDX > WS-RSN-COUNT
                MOVE WS-RSN-TALLY(WS-RSN-IDX) TO WS-COUNT-EDIT
                MOVE SPACES TO WS-WORK-LINE
                STRING "  " WS-RSN-CODE(WS-RSN-IDX) " ...........: "
                    WS-COUNT-EDIT
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

       WRITE-AGE-SECTION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "DISTRIBUCION POR EDAD" TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                    UNTIL WS-AGE-IDX > 5
                MOVE WS-AGE-TALLY(WS-AGE-IDX) TO WS-COUNT-EDIT
                MOVE SPACES TO WS-WORK-LINE
                STRING "  " WS-AGE-BAND-NAME(WS-AGE-IDX)
                    " ...........: " WS-COUNT-EDIT
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

       WRITE-SUPERVISOR-SECTION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "OVERRIDES POR SUPERVISOR" TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-SUP-COUNT = ZERO
              MOVE "  (sin overrides en el mes)" TO REPORT-LINE
              WRITE REPORT-LINE
            END-IF.
            PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                    UNTIL WS-SUP-IDX > WS-SUP-COUNT
                MOVE WS-SUP-TALLY(WS-SUP-IDX) TO WS-COUNT-EDIT
                MOVE WS-SUP-APPROVED(WS-SUP-IDX) TO WS-COUNT-EDIT-2
                MOVE SPACES TO WS-WORK-LINE
                STRING "  " WS-SUP-ID(WS-SUP-IDX) " overrides: "
                    WS-COUNT-EDIT "   a tier: " WS-COUNT-EDIT-2
                    DELIMITED BY SIZE INTO WS-WORK-LINE
                MOVE WS-WORK-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

       WRITE-ENROLLMENT-SECTION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "INSCRITOS" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-ACTIVE-NOW TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  ACTIVOS AL CIERRE .....: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-ACTIVE-TIER1 TO WS-COUNT-EDIT.
            MOVE WS-ACTIVE-TIER2 TO WS-COUNT-EDIT-2.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "    TIER1: " WS-COUNT-EDIT "   TIER2: "
                WS-COUNT-EDIT-2
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-DROPS-IN-MONTH TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  BAJAS EN EL MES .......: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF PRIOR-SNAPSHOT-FOUND
              MOVE WS-ACTIVE-PRIOR TO WS-COUNT-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  ACTIVOS MES ANTERIOR ..: " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-NET-CHANGE TO WS-SIGNED-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  CAMBIO NETO ...........: " WS-SIGNED-EDIT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-NET-ADDS TO WS-SIGNED-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  ALTAS NETAS ...........: " WS-SIGNED-EDIT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
            ELSE
              MOVE SPACES TO WS-WORK-LINE
              STRING "  (sin foto del mes " WS-PRIOR-MONTH
                  " en la historia; no hay comparacion)"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
            END-IF.
       END PROGRAM ESTELEG.
