      ******************************************************************
      * Author:
      * Date:
      * Purpose: Asesor de reinicio de DAILYJOB. Las reglas de rerun
      *          viven en los comentarios del JCL y el operador las
      *          tiene que recordar de madrugada (tras un abend de
      *          RECEPCION, RUTINAS o DEVOLUC se arranca en STEP036,
      *          nunca en el paso solo, o inventario y saldos se
      *          aplican dos veces). Este programa lee JOBSTSDD y
      *          RUNCTLDD, toma la corrida y ciclo vigentes, busca el
      *          paso con INICIO sin FIN y aplica la regla de ese
      *          paso: imprime el paso desde el que hay que reiniciar,
      *          los datasets que ya deben existir y la tarjeta JOB
      *          con RESTART= lista para someter. Si la evidencia no
      *          cuadra (mas de un paso muerto, un FIN sin INICIO, un
      *          paso dependiente o una promocion que ya corrio
      *          despues del paso muerto, o una corrida de otra
      *          fecha) se niega a aconsejar y termina con RC=12.
      *          RC=4 cuando no hay paso inconcluso. No escribe en
      *          JOBSTSDD: es una consulta, no un paso del lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINICIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STATUS-FILE ASSIGN TO JOBSTSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ADVICE-REPORT ASSIGN TO RPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ADVICE-REPORT.
       01  ADVICE-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       COPY RUNDATE.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88 END-OF-JOBSTAT          VALUE "Y".
       01  WS-WORK-LINE                PIC X(80).
      * Corrida a diagnosticar: la fecha y el ciclo de RUNCTL (lo que
      * asigno el ultimo STEP005), no la fecha del reloj.
       01  WS-DIAG-RUN-ID              PIC X(8) VALUE SPACES.
       01  WS-DIAG-CYCLE               PIC 9(2) VALUE ZERO.
       01  WS-RUNCTL-FOUND-SW          PIC X VALUE "N".
           88 RUNCTL-FOUND            VALUE "Y".
       01  WS-REC-SEQ                  PIC 9(7) VALUE ZERO.
      * Reglas de reinicio tomadas de los comentarios de DAILYJOB.jcl,
      * una por programa que deja INICIO/FIN en JOBSTSDD, en el orden
      * de los pasos del job: paso del programa, paso desde el que se
      * reinicia, hasta tres programas que solo corren si el paso
      * termino bien (si alguno corrio despues del INICIO muerto, ya
      * hubo promocion y no hay reinicio seguro) y la razon.
       01  WS-RULE-VALUES.
           05 FILLER                   PIC X(29)
              VALUE "CICLO        STEP005 STEP004 ".
           05 FILLER                   PIC X(39)
              VALUE "RUTINASGOTO  DEPURA       DUMMY        ".
           05 FILLER                   PIC X(60)
              VALUE "sin ciclo confiable: se resomete el job completo".
           05 FILLER                   PIC X(29)
              VALUE "RUTINASGOTO  STEP010 STEP010 ".
           05 FILLER                   PIC X(39)
              VALUE "DEPURA       DUMMY        RUTINAS      ".
           05 FILLER                   PIC X(60)
              VALUE "el porton se repite; nada del dia se aplico aun".
           05 FILLER                   PIC X(29)
              VALUE "DEPURA       STEP015 STEP014 ".
           05 FILLER                   PIC X(39)
              VALUE "COTEJA                                 ".
           05 FILLER                   PIC X(60)
              VALUE "STEP014 borra las salidas del intento abortado".
           05 FILLER                   PIC X(29)
              VALUE "COTEJA       STEP019 STEP019 ".
           05 FILLER                   PIC X(39)
              VALUE "CONDICIONALES                          ".
           05 FILLER                   PIC X(60)
              VALUE "solo lee ENRWORK; sus salidas NEW no se catalogan".
           05 FILLER                   PIC X(29)
              VALUE "CONDICIONALESSTEP020 STEP014 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "ENRWORK quedo sucia: se rehace depura y cotejo".
           05 FILLER                   PIC X(29)
              VALUE "DUMMY        STEP030 STEP025 ".
           05 FILLER                   PIC X(39)
              VALUE "POLIZA       INTERES                   ".
           05 FILLER                   PIC X(60)
              VALUE "STEP025 borra las salidas NEW del intento".
           05 FILLER                   PIC X(29)
              VALUE "RECEPCION    STEP038 STEP036 ".
           05 FILLER                   PIC X(39)
              VALUE "RUTINAS      DEVOLUC      COMPRAS      ".
           05 FILLER                   PIC X(60)
              VALUE "REGLA STEP036: STEP037 rehace ITEMWORK".
           05 FILLER                   PIC X(29)
              VALUE "RUTINAS      STEP040 STEP036 ".
           05 FILLER                   PIC X(39)
              VALUE "DEVOLUC      POLIZA       COMPRAS      ".
           05 FILLER                   PIC X(60)
              VALUE "REGLA STEP036: copias sucias, nunca el paso".
           05 FILLER                   PIC X(29)
              VALUE "DEVOLUC      STEP041 STEP036 ".
           05 FILLER                   PIC X(39)
              VALUE "POLIZA       COMPRAS      CUADRE       ".
           05 FILLER                   PIC X(60)
              VALUE "REGLA STEP036: copias sucias, nunca el paso".
           05 FILLER                   PIC X(29)
              VALUE "CUADRE       STEP042ASTEP042A".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "solo lee maestros y fotos; se repite el paso".
           05 FILLER                   PIC X(29)
              VALUE "POLIZA       STEP044 STEP044 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "si descuadro, finanzas corrige GLMAP antes".
           05 FILLER                   PIC X(29)
              VALUE "TIEMPOS      STEP045 STEP045 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "solo lee el TRACE; se repite el paso".
           05 FILLER                   PIC X(29)
              VALUE "CONCILIA     STEP047 STEP046 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "solo lee; STEP046 garantiza BILLACK".
           05 FILLER                   PIC X(29)
              VALUE "COMPRAS      STEP049 STEP049 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "lo ya pedido cuenta como en camino; no duplica".
           05 FILLER                   PIC X(29)
              VALUE "MAESTRO      STEP050 STEP048 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "STEP048 garantiza los datasets del cierre".
           05 FILLER                   PIC X(29)
              VALUE "INTERES      STEP055 STEP054 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "ACCRREG evita el doble devengo".
           05 FILLER                   PIC X(29)
              VALUE "TENDENCIA    STEP060 STEP060 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "solo lee el historial; se repite el paso".
           05 FILLER                   PIC X(29)
              VALUE "EXCEPCION    STEP070 STEP065 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "STEP065 borra EXCREPT antes de recrearlo".
           05 FILLER                   PIC X(29)
              VALUE "VENTANA      STEP075 STEP075 ".
           05 FILLER                   PIC X(39)
              VALUE SPACES.
           05 FILLER                   PIC X(60)
              VALUE "solo lee JOBSTSDD; se repite el paso".
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05 WS-RULE-ENTRY OCCURS 19 TIMES INDEXED BY WS-RULE-IDX.
              10 WS-RULE-PROGRAM       PIC X(13).
              10 WS-RULE-STEP          PIC X(8).
              10 WS-RULE-RESTART       PIC X(8).
              10 WS-RULE-DEPEND        PIC X(13) OCCURS 3 TIMES.
              10 WS-RULE-NOTE          PIC X(60).
       01  WS-RULE-COUNT               PIC 9(2) VALUE 19.
      * Estado de cada programa de la tabla en la corrida: ultimo
      * evento y secuencia (orden de lectura) de su ultimo INICIO y
      * de su ultimo registro.
       01  WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 19 TIMES.
              10 WS-ST-LAST-EVENT      PIC X(6).
              10 WS-ST-INI-SEQ         PIC 9(7).
              10 WS-ST-LAST-SEQ        PIC 9(7).
      * Datasets de entrada (DISP=SHR/OLD) de cada paso del job y el
      * paso que los crea o garantiza (blanco = los carga alguien
      * fuera del job). Al reiniciar en un paso dado deben existir
      * los que usan los pasos desde ahi y no recrea el propio
      * reinicio.
       01  WS-DSN-VALUES.
           05 FILLER                   PIC X(46)
              VALUE "STEP005 STEP004 PROD.BATCH.RUNCTL".
           05 FILLER                   PIC X(46)
              VALUE "STEP005 STEP004 PROD.BATCH.CALENDAR".
           05 FILLER                   PIC X(46)
              VALUE "STEP010         PROD.BATCH.OPERMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP010         PROD.BATCH.SVCCRED".
           05 FILLER                   PIC X(46)
              VALUE "STEP015         PROD.BATCH.APPLICANT".
           05 FILLER                   PIC X(46)
              VALUE "STEP019 STEP015 PROD.BATCH.APPCLEAN".
           05 FILLER                   PIC X(46)
              VALUE "STEP019 STEP016 PROD.BATCH.DUPPEND".
           05 FILLER                   PIC X(46)
              VALUE "STEP019 STEP016 PROD.BATCH.DUPCLR".
           05 FILLER                   PIC X(46)
              VALUE "STEP019 STEP018 PROD.BATCH.ENRWORK".
           05 FILLER                   PIC X(46)
              VALUE "STEP020 STEP019 PROD.BATCH.APPSCRN".
           05 FILLER                   PIC X(46)
              VALUE "STEP020         PROD.BATCH.OVERRIDES".
           05 FILLER                   PIC X(46)
              VALUE "STEP030 STEP024 PROD.BATCH.TRANS".
           05 FILLER                   PIC X(46)
              VALUE "STEP030 STEP024 PROD.BATCH.SUSPENSE".
           05 FILLER                   PIC X(46)
              VALUE "STEP030 STEP024 PROD.BATCH.SUSPCORR".
           05 FILLER                   PIC X(46)
              VALUE "STEP030 STEP024 PROD.BATCH.SUSPREV".
           05 FILLER                   PIC X(46)
              VALUE "STEP030 STEP024 PROD.BATCH.ACCTMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP030         PROD.BATCH.FXRATES".
           05 FILLER                   PIC X(46)
              VALUE "STEP030 STEP024 PROD.BATCH.ACCRREG".
           05 FILLER                   PIC X(46)
              VALUE "STEP031 STEP024 PROD.BATCH.ACCTHIST".
           05 FILLER                   PIC X(46)
              VALUE "STEP037         PROD.BATCH.ITEMMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP037         PROD.BATCH.CUSTMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP038 STEP036 PROD.BATCH.STKRCPT".
           05 FILLER                   PIC X(46)
              VALUE "STEP038 STEP036 PROD.BATCH.OPENPO".
           05 FILLER                   PIC X(46)
              VALUE "STEP040         PROD.BATCH.ORDERS".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP033 PROD.BATCH.BACKORDER.PREV".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP033 PROD.BATCH.CREDHOLD.PREV".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP033 PROD.BATCH.INVNUM".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP034 PROD.BATCH.CASHRCPT".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP034 PROD.BATCH.CASHAPPL".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP034 PROD.BATCH.ORDMAINT".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP034 PROD.BATCH.RESUBMIT".
           05 FILLER                   PIC X(46)
              VALUE "STEP040         PROD.BATCH.TAXRATE".
           05 FILLER                   PIC X(46)
              VALUE "STEP040 STEP036 PROD.BATCH.CONTRACT".
           05 FILLER                   PIC X(46)
              VALUE "STEP041 STEP034 PROD.BATCH.RETURNS".
           05 FILLER                   PIC X(46)
              VALUE "STEP042A        PROD.BATCH.CUSTMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP042A        PROD.BATCH.ITEMMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP042ASTEP037 PROD.BATCH.CUSTSNAP".
           05 FILLER                   PIC X(46)
              VALUE "STEP042ASTEP037 PROD.BATCH.ITEMSNAP".
           05 FILLER                   PIC X(46)
              VALUE "STEP042ASTEP039 PROD.BATCH.STKRCPT.PREV".
           05 FILLER                   PIC X(46)
              VALUE "STEP042ASTEP040 PROD.BATCH.INVOICE".
           05 FILLER                   PIC X(46)
              VALUE "STEP042ASTEP040 PROD.BATCH.CASHAPDIA".
           05 FILLER                   PIC X(46)
              VALUE "STEP044 STEP030 PROD.BATCH.ACCTSUM".
           05 FILLER                   PIC X(46)
              VALUE "STEP044 STEP043 PROD.BATCH.GLMAP".
           05 FILLER                   PIC X(46)
              VALUE "STEP044 STEP043 PROD.BATCH.GLJOURNAL".
           05 FILLER                   PIC X(46)
              VALUE "STEP047 STEP046 PROD.BATCH.BILLACK".
           05 FILLER                   PIC X(46)
              VALUE "STEP049         PROD.BATCH.ITEMMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP049 STEP033 PROD.BATCH.VENDMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP049 STEP033 PROD.BATCH.PONUM".
           05 FILLER                   PIC X(46)
              VALUE "STEP049 STEP036 PROD.BATCH.OPENPO".
           05 FILLER                   PIC X(46)
              VALUE "STEP050         PROD.BATCH.ORDERS".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP010 PROD.BATCH.RUNLOG".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP020 PROD.BATCH.AUDITLOG".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP030 PROD.BATCH.RESULT".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP040 PROD.BATCH.CHECKPOINT".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.INVOICE".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.BACKORDER".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.BACKORDER.PREV".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.CREDHOLD.PREV".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.ERRORLOG".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.TRACE".
           05 FILLER                   PIC X(46)
              VALUE "STEP050 STEP048 PROD.BATCH.BKOREVIEW".
           05 FILLER                   PIC X(46)
              VALUE "STEP055 STEP024 PROD.BATCH.ACCTMAST".
           05 FILLER                   PIC X(46)
              VALUE "STEP055 STEP054 PROD.BATCH.ACCTRATE".
           05 FILLER                   PIC X(46)
              VALUE "STEP055 STEP054 PROD.BATCH.ACCRREG".
           05 FILLER                   PIC X(46)
              VALUE "STEP060 STEP050 PROD.BATCH.RUNHIST".
       01  WS-DSN-TABLE REDEFINES WS-DSN-VALUES.
           05 WS-DSN-ENTRY OCCURS 65 TIMES INDEXED BY WS-DSN-IDX.
              10 WS-DSN-STEP           PIC X(8).
              10 WS-DSN-PRODUCER       PIC X(8).
              10 WS-DSN-NAME           PIC X(30).
       01  WS-DSN-COUNT                PIC 9(2) VALUE 65.
      * Datasets ya impresos, para no repetir uno que varios pasos
      * usan.
       01  WS-LISTED-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-LISTED-TABLE.
           05 WS-LISTED-NAME OCCURS 65 TIMES PIC X(30).
       01  WS-LISTED-IDX               PIC 9(2).
       01  WS-LISTED-SW                PIC X.
           88 DSN-ALREADY-LISTED      VALUE "Y".
       01  WS-LOOKUP-IDX               PIC 9(2).
       01  WS-DEAD-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-DEAD-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-DEP-N                    PIC 9.
       01  WS-DEP-IDX                  PIC 9(2).
       01  WS-RESTART-STEP             PIC X(8).
      * Evidencia inconsistente: cada hallazgo se imprime y el asesor
      * se niega a dar un paso de reinicio.
       01  WS-INCONSIST-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-UNKNOWN-DEAD             PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== ASESOR DE REINICIO (REINICIO) =====".
            PERFORM INIT-RUN-INFO.
            OPEN OUTPUT ADVICE-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ADVICE-REPORT, status: "
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            MOVE ALL "=" TO ADVICE-LINE.
            WRITE ADVICE-LINE.
            IF NOT RUNCTL-FOUND
              MOVE "RUNCTL sin registro de ciclo: no hay corrida que "
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE "diagnosticar. No se aconseja reinicio."
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-REPORT
              GOBACK
            END-IF.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "ASESOR DE REINICIO - corrida " WS-DIAG-RUN-ID
                " ciclo " WS-DIAG-CYCLE " (segun RUNCTL)"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            PERFORM LOAD-JOB-STATUS.
            IF WS-REC-SEQ = ZERO
              MOVE "JOBSTSDD sin registros de la corrida y ciclo: sin "
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE "evidencia, no se aconseja reinicio." TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE 12 TO RETURN-CODE
              PERFORM CLOSE-REPORT
              GOBACK
            END-IF.
            PERFORM FIND-DEAD-STEP.
            IF WS-DEAD-COUNT = ZERO AND WS-INCONSIST-COUNT = ZERO
              MOVE "Ningun paso con INICIO sin FIN: la corrida no "
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE "requiere reinicio." TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE 4 TO RETURN-CODE
              PERFORM CLOSE-REPORT
              GOBACK
            END-IF.
            IF WS-DEAD-IDX NOT = ZERO
              PERFORM CHECK-DEPENDENTS
            END-IF.
            IF WS-DIAG-RUN-ID NOT = WS-RUN-ID
              ADD 1 TO WS-INCONSIST-COUNT
              MOVE SPACES TO WS-WORK-LINE
              STRING "INCONSISTENTE: la corrida es del " WS-DIAG-RUN-ID
                  " y hoy es " WS-RUN-ID "; los pasos reiniciados"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE "  estamparian otro run-id y ciclo (ver RUNDATE)."
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
            END-IF.
            IF WS-INCONSIST-COUNT > ZERO
              MOVE SPACES TO WS-WORK-LINE
              STRING "Evidencia inconsistente (" WS-INCONSIST-COUNT
                  " hallazgos): NO se aconseja reinicio."
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE "Escalar a soporte del lote antes de resometer."
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
              MOVE 12 TO RETURN-CODE
            ELSE
              PERFORM WRITE-ADVICE
              MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM CLOSE-REPORT.
            GOBACK.

       INIT-RUN-INFO.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE-YYYYMMDD.
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-ID.
            PERFORM READ-RUN-CYCLE.

      * A diferencia de los pasos del lote, aqui interesa el ciclo
      * que RUNCTL tenga, sea de hoy o no: es la corrida a reiniciar.
       READ-RUN-CYCLE.
            MOVE 1 TO WS-RUN-CYCLE.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUN-CONTROL-STATUS = "00"
              READ RUN-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      SET RUNCTL-FOUND TO TRUE
                      MOVE RCT-DATE TO WS-DIAG-RUN-ID
                      MOVE RCT-CYCLE TO WS-DIAG-CYCLE
                      IF RCT-DATE = WS-RUN-DATE-YYYYMMDD
                        MOVE RCT-CYCLE TO WS-RUN-CYCLE
                        IF RCT-RUN-TYPE NOT = SPACES
                          MOVE RCT-RUN-TYPE TO WS-RUN-TYPE
                        END-IF
                      END-IF
              END-READ
              CLOSE RUN-CONTROL-FILE
            ELSE
              DISPLAY "RUNCTLDD no disponible, status: "
                  WS-RUN-CONTROL-STATUS
            END-IF.

       WRITE-WORK-LINE.
            MOVE WS-WORK-LINE TO ADVICE-LINE.
            WRITE ADVICE-LINE.
            DISPLAY WS-WORK-LINE.
            MOVE SPACES TO WS-WORK-LINE.

       CLOSE-REPORT.
            MOVE ALL "=" TO ADVICE-LINE.
            WRITE ADVICE-LINE.
            CLOSE ADVICE-REPORT.
            DISPLAY "RC del asesor: " RETURN-CODE.

      * Recorre JOBSTSDD (acumulado, en orden cronologico) y lleva por
      * programa de la tabla el ultimo evento de la corrida y ciclo
      * diagnosticados. Un reinicio previo con RESTART= conserva el
      * ciclo, asi que el mismo programa puede tener varios intentos:
      * cuenta el ultimo.
       LOAD-JOB-STATUS.
            PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > WS-RULE-COUNT
                MOVE SPACES TO WS-ST-LAST-EVENT(WS-RULE-IDX)
                MOVE ZERO TO WS-ST-INI-SEQ(WS-RULE-IDX)
                MOVE ZERO TO WS-ST-LAST-SEQ(WS-RULE-IDX)
            END-PERFORM.
            OPEN INPUT JOB-STATUS-FILE.
            IF WS-JOBSTAT-STATUS NOT = "00"
              DISPLAY "JOBSTSDD no disponible, status: "
                  WS-JOBSTAT-STATUS
            ELSE
              PERFORM UNTIL END-OF-JOBSTAT
                  READ JOB-STATUS-FILE
                      AT END
                          SET END-OF-JOBSTAT TO TRUE
                      NOT AT END
                          IF CAR-RUN-ID OF JOB-STATUS-RECORD =
                             WS-DIAG-RUN-ID
                             AND CAR-CYCLE OF JOB-STATUS-RECORD =
                             WS-DIAG-CYCLE
                            ADD 1 TO WS-REC-SEQ
                            PERFORM TALLY-STEP-EVENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE JOB-STATUS-FILE
            END-IF.

       TALLY-STEP-EVENT.
            PERFORM FIND-RULE.
            IF WS-LOOKUP-IDX = ZERO
      * Programa sin regla (un paso de otro job con la misma corrida
      * y ciclo, o uno nuevo en DAILYJOB): un INICIO suyo sin FIN
      * posterior deja el diagnostico sin regla aplicable.
              IF JST-EVENT = "INICIO"
                MOVE JST-PROGRAM TO WS-UNKNOWN-DEAD
              ELSE
                IF JST-PROGRAM = WS-UNKNOWN-DEAD
                  MOVE SPACES TO WS-UNKNOWN-DEAD
                END-IF
              END-IF
            ELSE
              IF JST-EVENT = "INICIO"
                MOVE "INICIO" TO WS-ST-LAST-EVENT(WS-LOOKUP-IDX)
                MOVE WS-REC-SEQ TO WS-ST-INI-SEQ(WS-LOOKUP-IDX)
              ELSE
                IF WS-ST-LAST-EVENT(WS-LOOKUP-IDX) NOT = "INICIO"
                  ADD 1 TO WS-INCONSIST-COUNT
                  MOVE SPACES TO WS-WORK-LINE
                  STRING "INCONSISTENTE: FIN de " JST-PROGRAM
                      " sin INICIO previo en la corrida."
                      DELIMITED BY SIZE INTO WS-WORK-LINE
                  PERFORM WRITE-WORK-LINE
                END-IF
                MOVE "FIN" TO WS-ST-LAST-EVENT(WS-LOOKUP-IDX)
              END-IF
              MOVE WS-REC-SEQ TO WS-ST-LAST-SEQ(WS-LOOKUP-IDX)
            END-IF.

       FIND-RULE.
            MOVE ZERO TO WS-LOOKUP-IDX.
            PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > WS-RULE-COUNT
                    OR WS-LOOKUP-IDX NOT = ZERO
                IF WS-RULE-PROGRAM(WS-RULE-IDX) = JST-PROGRAM
                  SET WS-LOOKUP-IDX TO WS-RULE-IDX
                END-IF
            END-PERFORM.

      * El paso muerto es el programa cuyo ultimo evento quedo en
      * INICIO. Un abend detiene el job, asi que mas de uno no cuadra.
       FIND-DEAD-STEP.
            PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > WS-RULE-COUNT
                IF WS-ST-LAST-EVENT(WS-RULE-IDX) = "INICIO"
                  ADD 1 TO WS-DEAD-COUNT
                  IF WS-DEAD-IDX = ZERO
                    SET WS-DEAD-IDX TO WS-RULE-IDX
                  END-IF
                  MOVE SPACES TO WS-WORK-LINE
                  STRING "Paso con INICIO sin FIN: "
                      WS-RULE-STEP(WS-RULE-IDX) " "
                      WS-RULE-PROGRAM(WS-RULE-IDX)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
                  PERFORM WRITE-WORK-LINE
                END-IF
            END-PERFORM.
            IF WS-UNKNOWN-DEAD NOT = SPACES
              ADD 1 TO WS-INCONSIST-COUNT
              MOVE SPACES TO WS-WORK-LINE
              STRING "INCONSISTENTE: " WS-UNKNOWN-DEAD
                  " quedo con INICIO sin FIN y no tiene regla."
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
            END-IF.
            IF WS-DEAD-COUNT > 1
              ADD 1 TO WS-INCONSIST-COUNT
              MOVE SPACES TO WS-WORK-LINE
              STRING "INCONSISTENTE: " WS-DEAD-COUNT
                  " pasos con INICIO sin FIN; un abend deja uno solo."
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
            END-IF.

      * Un programa que solo corre si el paso muerto termino bien y
      * que dejo registros DESPUES del INICIO muerto prueba que el
      * job siguio (y que la promocion intermedia pudo correr): el
      * reinicio de la regla repetiria lo ya aplicado.
       CHECK-DEPENDENTS.
            PERFORM VARYING WS-DEP-N FROM 1 BY 1 UNTIL WS-DEP-N > 3
                IF WS-RULE-DEPEND(WS-DEAD-IDX, WS-DEP-N) NOT = SPACES
                  MOVE ZERO TO WS-DEP-IDX
                  PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                          UNTIL WS-RULE-IDX > WS-RULE-COUNT
                          OR WS-DEP-IDX NOT = ZERO
                      IF WS-RULE-PROGRAM(WS-RULE-IDX) =
                         WS-RULE-DEPEND(WS-DEAD-IDX, WS-DEP-N)
                        SET WS-DEP-IDX TO WS-RULE-IDX
                      END-IF
                  END-PERFORM
                  IF WS-DEP-IDX NOT = ZERO
                    IF WS-ST-LAST-SEQ(WS-DEP-IDX) >
                       WS-ST-INI-SEQ(WS-DEAD-IDX)
                      ADD 1 TO WS-INCONSIST-COUNT
                      MOVE SPACES TO WS-WORK-LINE
                      STRING "INCONSISTENTE: "
                          WS-RULE-PROGRAM(WS-DEP-IDX)
                          " corrio despues del INICIO de "
                          WS-RULE-PROGRAM(WS-DEAD-IDX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                      PERFORM WRITE-WORK-LINE
                      MOVE "  y solo corre si este termino bien: la "
                          TO WS-WORK-LINE
                      PERFORM WRITE-WORK-LINE
                      MOVE "  promocion pudo haberse hecho ya."
                          TO WS-WORK-LINE
                      PERFORM WRITE-WORK-LINE
                    END-IF
                  END-IF
                END-IF
            END-PERFORM.

       WRITE-ADVICE.
            MOVE WS-RULE-RESTART(WS-DEAD-IDX) TO WS-RESTART-STEP.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "Paso muerto ........: " DELIMITED BY SIZE
                WS-RULE-STEP(WS-DEAD-IDX) DELIMITED BY SPACE
                " (" DELIMITED BY SIZE
                WS-RULE-PROGRAM(WS-DEAD-IDX) DELIMITED BY SPACE
                ")" DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "Reiniciar desde ...: " WS-RESTART-STEP
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "Razon .............: " WS-RULE-NOTE(WS-DEAD-IDX)
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            IF WS-RESTART-STEP NOT = "STEP004"
              MOVE SPACES TO WS-WORK-LINE
              STRING "STEP005 no se repite: se conserva el ciclo "
                  WS-DIAG-CYCLE " de la corrida."
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
            END-IF.
            MOVE "Datasets que deben existir catalogados al someter:"
                TO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            PERFORM LIST-REQUIRED-DATASETS.
            MOVE "Tarjeta JOB para resometer DAILYJOB:" TO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            STRING "//DAILYJOB JOB (ACCT01),'PROC BATCH DIARIO',"
                "CLASS=A,MSGCLASS=X,"
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.
            STRING "//         NOTIFY=&SYSUID,RESTART=" WS-RESTART-STEP
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            PERFORM WRITE-WORK-LINE.

      * Lista los datasets que usan los pasos desde el reinicio y que
      * ese reinicio no crea: externos al job o creados por un paso
      * anterior al de reinicio.
       LIST-REQUIRED-DATASETS.
            PERFORM VARYING WS-DSN-IDX FROM 1 BY 1
                    UNTIL WS-DSN-IDX > WS-DSN-COUNT
                IF WS-DSN-STEP(WS-DSN-IDX) >= WS-RESTART-STEP
                   AND (WS-DSN-PRODUCER(WS-DSN-IDX) = SPACES
                    OR WS-DSN-PRODUCER(WS-DSN-IDX) < WS-RESTART-STEP)
                  MOVE "N" TO WS-LISTED-SW
                  PERFORM VARYING WS-LISTED-IDX FROM 1 BY 1
                          UNTIL WS-LISTED-IDX > WS-LISTED-COUNT
                      IF WS-LISTED-NAME(WS-LISTED-IDX) =
                         WS-DSN-NAME(WS-DSN-IDX)
                        SET DSN-ALREADY-LISTED TO TRUE
                      END-IF
                  END-PERFORM
                  IF NOT DSN-ALREADY-LISTED
                    ADD 1 TO WS-LISTED-COUNT
                    MOVE WS-DSN-NAME(WS-DSN-IDX) TO
                        WS-LISTED-NAME(WS-LISTED-COUNT)
                    MOVE SPACES TO WS-WORK-LINE
                    IF WS-DSN-PRODUCER(WS-DSN-IDX) = SPACES
                      STRING "  " WS-DSN-NAME(WS-DSN-IDX)
                          " (externo al job)"
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                    ELSE
                      STRING "  " WS-DSN-NAME(WS-DSN-IDX)
                          " (de " DELIMITED BY SIZE
                          WS-DSN-PRODUCER(WS-DSN-IDX) DELIMITED BY SPACE
                          ", no se repite)"
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                    END-IF
                    PERFORM WRITE-WORK-LINE
                  END-IF
                END-IF
            END-PERFORM.
            IF WS-LISTED-COUNT = ZERO
              MOVE "  (ninguno fuera de los que el reinicio recrea)"
                  TO WS-WORK-LINE
              PERFORM WRITE-WORK-LINE
            END-IF.
       END PROGRAM REINICIO.
