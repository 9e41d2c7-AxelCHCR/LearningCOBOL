      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto mensual por cuenta de la calculadora. El
      *          resumen diario de cuentas (ACCTSUM) solo trae conteo,
      *          neto y saldo final del dia, y una vez que TRANS se
      *          retira a TRANS.PREV los movimientos que explican un
      *          saldo se pierden. DUMMY deja ahora cada movimiento
      *          posteado en la historia acumulada (ACHSTDD: cuenta,
      *          run-id y ciclo, operacion, moneda e importe
      *          originales, importe base, contrapartida y saldo
      *          resultante). Este programa emite, para el mes
      *          solicitado (PARM YYYYMM, default el mes de la fecha
      *          de corrida, mismo criterio que ESTADOCTA), un extracto
      *          por cuenta con saldo inicial, cada movimiento en
      *          orden de posteo y saldo final, y cuadra el saldo
      *          final mas los movimientos posteriores al mes contra
      *          el saldo actual del maestro de cuentas (ACMSTDD). Una
      *          cuenta que no cuadra, o con historia y sin maestro,
      *          se marca DESCUADRE y el paso termina con RC=8. La
      *          historia se relee por cuenta con movimientos en el
      *          mes, como ESTADOCTA con el extracto de facturacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HISTORY-FILE ASSIGN TO ACHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HIST-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO ACMSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO EXTRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que ACCT-HISTORY-RECORD en dummy.cbl.
       FD  ACCT-HISTORY-FILE.
       01  ACCT-HISTORY-RECORD.
           05 AHS-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 AHS-SEQ                 PIC 9(5).
           05 FILLER                  PIC X.
           05 AHS-OP-CODE             PIC X.
           05 FILLER                  PIC X.
           05 AHS-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 AHS-ORIG-AMOUNT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 AHS-BASE-AMOUNT         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 AHS-COUNTER-ACCT        PIC X(8).
           05 FILLER                  PIC X.
           05 AHS-BALANCE             PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           COPY AUDITTRL.
      * Mismo layout que ACCT-MASTER-RECORD en dummy.cbl.
       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
           05 ACM-ACCOUNT             PIC X(8).
           05 FILLER                  PIC X.
           05 ACM-BALANCE             PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 ACM-LAST-RUN-ID         PIC X(8).
           05 FILLER                  PIC X.
           05 ACM-LAST-CYCLE          PIC 9(2).
           05 FILLER                  PIC X.
           05 ACM-STATUS              PIC X.
           05 FILLER                  PIC X.
           05 ACM-OWNER               PIC X(20).
           05 FILLER                  PIC X.
           05 ACM-CURRENCY            PIC X(3).
           05 FILLER                  PIC X.
           05 ACM-OVERDRAFT           PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 ACM-TYPE                PIC X(4).
           05 FILLER                  PIC X.
           05 ACM-ADB-DATE            PIC 9(8).
           05 FILLER                  PIC X.
           05 ACM-BAL-DAYS            PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ACCT-HIST-STATUS         PIC XX.
       01  WS-ACCT-MASTER-STATUS       PIC XX.
       01  WS-STATEMENT-STATUS         PIC XX.
       COPY RUNDATE.
       01  WS-PARM                     PIC X(40).
       01  WS-STMT-MONTH               PIC 9(6).
       01  WS-ROW-MONTH                PIC 9(6).
       01  WS-EOF-SWITCH               PIC X.
           88 END-OF-HISTORY          VALUE "Y".
       01  WS-ACM-EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-ACM-LOAD         VALUE "Y".
      * Cuentas del maestro mas las que solo aparecen en la historia,
      * con lo que la primera pasada junta de cada una: saldo
      * anterior al mes, movimientos y saldo del mes, y el neto de
      * lo posteado despues del mes (para cuadrar contra el saldo
      * actual del maestro).
       01  WS-ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-ACCT-IDX.
              10 WS-ACCT-ID            PIC X(8).
              10 WS-ACCT-OWNER         PIC X(20).
              10 WS-ACCT-STATE         PIC X.
              10 WS-ACCT-IN-MASTER     PIC X.
                 88 ACCT-IN-MASTER    VALUE "Y".
              10 WS-ACCT-MASTER-BAL    PIC S9(11)V99 COMP-3.
              10 WS-ACCT-PRIOR-SW      PIC X.
                 88 ACCT-HAS-PRIOR    VALUE "Y".
              10 WS-ACCT-OPEN-BAL      PIC S9(11)V99 COMP-3.
              10 WS-ACCT-MOVES         PIC 9(5).
              10 WS-ACCT-CREDITS       PIC S9(11)V99 COMP-3.
              10 WS-ACCT-DEBITS        PIC S9(11)V99 COMP-3.
              10 WS-ACCT-CLOSE-BAL     PIC S9(11)V99 COMP-3.
              10 WS-ACCT-AFTER-SW      PIC X.
                 88 ACCT-HAS-AFTER    VALUE "Y".
              10 WS-ACCT-AFTER-NET     PIC S9(11)V99 COMP-3.
       01  WS-ACCT-LOOKUP-IDX          PIC 9(4).
       01  WS-CUR-ACCOUNT              PIC X(8).
       01  WS-EXPECTED-BAL             PIC S9(11)V99 COMP-3.
       01  WS-CHECK-MARK               PIC X(30).
      * Totales de la corrida.
       01  WS-HIST-ROWS                PIC 9(7) VALUE ZERO.
       01  WS-MONTH-ROWS               PIC 9(7) VALUE ZERO.
       01  WS-STATEMENTS-OUT           PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-OK              PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-OFF             PIC 9(5) VALUE ZERO.
       01  WS-WORK-LINE                PIC X(100).
       01  WS-AMOUNT-EDIT              PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-2            PIC Z(10)9.99-.
       01  WS-AMOUNT-EDIT-3            PIC Z(10)9.99-.
       01  WS-COUNT-EDIT               PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "===== EXTRACTOS MENSUALES POR CUENTA (EXTRACTO) =".
            PERFORM INIT-RUN-INFO.
            PERFORM READ-MONTH-PARM.
            PERFORM LOAD-ACCT-MASTER.
            PERFORM COLLECT-MONTH-ACTIVITY.
            IF RETURN-CODE = ZERO
              OPEN OUTPUT STATEMENT-FILE
              IF WS-STATEMENT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir STATEMENT-FILE, status: "
                    WS-STATEMENT-STATUS
                MOVE 16 TO RETURN-CODE
              ELSE
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    PERFORM WRITE-ONE-STATEMENT
                END-PERFORM
                PERFORM WRITE-RUN-TOTALS
                CLOSE STATEMENT-FILE
              END-IF
            END-IF.
            DISPLAY "Renglones de historia ..: " WS-HIST-ROWS.
            DISPLAY "Movimientos del mes ....: " WS-MONTH-ROWS.
            DISPLAY "Extractos emitidos .....: " WS-STATEMENTS-OUT.
            DISPLAY "Cuentas cuadradas ......: " WS-ACCOUNTS-OK.
            DISPLAY "Cuentas en descuadre ...: " WS-ACCOUNTS-OFF.
      * Un descuadre entre la historia y el maestro es un movimiento
      * perdido o duplicado: RC=8 para que no pase como un mes mas.
            IF WS-ACCOUNTS-OFF > ZERO
               AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
            END-IF.
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
            MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-STMT-MONTH.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
              IF WS-PARM(1:6) IS NUMERIC
                MOVE WS-PARM(1:6) TO WS-STMT-MONTH
              ELSE
                DISPLAY "PARM de mes invalido: " WS-PARM
                    " - se usa el mes de la fecha de corrida."
              END-IF
            END-IF.
            DISPLAY "Mes a reportar: " WS-STMT-MONTH.

      * Sin maestro no hay contra que cuadrar: se aborta.
       LOAD-ACCT-MASTER.
            OPEN INPUT ACCT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ACCT-MASTER-FILE, status: "
                  WS-ACCT-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            PERFORM UNTIL END-OF-ACM-LOAD
                READ ACCT-MASTER-FILE
                    AT END
                        SET END-OF-ACM-LOAD TO TRUE
                    NOT AT END
                        MOVE ACM-ACCOUNT TO WS-CUR-ACCOUNT
                        PERFORM ADD-ACCT-ENTRY
                        MOVE "Y" TO
                            WS-ACCT-IN-MASTER(WS-ACCT-LOOKUP-IDX)
                        MOVE ACM-OWNER TO
                            WS-ACCT-OWNER(WS-ACCT-LOOKUP-IDX)
                        MOVE ACM-STATUS TO
                            WS-ACCT-STATE(WS-ACCT-LOOKUP-IDX)
                        MOVE ACM-BALANCE TO
                            WS-ACCT-MASTER-BAL(WS-ACCT-LOOKUP-IDX)
                END-READ
            END-PERFORM.
            CLOSE ACCT-MASTER-FILE.
            DISPLAY "Cuentas en el maestro: " WS-ACCT-COUNT.

       ADD-ACCT-ENTRY.
            IF WS-ACCT-COUNT >= 1000
              DISPLAY "ERROR: tabla de cuentas llena (1000), "
                  "abortando para no emitir extractos incompletos."
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.
            ADD 1 TO WS-ACCT-COUNT.
            MOVE WS-ACCT-COUNT TO WS-ACCT-LOOKUP-IDX.
            MOVE WS-CUR-ACCOUNT TO WS-ACCT-ID(WS-ACCT-LOOKUP-IDX).
            MOVE SPACES TO WS-ACCT-OWNER(WS-ACCT-LOOKUP-IDX).
            MOVE SPACE TO WS-ACCT-STATE(WS-ACCT-LOOKUP-IDX).
            MOVE "N" TO WS-ACCT-IN-MASTER(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-MASTER-BAL(WS-ACCT-LOOKUP-IDX).
            MOVE "N" TO WS-ACCT-PRIOR-SW(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-OPEN-BAL(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-MOVES(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-CREDITS(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-DEBITS(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-CLOSE-BAL(WS-ACCT-LOOKUP-IDX).
            MOVE "N" TO WS-ACCT-AFTER-SW(WS-ACCT-LOOKUP-IDX).
            MOVE ZERO TO WS-ACCT-AFTER-NET(WS-ACCT-LOOKUP-IDX).

       FIND-ACCT-ENTRY.
            MOVE ZERO TO WS-ACCT-LOOKUP-IDX.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                OR WS-ACCT-LOOKUP-IDX NOT = ZERO
                IF WS-ACCT-ID(WS-ACCT-IDX) = WS-CUR-ACCOUNT
                  MOVE WS-ACCT-IDX TO WS-ACCT-LOOKUP-IDX
                END-IF
            END-PERFORM.

      * Primera pasada: por cuenta, el saldo con que cerro el ultimo
      * movimiento anterior al mes, los movimientos del mes y el
      * neto de lo posteado despues. La historia esta en orden de
      * posteo (se agrega corrida tras corrida).
       COLLECT-MONTH-ACTIVITY.
            OPEN INPUT ACCT-HISTORY-FILE.
            IF WS-ACCT-HIST-STATUS NOT = "00"
              DISPLAY "No se pudo abrir ACCT-HISTORY-FILE, status: "
                  WS-ACCT-HIST-STATUS
              MOVE 16 TO RETURN-CODE
            ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-HISTORY
                  READ ACCT-HISTORY-FILE
                      AT END
                          SET END-OF-HISTORY TO TRUE
                      NOT AT END
                          PERFORM TALLY-HISTORY-ROW
                  END-READ
              END-PERFORM
              CLOSE ACCT-HISTORY-FILE
            END-IF.

       TALLY-HISTORY-ROW.
            ADD 1 TO WS-HIST-ROWS.
            MOVE AHS-ACCOUNT TO WS-CUR-ACCOUNT.
            PERFORM FIND-ACCT-ENTRY.
            IF WS-ACCT-LOOKUP-IDX = ZERO
              PERFORM ADD-ACCT-ENTRY
            END-IF.
            MOVE CAR-RUN-ID OF ACCT-HISTORY-RECORD(1:6) TO
                WS-ROW-MONTH.
            EVALUATE TRUE
              WHEN WS-ROW-MONTH < WS-STMT-MONTH
                MOVE "Y" TO WS-ACCT-PRIOR-SW(WS-ACCT-LOOKUP-IDX)
                MOVE AHS-BALANCE TO
                    WS-ACCT-OPEN-BAL(WS-ACCT-LOOKUP-IDX)
              WHEN WS-ROW-MONTH = WS-STMT-MONTH
                ADD 1 TO WS-MONTH-ROWS
                IF WS-ACCT-MOVES(WS-ACCT-LOOKUP-IDX) = ZERO
                   AND NOT ACCT-HAS-PRIOR(WS-ACCT-LOOKUP-IDX)
                  COMPUTE WS-ACCT-OPEN-BAL(WS-ACCT-LOOKUP-IDX) =
                      AHS-BALANCE - AHS-BASE-AMOUNT
                  MOVE "Y" TO WS-ACCT-PRIOR-SW(WS-ACCT-LOOKUP-IDX)
                END-IF
                ADD 1 TO WS-ACCT-MOVES(WS-ACCT-LOOKUP-IDX)
                IF AHS-BASE-AMOUNT < ZERO
                  ADD AHS-BASE-AMOUNT TO
                      WS-ACCT-DEBITS(WS-ACCT-LOOKUP-IDX)
                ELSE
                  ADD AHS-BASE-AMOUNT TO
                      WS-ACCT-CREDITS(WS-ACCT-LOOKUP-IDX)
                END-IF
                MOVE AHS-BALANCE TO
                    WS-ACCT-CLOSE-BAL(WS-ACCT-LOOKUP-IDX)
              WHEN OTHER
                MOVE "Y" TO WS-ACCT-AFTER-SW(WS-ACCT-LOOKUP-IDX)
                ADD AHS-BASE-AMOUNT TO
                    WS-ACCT-AFTER-NET(WS-ACCT-LOOKUP-IDX)
            END-EVALUATE.

      * Un extracto por cuenta: toda cuenta con movimientos en el mes
      * y toda cuenta del maestro no cerrada (sin movimientos sale
      * con saldo inicial igual al final). Sin historia anterior el
      * saldo inicial es el del maestro menos lo posteado despues.
       WRITE-ONE-STATEMENT.
            IF WS-ACCT-MOVES(WS-ACCT-IDX) = ZERO
               AND WS-ACCT-STATE(WS-ACCT-IDX) = "C"
              CONTINUE
            ELSE
              PERFORM SET-STATEMENT-BALANCES
              PERFORM CHECK-AGAINST-MASTER
              PERFORM WRITE-STATEMENT-HEADER
              IF WS-ACCT-MOVES(WS-ACCT-IDX) > ZERO
                PERFORM LIST-ACCOUNT-MOVEMENTS
              END-IF
              PERFORM WRITE-STATEMENT-TOTALS
            END-IF.

       SET-STATEMENT-BALANCES.
            IF WS-ACCT-MOVES(WS-ACCT-IDX) = ZERO
              IF NOT ACCT-HAS-PRIOR(WS-ACCT-IDX)
                COMPUTE WS-ACCT-OPEN-BAL(WS-ACCT-IDX) =
                    WS-ACCT-MASTER-BAL(WS-ACCT-IDX)
                    - WS-ACCT-AFTER-NET(WS-ACCT-IDX)
              END-IF
              MOVE WS-ACCT-OPEN-BAL(WS-ACCT-IDX) TO
                  WS-ACCT-CLOSE-BAL(WS-ACCT-IDX)
            END-IF.

      * Saldo final del mes mas lo posteado despues debe ser el saldo
      * actual del maestro. Una cuenta en la historia que ya no esta
      * en el maestro tampoco cuadra.
       CHECK-AGAINST-MASTER.
            COMPUTE WS-EXPECTED-BAL = WS-ACCT-CLOSE-BAL(WS-ACCT-IDX)
                + WS-ACCT-AFTER-NET(WS-ACCT-IDX).
            EVALUATE TRUE
              WHEN NOT ACCT-IN-MASTER(WS-ACCT-IDX)
                MOVE "** DESCUADRE: SIN MAESTRO" TO WS-CHECK-MARK
                ADD 1 TO WS-ACCOUNTS-OFF
              WHEN WS-EXPECTED-BAL NOT =
                   WS-ACCT-MASTER-BAL(WS-ACCT-IDX)
                MOVE "** DESCUADRE CONTRA MAESTRO" TO WS-CHECK-MARK
                ADD 1 TO WS-ACCOUNTS-OFF
              WHEN OTHER
                MOVE "CUADRA CON MAESTRO" TO WS-CHECK-MARK
                ADD 1 TO WS-ACCOUNTS-OK
            END-EVALUATE.

       WRITE-STATEMENT-HEADER.
            ADD 1 TO WS-STATEMENTS-OUT.
            MOVE WS-ACCT-ID(WS-ACCT-IDX) TO WS-CUR-ACCOUNT.
            MOVE ALL "=" TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "EXTRACTO DE CUENTA " WS-CUR-ACCOUNT " "
                WS-ACCT-OWNER(WS-ACCT-IDX) " ESTADO "
                WS-ACCT-STATE(WS-ACCT-IDX) " MES " WS-STMT-MONTH
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-ACCT-OPEN-BAL(WS-ACCT-IDX) TO WS-AMOUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  SALDO INICIAL ..........: " WS-AMOUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF WS-ACCT-MOVES(WS-ACCT-IDX) > ZERO
              MOVE SPACES TO WS-WORK-LINE
              STRING "  FECHA    CI OP MON  IMPORTE ORIGINAL"
                  "      IMPORTE BASE CONTRAP"
                  "            SALDO"
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
            END-IF.

      * Segunda pasada, una por cuenta: relee la historia e imprime
      * los movimientos del mes en el orden en que se postearon.
       LIST-ACCOUNT-MOVEMENTS.
            OPEN INPUT ACCT-HISTORY-FILE.
            IF WS-ACCT-HIST-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL END-OF-HISTORY
                  READ ACCT-HISTORY-FILE
                      AT END
                          SET END-OF-HISTORY TO TRUE
                      NOT AT END
                          IF AHS-ACCOUNT = WS-CUR-ACCOUNT
                             AND CAR-RUN-ID OF ACCT-HISTORY-RECORD(1:6)
                             = WS-STMT-MONTH
                              PERFORM WRITE-MOVEMENT-LINE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCT-HISTORY-FILE
            END-IF.

       WRITE-MOVEMENT-LINE.
            MOVE AHS-ORIG-AMOUNT TO WS-AMOUNT-EDIT.
            MOVE AHS-BASE-AMOUNT TO WS-AMOUNT-EDIT-2.
            MOVE AHS-BALANCE TO WS-AMOUNT-EDIT-3.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  " CAR-RUN-ID OF ACCT-HISTORY-RECORD " "
                CAR-CYCLE OF ACCT-HISTORY-RECORD "  "
                AHS-OP-CODE " " AHS-CURRENCY " "
                WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                AHS-COUNTER-ACCT " " WS-AMOUNT-EDIT-3
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
            MOVE WS-ACCT-MOVES(WS-ACCT-IDX) TO WS-COUNT-EDIT.
            MOVE WS-ACCT-CREDITS(WS-ACCT-IDX) TO WS-AMOUNT-EDIT.
            MOVE WS-ACCT-DEBITS(WS-ACCT-IDX) TO WS-AMOUNT-EDIT-2.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  MOVIMIENTOS: " WS-COUNT-EDIT
                "  ABONOS " WS-AMOUNT-EDIT
                "  CARGOS " WS-AMOUNT-EDIT-2
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-ACCT-CLOSE-BAL(WS-ACCT-IDX) TO WS-AMOUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  SALDO FINAL ............: " WS-AMOUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF ACCT-HAS-AFTER(WS-ACCT-IDX)
              MOVE WS-ACCT-AFTER-NET(WS-ACCT-IDX) TO WS-AMOUNT-EDIT
              MOVE SPACES TO WS-WORK-LINE
              STRING "  POSTEADO DESPUES DEL MES: " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
              MOVE WS-WORK-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
            END-IF.
            MOVE WS-ACCT-MASTER-BAL(WS-ACCT-IDX) TO WS-AMOUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  SALDO EN MAESTRO .......: " WS-AMOUNT-EDIT
                "  " WS-CHECK-MARK
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.

       WRITE-RUN-TOTALS.
            MOVE ALL "-" TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-STATEMENTS-OUT TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  EXTRACTOS EMITIDOS .....: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-ACCOUNTS-OK TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  CUADRAN CON EL MAESTRO .: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-ACCOUNTS-OFF TO WS-COUNT-EDIT.
            MOVE SPACES TO WS-WORK-LINE.
            STRING "  EN DESCUADRE ...........: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-WORK-LINE.
            MOVE WS-WORK-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
       END PROGRAM EXTRACTO.
