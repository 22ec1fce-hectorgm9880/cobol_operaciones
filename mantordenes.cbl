      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the standing-order master (ORDMAST).
      *          Adds, modifies or removes one recurring movement at a
      *          time.  With no PARM the program runs an operator menu
      *          behind the same OPERIN sign-on as
      *          MANTENIMIENTO_CUENTAS; with any PARM it reads
      *          maintenance cards from ORDMNT instead:
      *              accion(A/M/B) orden(8) cuenta(8) operacion(1)
      *              importe(7) tasa(4) moneda(3) frecuencia(1)
      *              dia(2) inicio(8) fin(8) destino(8)
      *              descripcion(20)
      *          (one blank between fields; importe in the TRANSIN
      *          external form - sign then digits, cents implied).
      *          An order may carry operation A or S (importe), X
      *          (importe to the destino account) or P (importe priced
      *          at the tasa code).  Frequency D runs every day, S
      *          every seventh day from the start date, M monthly on
      *          the start date's day and F monthly on the given dia;
      *          a day past the end of a short month falls on its last
      *          day.  A blank fin leaves the order open-ended.  The
      *          account (and destino), the operation, the amount, the
      *          rate code (against TASAIN) and the dates are all
      *          edited before the master is touched.  A modification
      *          replaces the definition but keeps the last-executed
      *          date, so a changed order cannot run twice on one day;
      *          a baja removes the order.  Every action - applied or
      *          refused - is appended with a timestamp and the
      *          operator id to the order maintenance audit listing
      *          (ORDAUD), laid out like MANTAUD.  Return code zero for
      *          a clean pass, 4 when any action was refused, 8 when
      *          nothing was done, 12 when a file cannot be opened.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Recurring fees, transfers and loan
      *                instalments are set up once instead of being
      *                re-keyed by a branch every period.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_ORDENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANT-FILE ASSIGN TO "ORDMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANT-STATUS.
           SELECT ORDEN-FILE ASSIGN TO "ORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORDEN
               FILE STATUS IS WS-ORDEN-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUENTA
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ORDAUD-FILE ASSIGN TO "ORDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDAUD-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT TASA-FILE ASSIGN TO "TASAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANT-FILE.
       01  MANT-RECORD.
           05  MO-ACCION                   PIC X(1).
           05  FILLER                      PIC X.
           05  MO-ORDEN                    PIC X(8).
           05  FILLER                      PIC X.
           05  MO-CUENTA                   PIC X(8).
           05  FILLER                      PIC X.
           05  MO-OPCODE                   PIC X(1).
           05  FILLER                      PIC X.
           05  MO-IMPORTE-X                PIC X(7).
           05  FILLER                      PIC X.
           05  MO-TASA-CODIGO              PIC X(4).
           05  FILLER                      PIC X.
           05  MO-MONEDA                   PIC X(3).
           05  FILLER                      PIC X.
           05  MO-FRECUENCIA               PIC X(1).
           05  FILLER                      PIC X.
           05  MO-DIA-X                    PIC X(2).
           05  FILLER                      PIC X.
           05  MO-FECHA-INICIO-X           PIC X(8).
           05  FILLER                      PIC X.
           05  MO-FECHA-FIN-X              PIC X(8).
           05  FILLER                      PIC X.
           05  MO-CUENTA-DESTINO           PIC X(8).
           05  FILLER                      PIC X.
           05  MO-DESCRIPCION              PIC X(20).

       FD  ORDEN-FILE.
       01  ORDEN-RECORD.
           05  OM-ORDEN                    PIC X(8).
           05  OM-CUENTA                   PIC X(8).
      *    A, S, X or P - the TRANSIN operation the order generates.
           05  OM-OPCODE                   PIC X(1).
           05  OM-IMPORTE                  PIC S9(4)V99.
      *    Rate code for a P order; blank otherwise.
           05  OM-TASA-CODIGO              PIC X(4).
           05  OM-MONEDA                   PIC X(3).
           05  OM-FRECUENCIA               PIC X(1).
               88  OM-DIARIA                VALUE 'D'.
               88  OM-SEMANAL               VALUE 'S'.
               88  OM-MENSUAL               VALUE 'M'.
               88  OM-DIA-DEL-MES           VALUE 'F'.
      *    Day of the month for frequency F; zero otherwise.
           05  OM-DIA                      PIC 9(2).
           05  OM-FECHA-INICIO             PIC 9(8).
      *    Zero = no end date.
           05  OM-FECHA-FIN                PIC 9(8).
      *    Date of the last segment the order went out on; zero until
      *    it first runs.
           05  OM-ULTIMA-EJECUCION         PIC 9(8).
      *    Credit account of an X order; blank otherwise.
           05  OM-CUENTA-DESTINO           PIC X(8).
           05  OM-DESCRIPCION              PIC X(20).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  AM-CUENTA                   PIC X(8).
           05  AM-DESCRIPCION              PIC X(30).
           05  AM-SALDO                    PIC S9(9)V99.
      *    Posting limits: the balance may not be driven below the
      *    floor, and no single operation may post more than the cap
      *    (zero cap = no per-operation limit).
           05  AM-SALDO-MINIMO             PIC S9(9)V99.
           05  AM-LIMITE-OPER              PIC S9(6)V99.
      *    Interest: the rate code names a TASAIN entry (blank = the
      *    account earns no interest); DEVENGO_INTERESES adds one day's
      *    interest to the accrual each night, stamps the day it
      *    accrued, and empties the accrual into a capitalization
      *    segment at month end.
           05  AM-TASA-CODIGO              PIC X(4).
           05  AM-INTERES-DEVENGADO        PIC S9(7)V9(4).
           05  AM-FECHA-DEVENGO            PIC 9(8).

       FD  ORDAUD-FILE.
       01  ORDAUD-LINE                     PIC X(100).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OP-ID                       PIC X(8).
           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas.  Maintenance takes
      *    any registered operator - the sign-on proves identity.
           05  OP-FUNCIONES                PIC X(1).

       FD  TASA-FILE.
       01  TASA-RECORD.
           05  RT-CODIGO                   PIC X(4).
           05  FILLER                      PIC X.
           05  RT-TASA                     PIC 9(3)V9(4).
           05  FILLER                      PIC X.
           05  RT-FECHA-EFECTIVA           PIC 9(8).
           05  FILLER                      PIC X.
           05  RT-DESCRIPCION              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-MANT-STATUS                  PIC X(2).
       01  WS-ORDEN-STATUS                 PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-ORDAUD-STATUS                PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-BATCH-MODE-SW                PIC X VALUE 'N'.
           88  WS-BATCH-MODE                VALUE 'Y'.
       01  WS-MANT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-MANT-EOF                  VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-EDIT.
           05  WS-RD-YYYY                  PIC 9(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-RD-MM                    PIC 9(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-RD-DD                    PIC 9(2).
       01  WS-HORA                         PIC 9(8).
       01  WS-HORA-EDIT.
           05  WS-HE-HH                    PIC 9(2).
           05  FILLER                      PIC X VALUE ':'.
           05  WS-HE-MI                    PIC 9(2).
           05  FILLER                      PIC X VALUE ':'.
           05  WS-HE-SS                    PIC 9(2).

      *    Working copy of one maintenance action, filled from a card
      *    or from the session prompts.  The X views are what was
      *    keyed; the redefinitions are the numeric edits.
       01  WS-ACCION                       PIC X(1).
       01  WS-ORDEN                        PIC X(8).
       01  WS-CUENTA                       PIC X(8).
       01  WS-OPCODE                       PIC X(1).
           88  WS-OPCODE-VALIDO             VALUES 'A' 'S' 'X' 'P'.
       01  WS-IMPORTE-X                    PIC X(7).
       01  WS-IMPORTE REDEFINES WS-IMPORTE-X
                                           PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
       01  WS-TASA-CODIGO                  PIC X(4).
       01  WS-MONEDA                       PIC X(3).
       01  WS-FRECUENCIA                   PIC X(1).
           88  WS-FRECUENCIA-VALIDA         VALUES 'D' 'S' 'M' 'F'.
       01  WS-DIA-X                        PIC X(2).
       01  WS-DIA REDEFINES WS-DIA-X       PIC 9(2).
       01  WS-FECHA-INICIO-X               PIC X(8).
       01  WS-FECHA-INICIO REDEFINES WS-FECHA-INICIO-X
                                           PIC 9(8).
       01  WS-FECHA-FIN-X                  PIC X(8).
       01  WS-FECHA-FIN REDEFINES WS-FECHA-FIN-X
                                           PIC 9(8).
       01  WS-CUENTA-DESTINO               PIC X(8).
       01  WS-DESCRIPCION                  PIC X(20).

      *    Plausibility edit shared by both dates.
       01  WS-FECHA-PRUEBA                 PIC 9(8).
       01  WS-FECHA-PRUEBA-DESG REDEFINES WS-FECHA-PRUEBA.
           05  WS-FP-YYYY                  PIC 9(4).
           05  WS-FP-MM                    PIC 9(2).
           05  WS-FP-DD                    PIC 9(2).
       01  WS-FECHA-OK-SW                  PIC X.
           88  WS-FECHA-OK                  VALUE 'Y'.

       01  WS-RESULTADO-ACCION             PIC X(40).
       01  WS-ACCION-OK-SW                 PIC X.
           88  WS-ACCION-OK                 VALUE 'Y'.
       01  WS-ORDEN-OK-SW                  PIC X.
           88  WS-ORDEN-OK                  VALUE 'Y'.

       01  WS-TASA-STATUS                  PIC X(2).
       01  WS-TASA-EOF-SW                  PIC X VALUE 'N'.
           88  WS-TASA-EOF                  VALUE 'Y'.
       01  WS-TASA-OK-SW                   PIC X VALUE 'N'.
           88  WS-TASA-OK                   VALUE 'Y'.

       01  WS-OPERADOR-STATUS              PIC X(2).
       01  WS-OPER-EOF-SW                  PIC X VALUE 'N'.
           88  WS-OPER-EOF                  VALUE 'Y'.
       01  WS-OPERADOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-OPERADOR-NOMBRE              PIC X(20).
       01  WS-OPERADOR-OK-SW               PIC X VALUE 'N'.
           88  WS-OPERADOR-OK               VALUE 'Y'.
       01  WS-SIGNON-INTENTOS              PIC 9(1) VALUE ZERO.

       01  WS-OPCION                       PIC X(1).
       01  WS-OPCION-BLANCOS               PIC 9(1) VALUE ZERO.
       01  WS-SESION-FIN-SW                PIC X VALUE 'N'.
           88  WS-SESION-FIN                VALUE 'Y'.
       01  WS-RESPUESTA                    PIC X(30).

       01  WS-APLICADAS-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-RECHAZADAS-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-ORDAUD-DETAIL.
           05  WS-OA-FECHA                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-OA-HORA                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-OA-ACCION                PIC X(6).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "ORDEN=".
           05  WS-OA-ORDEN                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-OA-RESULTADO             PIC X(40).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "OPER=".
           05  WS-OA-OPER                  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = SPACES
               MOVE 'N' TO WS-BATCH-MODE-SW
           ELSE
               SET WS-BATCH-MODE TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RD-DD

           PERFORM ABRIR-ORDENES
           MOVE WS-ORDEN-STATUS TO WS-CHECK-STATUS
           MOVE "ORDMAST" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA

           IF NOT WS-ABORT-RUN
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-ACCOUNT-STATUS TO WS-CHECK-STATUS
               MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM ABRIR-AUDITORIA
               MOVE WS-ORDAUD-STATUS TO WS-CHECK-STATUS
               MOVE "ORDAUD" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               IF WS-BATCH-MODE
                   PERFORM BATCH-PROCESS
               ELSE
                   PERFORM INTERACTIVE-PROCESS
               END-IF
               CLOSE ORDEN-FILE
               CLOSE ACCOUNT-FILE
               CLOSE ORDAUD-FILE
               DISPLAY "MANTENIMIENTO_ORDENES: APLICADAS "
                   WS-APLICADAS-COUNT " RECHAZADAS "
                   WS-RECHAZADAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "MANTENIMIENTO_ORDENES: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-APLICADAS-COUNT = 0
                   AND WS-RECHAZADAS-COUNT = 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MANTENIMIENTO_ORDENES: NINGUNA ACCION "
                       "PROCESADA"
               WHEN WS-RECHAZADAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "MANTENIMIENTO_ORDENES: "
                       WS-RECHAZADAS-COUNT " ACCION(ES) RECHAZADA(S) "
                       "- VER ORDAUD"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       ABRIR-ORDENES.
      *    The order master starts out empty the first time it is
      *    maintained.
           OPEN I-O ORDEN-FILE
           IF WS-ORDEN-STATUS = "35"
               OPEN OUTPUT ORDEN-FILE
               IF WS-ORDEN-STATUS = "00"
                   CLOSE ORDEN-FILE
                   OPEN I-O ORDEN-FILE
               END-IF
           END-IF.

       ABRIR-AUDITORIA.
           OPEN EXTEND ORDAUD-FILE
           IF WS-ORDAUD-STATUS NOT = "00"
               OPEN OUTPUT ORDAUD-FILE
           END-IF.

       BATCH-PROCESS.
           OPEN INPUT MANT-FILE
           MOVE WS-MANT-STATUS TO WS-CHECK-STATUS
           MOVE "ORDMNT" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA
           IF NOT WS-ABORT-RUN
               PERFORM UNTIL WS-MANT-EOF
                   READ MANT-FILE
                       AT END
                           SET WS-MANT-EOF TO TRUE
                       NOT AT END
                           MOVE MO-ACCION TO WS-ACCION
                           MOVE MO-ORDEN TO WS-ORDEN
                           MOVE MO-CUENTA TO WS-CUENTA
                           MOVE MO-OPCODE TO WS-OPCODE
                           MOVE MO-IMPORTE-X TO WS-IMPORTE-X
                           MOVE MO-TASA-CODIGO TO WS-TASA-CODIGO
                           MOVE MO-MONEDA TO WS-MONEDA
                           MOVE MO-FRECUENCIA TO WS-FRECUENCIA
                           MOVE MO-DIA-X TO WS-DIA-X
                           MOVE MO-FECHA-INICIO-X
                               TO WS-FECHA-INICIO-X
                           MOVE MO-FECHA-FIN-X TO WS-FECHA-FIN-X
                           MOVE MO-CUENTA-DESTINO
                               TO WS-CUENTA-DESTINO
                           MOVE MO-DESCRIPCION TO WS-DESCRIPCION
                           PERFORM EJECUTAR-ACCION
                   END-READ
               END-PERFORM
               CLOSE MANT-FILE
           END-IF.

       INTERACTIVE-PROCESS.
           PERFORM INICIAR-SESION-OPERADOR
           IF NOT WS-OPERADOR-OK
               DISPLAY "acceso denegado - se cierra la sesion"
           ELSE
               PERFORM CICLO-SESION
               DISPLAY " "
               DISPLAY "RESUMEN DE LA SESION"
               DISPLAY "operador:            " WS-OPERADOR-ID " "
                   WS-OPERADOR-NOMBRE
               DISPLAY "acciones aplicadas:  " WS-APLICADAS-COUNT
               DISPLAY "acciones rechazadas: " WS-RECHAZADAS-COUNT
               DISPLAY "fin de la sesion"
           END-IF.

       CICLO-SESION.
           PERFORM UNTIL WS-SESION-FIN
               PERFORM MOSTRAR-MENU
      *        Three empty answers in a row close the session, as in
      *        MANTENIMIENTO_CUENTAS.
               EVALUATE WS-OPCION
                   WHEN SPACE
                       ADD 1 TO WS-OPCION-BLANCOS
                       IF WS-OPCION-BLANCOS > 2
                           DISPLAY "sin respuesta - se cierra la "
                               "sesion"
                           SET WS-SESION-FIN TO TRUE
                       END-IF
                   WHEN "X"
                       SET WS-SESION-FIN TO TRUE
                   WHEN "A"
                   WHEN "M"
                   WHEN "B"
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       MOVE WS-OPCION TO WS-ACCION
                       PERFORM SESION-ACCION
                   WHEN OTHER
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       DISPLAY "opcion invalida, intenta de nuevo"
               END-EVALUATE
           END-PERFORM.

       INICIAR-SESION-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-OK-SW
           MOVE ZERO TO WS-SIGNON-INTENTOS
           PERFORM UNTIL WS-OPERADOR-OK
               OR WS-SIGNON-INTENTOS > 2
               ADD 1 TO WS-SIGNON-INTENTOS
               DISPLAY "ID de operador:"
               MOVE SPACES TO WS-OPERADOR-ID
               ACCEPT WS-OPERADOR-ID
               IF WS-OPERADOR-ID NOT = SPACES
                   PERFORM BUSCAR-OPERADOR
               END-IF
               IF NOT WS-OPERADOR-OK
                   DISPLAY "operador desconocido"
               END-IF
           END-PERFORM
           IF WS-OPERADOR-OK
               DISPLAY "sesion abierta para " WS-OPERADOR-NOMBRE
           ELSE
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.

       BUSCAR-OPERADOR.
           MOVE 'N' TO WS-OPER-EOF-SW
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-STATUS = "00"
               PERFORM UNTIL WS-OPER-EOF
                   READ OPERADOR-FILE
                       AT END
                           SET WS-OPER-EOF TO TRUE
                       NOT AT END
                           IF OP-ID = WS-OPERADOR-ID
                               MOVE OP-NOMBRE TO WS-OPERADOR-NOMBRE
                               SET WS-OPERADOR-OK TO TRUE
                               SET WS-OPER-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
           ELSE
               DISPLAY "MANTENIMIENTO_ORDENES: SIN ARCHIVO DE "
                   "OPERADORES (OPERIN) - FILE STATUS="
                   WS-OPERADOR-STATUS
           END-IF.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "MANTENIMIENTO DE ORDENES PERMANENTES - SESION "
               "INTERACTIVA"
           DISPLAY "A=ALTA  M=MODIFICACION  B=BAJA  X=SALIR"
           DISPLAY "Elige la accion:"
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           INSPECT WS-OPCION CONVERTING "ambx" TO "AMBX".

       SESION-ACCION.
           DISPLAY "Numero de orden:"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-ORDEN
           IF WS-ACCION = "A" OR WS-ACCION = "M"
               PERFORM SESION-DEFINICION
           END-IF
           PERFORM EJECUTAR-ACCION
           IF WS-ACCION-OK
               DISPLAY "accion aplicada: " WS-RESULTADO-ACCION
           ELSE
               DISPLAY "accion rechazada: " WS-RESULTADO-ACCION
           END-IF.

       SESION-DEFINICION.
      *    Every field of the definition is asked for, in card order;
      *    amounts are keyed in the TRANSIN external form.
           DISPLAY "Cuenta:"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-CUENTA
           DISPLAY "Operacion (A=abono S=cargo X=traspaso P=tasa):"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:1) TO WS-OPCODE
           INSPECT WS-OPCODE CONVERTING "asxp" TO "ASXP"
           DISPLAY "Importe (p.ej. +001500 = 15.00):"
           MOVE SPACES TO WS-IMPORTE-X
           ACCEPT WS-IMPORTE-X
           MOVE SPACES TO WS-TASA-CODIGO
           IF WS-OPCODE = "P"
               DISPLAY "Codigo de tasa:"
               ACCEPT WS-TASA-CODIGO
               INSPECT WS-TASA-CODIGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           MOVE SPACES TO WS-CUENTA-DESTINO
           IF WS-OPCODE = "X"
               DISPLAY "Cuenta destino:"
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               MOVE WS-RESPUESTA(1:8) TO WS-CUENTA-DESTINO
           END-IF
           DISPLAY "Moneda (en blanco = moneda base):"
           MOVE SPACES TO WS-MONEDA
           ACCEPT WS-MONEDA
           INSPECT WS-MONEDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Frecuencia (D=diaria S=semanal M=mensual "
               "F=dia fijo del mes):"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:1) TO WS-FRECUENCIA
           INSPECT WS-FRECUENCIA CONVERTING "dsmf" TO "DSMF"
           MOVE SPACES TO WS-DIA-X
           IF WS-FRECUENCIA = "F"
               DISPLAY "Dia del mes (01-31):"
               ACCEPT WS-DIA-X
           END-IF
           DISPLAY "Fecha de inicio (YYYYMMDD):"
           MOVE SPACES TO WS-FECHA-INICIO-X
           ACCEPT WS-FECHA-INICIO-X
           DISPLAY "Fecha de fin (YYYYMMDD, en blanco = sin fin):"
           MOVE SPACES TO WS-FECHA-FIN-X
           ACCEPT WS-FECHA-FIN-X
           DISPLAY "Descripcion:"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA TO WS-DESCRIPCION.

       EJECUTAR-ACCION.
           MOVE 'N' TO WS-ACCION-OK-SW
           MOVE SPACES TO WS-RESULTADO-ACCION
           EVALUATE TRUE
               WHEN WS-ORDEN = SPACES
                   MOVE "ORDEN EN BLANCO" TO WS-RESULTADO-ACCION
               WHEN WS-ACCION = "A"
                   PERFORM ALTA-ORDEN
               WHEN WS-ACCION = "M"
                   PERFORM MODIFICAR-ORDEN
               WHEN WS-ACCION = "B"
                   PERFORM BAJA-ORDEN
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO WS-RESULTADO-ACCION
           END-EVALUATE
           IF WS-ACCION-OK
               ADD 1 TO WS-APLICADAS-COUNT
           ELSE
               ADD 1 TO WS-RECHAZADAS-COUNT
           END-IF
           PERFORM ESCRIBIR-AUDITORIA.

       VALIDAR-ORDEN.
      *    The first failing edit names the refusal.  Nothing reaches
      *    the master until the whole definition passes.
           SET WS-ORDEN-OK TO TRUE
           IF WS-FRECUENCIA NOT = "F"
               MOVE ZEROS TO WS-DIA-X
           END-IF
           IF WS-FECHA-FIN-X = SPACES
               MOVE ZEROS TO WS-FECHA-FIN-X
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-OPCODE-VALIDO
                   MOVE "OPERACION NO PERMITIDA (A/S/X/P)"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               WHEN WS-IMPORTE NOT NUMERIC
                   MOVE "IMPORTE NO NUMERICO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               WHEN WS-IMPORTE NOT > ZERO
                   MOVE "IMPORTE DEBE SER POSITIVO"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               WHEN NOT WS-FRECUENCIA-VALIDA
                   MOVE "FRECUENCIA INVALIDA (D/S/M/F)"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               WHEN WS-DIA NOT NUMERIC
                   MOVE "DIA DEL MES INVALIDO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               WHEN WS-FRECUENCIA = "F"
                   AND (WS-DIA < 1 OR WS-DIA > 31)
                   MOVE "DIA DEL MES INVALIDO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
           END-EVALUATE
           IF WS-ORDEN-OK
               PERFORM VALIDAR-FECHAS-ORDEN
           END-IF
           IF WS-ORDEN-OK
               PERFORM VALIDAR-CUENTAS-ORDEN
           END-IF
           IF WS-ORDEN-OK AND WS-OPCODE = "P"
               MOVE 'N' TO WS-TASA-OK-SW
               IF WS-TASA-CODIGO NOT = SPACES
                   PERFORM BUSCAR-TASA
               END-IF
               IF NOT WS-TASA-OK
                   MOVE "TASA NO EXISTE EN TASAIN"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               END-IF
           END-IF.

       VALIDAR-FECHAS-ORDEN.
           IF WS-FECHA-INICIO NOT NUMERIC
               MOVE 'N' TO WS-FECHA-OK-SW
           ELSE
               MOVE WS-FECHA-INICIO TO WS-FECHA-PRUEBA
               PERFORM VALIDAR-FECHA
           END-IF
           IF NOT WS-FECHA-OK
               MOVE "FECHA DE INICIO INVALIDA" TO WS-RESULTADO-ACCION
               MOVE 'N' TO WS-ORDEN-OK-SW
           ELSE
               IF WS-FECHA-FIN NOT NUMERIC
                   MOVE 'N' TO WS-FECHA-OK-SW
               ELSE
                   IF WS-FECHA-FIN NOT = ZERO
                       MOVE WS-FECHA-FIN TO WS-FECHA-PRUEBA
                       PERFORM VALIDAR-FECHA
                       IF WS-FECHA-FIN < WS-FECHA-INICIO
                           MOVE 'N' TO WS-FECHA-OK-SW
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-FECHA-OK
                   MOVE "FECHA DE FIN INVALIDA" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               END-IF
           END-IF.

       VALIDAR-FECHA.
           SET WS-FECHA-OK TO TRUE
           IF WS-FP-YYYY < 1900
               OR WS-FP-MM < 1 OR WS-FP-MM > 12
               OR WS-FP-DD < 1 OR WS-FP-DD > 31
               MOVE 'N' TO WS-FECHA-OK-SW
           END-IF.

       VALIDAR-CUENTAS-ORDEN.
      *    The account must be on the master today; so must the credit
      *    account of a transfer, which may not be the debit account.
           MOVE WS-CUENTA TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "CUENTA NO EXISTE" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
           END-READ
           IF WS-ORDEN-OK AND WS-OPCODE = "X"
               IF WS-CUENTA-DESTINO = SPACES
                   OR WS-CUENTA-DESTINO = WS-CUENTA
                   MOVE "CUENTA DESTINO INVALIDA"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-ORDEN-OK-SW
               ELSE
                   MOVE WS-CUENTA-DESTINO TO AM-CUENTA
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE "CUENTA DESTINO NO EXISTE"
                               TO WS-RESULTADO-ACCION
                           MOVE 'N' TO WS-ORDEN-OK-SW
                   END-READ
               END-IF
           END-IF.

       BUSCAR-TASA.
           MOVE 'N' TO WS-TASA-EOF-SW
           OPEN INPUT TASA-FILE
           IF WS-TASA-STATUS = "00"
               PERFORM UNTIL WS-TASA-EOF
                   READ TASA-FILE
                       AT END
                           SET WS-TASA-EOF TO TRUE
                       NOT AT END
                           IF RT-CODIGO = WS-TASA-CODIGO
                               SET WS-TASA-OK TO TRUE
                               SET WS-TASA-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASA-FILE
           ELSE
               DISPLAY "MANTENIMIENTO_ORDENES: SIN ARCHIVO DE "
                   "TASAS (TASAIN) - FILE STATUS=" WS-TASA-STATUS
           END-IF.

       MOVER-DEFINICION.
           MOVE WS-CUENTA TO OM-CUENTA
           MOVE WS-OPCODE TO OM-OPCODE
           MOVE WS-IMPORTE TO OM-IMPORTE
           IF WS-OPCODE = "P"
               MOVE WS-TASA-CODIGO TO OM-TASA-CODIGO
           ELSE
               MOVE SPACES TO OM-TASA-CODIGO
           END-IF
           MOVE WS-MONEDA TO OM-MONEDA
           MOVE WS-FRECUENCIA TO OM-FRECUENCIA
           MOVE WS-DIA TO OM-DIA
           MOVE WS-FECHA-INICIO TO OM-FECHA-INICIO
           MOVE WS-FECHA-FIN TO OM-FECHA-FIN
           IF WS-OPCODE = "X"
               MOVE WS-CUENTA-DESTINO TO OM-CUENTA-DESTINO
           ELSE
               MOVE SPACES TO OM-CUENTA-DESTINO
           END-IF
           MOVE WS-DESCRIPCION TO OM-DESCRIPCION.

       ALTA-ORDEN.
           PERFORM VALIDAR-ORDEN
           IF WS-ORDEN-OK
               MOVE WS-ORDEN TO OM-ORDEN
               PERFORM MOVER-DEFINICION
               MOVE ZERO TO OM-ULTIMA-EJECUCION
               WRITE ORDEN-RECORD
                   INVALID KEY
                       MOVE "YA EXISTE - ALTA RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       SET WS-ACCION-OK TO TRUE
                       MOVE "ALTA APLICADA" TO WS-RESULTADO-ACCION
               END-WRITE
           END-IF.

       MODIFICAR-ORDEN.
      *    The last-executed date read from the master travels back
      *    untouched, so a changed order is not due again the same day.
           PERFORM VALIDAR-ORDEN
           IF WS-ORDEN-OK
               MOVE WS-ORDEN TO OM-ORDEN
               READ ORDEN-FILE
                   INVALID KEY
                       MOVE "NO EXISTE - MODIFICACION RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       PERFORM MOVER-DEFINICION
                       REWRITE ORDEN-RECORD
                       IF WS-ORDEN-STATUS = "00"
                           SET WS-ACCION-OK TO TRUE
                           MOVE "ORDEN MODIFICADA"
                               TO WS-RESULTADO-ACCION
                       ELSE
                           MOVE "ERROR AL REESCRIBIR"
                               TO WS-RESULTADO-ACCION
                       END-IF
               END-READ
           END-IF.

       BAJA-ORDEN.
           MOVE WS-ORDEN TO OM-ORDEN
           READ ORDEN-FILE
               INVALID KEY
                   MOVE "NO EXISTE - BAJA RECHAZADA"
                       TO WS-RESULTADO-ACCION
               NOT INVALID KEY
                   DELETE ORDEN-FILE
                   IF WS-ORDEN-STATUS = "00"
                       SET WS-ACCION-OK TO TRUE
                       MOVE "BAJA APLICADA" TO WS-RESULTADO-ACCION
                   ELSE
                       MOVE "ERROR AL ELIMINAR"
                           TO WS-RESULTADO-ACCION
                   END-IF
           END-READ.

       ESCRIBIR-AUDITORIA.
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:2) TO WS-HE-HH
           MOVE WS-HORA(3:2) TO WS-HE-MI
           MOVE WS-HORA(5:2) TO WS-HE-SS
           MOVE WS-RUN-DATE-EDIT TO WS-OA-FECHA
           MOVE WS-HORA-EDIT TO WS-OA-HORA
           EVALUATE WS-ACCION
               WHEN "A"
                   MOVE "ALTA" TO WS-OA-ACCION
               WHEN "M"
                   MOVE "MODIF" TO WS-OA-ACCION
               WHEN "B"
                   MOVE "BAJA" TO WS-OA-ACCION
               WHEN OTHER
                   MOVE WS-ACCION TO WS-OA-ACCION
           END-EVALUATE
           MOVE WS-ORDEN TO WS-OA-ORDEN
           MOVE WS-RESULTADO-ACCION TO WS-OA-RESULTADO
           MOVE WS-OPERADOR-ID TO WS-OA-OPER
           MOVE WS-ORDAUD-DETAIL TO ORDAUD-LINE
           WRITE ORDAUD-LINE.

       END PROGRAM MANTENIMIENTO_ORDENES.
