      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the account holds file (RETMAST).  A
      *          hold sets aside part of an account's balance - a court
      *          embargo, an uncleared cheque - so OPERACIONES_BASICAS
      *          will not let a debit spend it.  Holds are keyed by
      *          account and a hold id the operator gives, and carry
      *          the amount, the reason, the date placed, the expiry
      *          date (blank = held until released) and the operator
      *          who placed it.  The program is an operator session
      *          only, behind the same OPERIN sign-on as
      *          MANTENIMIENTO_CUENTAS: every hold must name a real
      *          operator, so there is no unattended card mode.
      *          Actions: A places a hold (the account must be on
      *          ACCTMAST, the amount positive, the expiry blank or not
      *          before today), M changes a hold's amount, reason or
      *          expiry (the placing date and operator stay), L lifts
      *          (deletes) a hold, and C lists an account's holds with
      *          its available balance.  Holds past their expiry stop
      *          counting on their own and are cleared from the file
      *          by the daily holds report (REPORTE_RETENCIONES).
      *          Every action - applied or refused - is appended with a
      *          timestamp and the operator id to the holds audit
      *          listing (RETAUD), laid out like MANTAUD with the hold
      *          id added.  Return code zero for a clean session, 4
      *          when any action was refused, 8 when nothing was done
      *          or sign-on failed, 12 when a file cannot be opened.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Embargoes and cheque holds move off
      *                paper and into the posting edits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_RETENCIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCION-FILE ASSIGN TO "RETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUENTA
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT RETAUD-FILE ASSIGN TO "RETAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAUD-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    One record per hold; the account leads the key so an
      *    account's holds are read together.
       FD  RETENCION-FILE.
       01  RETENCION-RECORD.
           05  RH-CLAVE.
               10  RH-CUENTA               PIC X(8).
               10  RH-RETENCION            PIC X(8).
           05  RH-IMPORTE                  PIC S9(9)V99.
           05  RH-MOTIVO                   PIC X(30).
           05  RH-FECHA-ALTA               PIC 9(8).
      *    Last day the hold counts; zero = until lifted.
           05  RH-FECHA-VENCE              PIC 9(8).
           05  RH-OPERADOR                 PIC X(8).

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

       FD  RETAUD-FILE.
       01  RETAUD-LINE                     PIC X(110).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OP-ID                       PIC X(8).
           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas.  Maintenance takes
      *    any registered operator - the sign-on proves identity.
           05  OP-FUNCIONES                PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-RETENCION-STATUS             PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-RETAUD-STATUS                PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.

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

      *    Working copy of one action as keyed.  Amounts are keyed in
      *    the CUENTASIN external form - sign then digits, cents
      *    implied.
       01  WS-ACCION                       PIC X(1).
       01  WS-CUENTA                       PIC X(8).
       01  WS-RETENCION                    PIC X(8).
       01  WS-IMPORTE-X                    PIC X(12).
       01  WS-IMPORTE REDEFINES WS-IMPORTE-X
                                           PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
       01  WS-MOTIVO                       PIC X(30).
       01  WS-FECHA-VENCE-X                PIC X(8).
       01  WS-FECHA-VENCE REDEFINES WS-FECHA-VENCE-X
                                           PIC 9(8).
       01  WS-FECHA-PRUEBA                 PIC 9(8).
       01  WS-FECHA-PRUEBA-DESG REDEFINES WS-FECHA-PRUEBA.
           05  WS-FP-YYYY                  PIC 9(4).
           05  WS-FP-MM                    PIC 9(2).
           05  WS-FP-DD                    PIC 9(2).

       01  WS-RESULTADO-ACCION             PIC X(40).
       01  WS-ACCION-OK-SW                 PIC X.
           88  WS-ACCION-OK                 VALUE 'Y'.
       01  WS-DATOS-OK-SW                  PIC X.
           88  WS-DATOS-OK                  VALUE 'Y'.

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

      *    Account enquiry.
       01  WS-CONSULTA-FIN-SW              PIC X.
           88  WS-CONSULTA-FIN              VALUE 'Y'.
       01  WS-TOTAL-RETENIDO               PIC S9(9)V99.
       01  WS-DISPONIBLE                   PIC S9(9)V99.
       01  WS-IMPORTE-ED                   PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ESTADO-RET                   PIC X(7).

       01  WS-APLICADAS-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-RECHAZADAS-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-RETAUD-DETAIL.
           05  WS-RA-FECHA                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-RA-HORA                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-RA-ACCION                PIC X(6).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "CUENTA=".
           05  WS-RA-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "RET=".
           05  WS-RA-RETENCION             PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-RA-RESULTADO             PIC X(40).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "OPER=".
           05  WS-RA-OPER                  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RD-DD

           PERFORM ABRIR-RETENCIONES
           MOVE WS-RETENCION-STATUS TO WS-CHECK-STATUS
           MOVE "RETMAST" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA

           IF NOT WS-ABORT-RUN
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-ACCOUNT-STATUS TO WS-CHECK-STATUS
               MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN EXTEND RETAUD-FILE
               IF WS-RETAUD-STATUS NOT = "00"
                   OPEN OUTPUT RETAUD-FILE
               END-IF
               MOVE WS-RETAUD-STATUS TO WS-CHECK-STATUS
               MOVE "RETAUD" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM INTERACTIVE-PROCESS
               CLOSE RETENCION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE RETAUD-FILE
               DISPLAY "MANTENIMIENTO_RETENCIONES: APLICADAS "
                   WS-APLICADAS-COUNT " RECHAZADAS "
                   WS-RECHAZADAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "MANTENIMIENTO_RETENCIONES: ERROR AL ABRIR "
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
                   DISPLAY "MANTENIMIENTO_RETENCIONES: NINGUNA ACCION "
                       "PROCESADA"
               WHEN WS-RECHAZADAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "MANTENIMIENTO_RETENCIONES: "
                       WS-RECHAZADAS-COUNT " ACCION(ES) RECHAZADA(S) "
                       "- VER RETAUD"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       ABRIR-RETENCIONES.
      *    The holds file starts out empty the first time it is
      *    maintained.
           OPEN I-O RETENCION-FILE
           IF WS-RETENCION-STATUS = "35"
               OPEN OUTPUT RETENCION-FILE
               IF WS-RETENCION-STATUS = "00"
                   CLOSE RETENCION-FILE
                   OPEN I-O RETENCION-FILE
               END-IF
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
                   WHEN "C"
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       PERFORM CONSULTAR-CUENTA
                   WHEN "A"
                   WHEN "M"
                   WHEN "L"
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
               DISPLAY "MANTENIMIENTO_RETENCIONES: SIN ARCHIVO DE "
                   "OPERADORES (OPERIN) - FILE STATUS="
                   WS-OPERADOR-STATUS
           END-IF.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "MANTENIMIENTO DE RETENCIONES - SESION INTERACTIVA"
           DISPLAY "A=COLOCAR  M=MODIFICAR  L=LEVANTAR  C=CONSULTAR  "
               "X=SALIR"
           DISPLAY "Elige la accion:"
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           INSPECT WS-OPCION CONVERTING "amlcx" TO "AMLCX".

       SESION-ACCION.
           DISPLAY "Cuenta:"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-CUENTA
           DISPLAY "ID de retencion:"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-RETENCION
           INSPECT WS-RETENCION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-ACCION = "A" OR WS-ACCION = "M"
               DISPLAY "Importe (p.ej. +00000150000 = 1500.00):"
               MOVE SPACES TO WS-IMPORTE-X
               ACCEPT WS-IMPORTE-X
               DISPLAY "Motivo:"
               MOVE SPACES TO WS-MOTIVO
               ACCEPT WS-MOTIVO
               DISPLAY "Vence (YYYYMMDD, en blanco = hasta levantar):"
               MOVE SPACES TO WS-FECHA-VENCE-X
               ACCEPT WS-FECHA-VENCE-X
           END-IF
           PERFORM EJECUTAR-ACCION
           IF WS-ACCION-OK
               DISPLAY "accion aplicada: " WS-RESULTADO-ACCION
           ELSE
               DISPLAY "accion rechazada: " WS-RESULTADO-ACCION
           END-IF.

       EJECUTAR-ACCION.
           MOVE 'N' TO WS-ACCION-OK-SW
           MOVE SPACES TO WS-RESULTADO-ACCION
           EVALUATE TRUE
               WHEN WS-CUENTA = SPACES
                   MOVE "CUENTA EN BLANCO" TO WS-RESULTADO-ACCION
               WHEN WS-RETENCION = SPACES
                   MOVE "ID DE RETENCION EN BLANCO"
                       TO WS-RESULTADO-ACCION
               WHEN WS-ACCION = "A"
                   PERFORM COLOCAR-RETENCION
               WHEN WS-ACCION = "M"
                   PERFORM MODIFICAR-RETENCION
               WHEN WS-ACCION = "L"
                   PERFORM LEVANTAR-RETENCION
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO WS-RESULTADO-ACCION
           END-EVALUATE
           IF WS-ACCION-OK
               ADD 1 TO WS-APLICADAS-COUNT
           ELSE
               ADD 1 TO WS-RECHAZADAS-COUNT
           END-IF
           PERFORM ESCRIBIR-AUDITORIA.

       VALIDAR-DATOS.
      *    The first failing edit names the refusal.
           SET WS-DATOS-OK TO TRUE
           IF WS-FECHA-VENCE-X = SPACES
               MOVE ZEROS TO WS-FECHA-VENCE-X
           END-IF
           EVALUATE TRUE
               WHEN WS-IMPORTE NOT NUMERIC
                   MOVE "IMPORTE NO NUMERICO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-IMPORTE NOT > ZERO
                   MOVE "IMPORTE DEBE SER POSITIVO"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-MOTIVO = SPACES
                   MOVE "MOTIVO EN BLANCO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-FECHA-VENCE NOT NUMERIC
                   MOVE "FECHA DE VENCIMIENTO INVALIDA"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-FECHA-VENCE = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FECHA-VENCE TO WS-FECHA-PRUEBA
                   IF WS-FP-YYYY < 1900
                       OR WS-FP-MM < 1 OR WS-FP-MM > 12
                       OR WS-FP-DD < 1 OR WS-FP-DD > 31
                       OR WS-FECHA-VENCE < WS-RUN-DATE
                       MOVE "FECHA DE VENCIMIENTO INVALIDA"
                           TO WS-RESULTADO-ACCION
                       MOVE 'N' TO WS-DATOS-OK-SW
                   END-IF
           END-EVALUATE.

       COLOCAR-RETENCION.
           PERFORM VALIDAR-DATOS
           IF WS-DATOS-OK
               MOVE WS-CUENTA TO AM-CUENTA
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-RESULTADO-ACCION
                       MOVE 'N' TO WS-DATOS-OK-SW
               END-READ
           END-IF
           IF WS-DATOS-OK
               MOVE WS-CUENTA TO RH-CUENTA
               MOVE WS-RETENCION TO RH-RETENCION
               MOVE WS-IMPORTE TO RH-IMPORTE
               MOVE WS-MOTIVO TO RH-MOTIVO
               MOVE WS-RUN-DATE TO RH-FECHA-ALTA
               MOVE WS-FECHA-VENCE TO RH-FECHA-VENCE
               MOVE WS-OPERADOR-ID TO RH-OPERADOR
               WRITE RETENCION-RECORD
                   INVALID KEY
                       MOVE "YA EXISTE - ALTA RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       SET WS-ACCION-OK TO TRUE
                       MOVE "RETENCION COLOCADA"
                           TO WS-RESULTADO-ACCION
               END-WRITE
           END-IF.

       MODIFICAR-RETENCION.
      *    Who placed the hold and when stays as recorded; RETAUD shows
      *    who changed it.
           PERFORM VALIDAR-DATOS
           IF WS-DATOS-OK
               MOVE WS-CUENTA TO RH-CUENTA
               MOVE WS-RETENCION TO RH-RETENCION
               READ RETENCION-FILE
                   INVALID KEY
                       MOVE "NO EXISTE - MODIFICACION RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       MOVE WS-IMPORTE TO RH-IMPORTE
                       MOVE WS-MOTIVO TO RH-MOTIVO
                       MOVE WS-FECHA-VENCE TO RH-FECHA-VENCE
                       REWRITE RETENCION-RECORD
                       IF WS-RETENCION-STATUS = "00"
                           SET WS-ACCION-OK TO TRUE
                           MOVE "RETENCION MODIFICADA"
                               TO WS-RESULTADO-ACCION
                       ELSE
                           MOVE "ERROR AL REESCRIBIR"
                               TO WS-RESULTADO-ACCION
                       END-IF
               END-READ
           END-IF.

       LEVANTAR-RETENCION.
           MOVE WS-CUENTA TO RH-CUENTA
           MOVE WS-RETENCION TO RH-RETENCION
           READ RETENCION-FILE
               INVALID KEY
                   MOVE "NO EXISTE - LEVANTAMIENTO RECHAZADO"
                       TO WS-RESULTADO-ACCION
               NOT INVALID KEY
                   DELETE RETENCION-FILE
                   IF WS-RETENCION-STATUS = "00"
                       SET WS-ACCION-OK TO TRUE
                       MOVE "RETENCION LEVANTADA"
                           TO WS-RESULTADO-ACCION
                   ELSE
                       MOVE "ERROR AL ELIMINAR"
                           TO WS-RESULTADO-ACCION
                   END-IF
           END-READ.

       CONSULTAR-CUENTA.
      *    Lists every hold on file for the account, expired ones
      *    marked, and the available balance the posting edit would
      *    use today.  Nothing is changed and nothing is audited.
           DISPLAY "Cuenta:"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-CUENTA
           MOVE WS-CUENTA TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "cuenta no existe"
               NOT INVALID KEY
                   PERFORM LISTAR-RETENCIONES-CUENTA
           END-READ.

       LISTAR-RETENCIONES-CUENTA.
           MOVE ZERO TO WS-TOTAL-RETENIDO
           MOVE 'N' TO WS-CONSULTA-FIN-SW
           DISPLAY "cuenta " AM-CUENTA " " AM-DESCRIPCION
           MOVE WS-CUENTA TO RH-CUENTA
           MOVE LOW-VALUES TO RH-RETENCION
           START RETENCION-FILE KEY NOT LESS THAN RH-CLAVE
               INVALID KEY
                   SET WS-CONSULTA-FIN TO TRUE
           END-START
           PERFORM UNTIL WS-CONSULTA-FIN
               READ RETENCION-FILE NEXT
                   AT END
                       SET WS-CONSULTA-FIN TO TRUE
                   NOT AT END
                       IF RH-CUENTA NOT = WS-CUENTA
                           SET WS-CONSULTA-FIN TO TRUE
                       ELSE
                           IF RH-FECHA-VENCE NOT = ZERO
                               AND RH-FECHA-VENCE < WS-RUN-DATE
                               MOVE "VENCIDA" TO WS-ESTADO-RET
                           ELSE
                               MOVE "ACTIVA" TO WS-ESTADO-RET
                               ADD RH-IMPORTE TO WS-TOTAL-RETENIDO
                           END-IF
                           MOVE RH-IMPORTE TO WS-IMPORTE-ED
                           DISPLAY "  " RH-RETENCION " " WS-IMPORTE-ED
                               " " WS-ESTADO-RET " VENCE "
                               RH-FECHA-VENCE " " RH-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE AM-SALDO TO WS-IMPORTE-ED
           DISPLAY "saldo:       " WS-IMPORTE-ED
           MOVE WS-TOTAL-RETENIDO TO WS-IMPORTE-ED
           DISPLAY "retenido:    " WS-IMPORTE-ED
           COMPUTE WS-DISPONIBLE = AM-SALDO - WS-TOTAL-RETENIDO
           MOVE WS-DISPONIBLE TO WS-IMPORTE-ED
           DISPLAY "disponible:  " WS-IMPORTE-ED.

       ESCRIBIR-AUDITORIA.
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:2) TO WS-HE-HH
           MOVE WS-HORA(3:2) TO WS-HE-MI
           MOVE WS-HORA(5:2) TO WS-HE-SS
           MOVE WS-RUN-DATE-EDIT TO WS-RA-FECHA
           MOVE WS-HORA-EDIT TO WS-RA-HORA
           EVALUATE WS-ACCION
               WHEN "A"
                   MOVE "ALTA" TO WS-RA-ACCION
               WHEN "M"
                   MOVE "MODIF" TO WS-RA-ACCION
               WHEN "L"
                   MOVE "LEVANT" TO WS-RA-ACCION
               WHEN OTHER
                   MOVE WS-ACCION TO WS-RA-ACCION
           END-EVALUATE
           MOVE WS-CUENTA TO WS-RA-CUENTA
           MOVE WS-RETENCION TO WS-RA-RETENCION
           MOVE WS-RESULTADO-ACCION TO WS-RA-RESULTADO
           MOVE WS-OPERADOR-ID TO WS-RA-OPER
           MOVE WS-RETAUD-DETAIL TO RETAUD-LINE
           WRITE RETAUD-LINE.

       END PROGRAM MANTENIMIENTO_RETENCIONES.
