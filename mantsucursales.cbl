      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the branch master (SUCMAST).  Every
      *          source that sends work to OPERACIONES_BASICAS is a
      *          branch here: the three-letter code its details carry
      *          in TR-FUENTE, the id its batch header carries in
      *          TH-FUENTE, its name, whether it is active, the
      *          operation codes it may send, and the ceiling on the
      *          value of one of its batches (zero = no ceiling).  The
      *          system's own segments are branches like any other -
      *          INT/INTERES, ORD/ORDENES, REV/REVERSO, the
      *          correction pass's RECICLO and the approval queue's
      *          APROBADO - and must be on file for their work to
      *          post.  The program is an operator session only,
      *          behind the same OPERIN sign-on as
      *          MANTENIMIENTO_CUENTAS, so every change names a real
      *          operator.  Actions: A adds a branch (active), M
      *          changes its name, header id, operations or ceiling,
      *          I inactivates it, R reactivates it, and C lists the
      *          whole master.  A branch is never deleted: its code
      *          stays on the posted history and the settlement
      *          extract.  Every action - applied or refused - is
      *          appended with a timestamp and the operator id to the
      *          branch maintenance audit listing (SUCAUD), laid out
      *          like MANTAUD with the branch code.  Return code zero
      *          for a clean session, 4 when any action was refused, 8
      *          when nothing was done or sign-on failed, 12 when a
      *          file cannot be opened.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Branch codes were free text on TRANSIN;
      *                a mistyped one posted and opened its own page
      *                and subtotal block on RPTOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_SUCURSALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WS-SUCURSAL-STATUS.
           SELECT SUCAUD-FILE ASSIGN TO "SUCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCAUD-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE.
       01  SUCURSAL-RECORD.
      *    Code the branch's details carry in TR-FUENTE.
           05  SU-CODIGO                   PIC X(3).
      *    Id the branch's batch header carries in TH-FUENTE.
           05  SU-LOTE                     PIC X(8).
           05  SU-NOMBRE                   PIC X(30).
           05  SU-ACTIVA                   PIC X(1).
               88  SU-ESTA-ACTIVA           VALUE 'S'.
      *    Operation codes the branch may send, left-justified.
           05  SU-OPERACIONES              PIC X(8).
      *    Ceiling on the value of one batch; zero = no ceiling.
           05  SU-TOPE-LOTE                PIC S9(9)V99.
           05  SU-FECHA-ALTA               PIC 9(8).

       FD  SUCAUD-FILE.
       01  SUCAUD-LINE                     PIC X(100).

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
       01  WS-SUCURSAL-STATUS              PIC X(2).
       01  WS-SUCAUD-STATUS                PIC X(2).
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

      *    Working copy of one action as keyed.  The ceiling is keyed
      *    in the CUENTASIN external form - sign then digits, cents
      *    implied; blank = no ceiling.
       01  WS-ACCION                       PIC X(1).
       01  WS-CODIGO                       PIC X(3).
       01  WS-LOTE                         PIC X(8).
       01  WS-NOMBRE                       PIC X(30).
       01  WS-OPERACIONES                  PIC X(8).
       01  WS-OPERACIONES-RESTO            PIC X(8).
       01  WS-TOPE-X                       PIC X(12).
       01  WS-TOPE REDEFINES WS-TOPE-X     PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.

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

      *    Master scan - the listing and the header-id uniqueness edit.
       01  WS-RECORRIDO-FIN-SW             PIC X.
           88  WS-RECORRIDO-FIN             VALUE 'Y'.
       01  WS-LOTE-DUPLICADO-SW            PIC X.
           88  WS-LOTE-DUPLICADO            VALUE 'Y'.
       01  WS-LISTADOS-COUNT               PIC 9(4).
       01  WS-TOPE-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ESTADO-SUC                   PIC X(8).

       01  WS-APLICADAS-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-RECHAZADAS-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-SUCAUD-DETAIL.
           05  WS-SA-FECHA                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-SA-HORA                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-SA-ACCION                PIC X(6).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE "SUCURSAL=".
           05  WS-SA-CODIGO                PIC X(3).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-SA-RESULTADO             PIC X(40).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "OPER=".
           05  WS-SA-OPER                  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RD-DD

           PERFORM ABRIR-SUCURSALES
           MOVE WS-SUCURSAL-STATUS TO WS-CHECK-STATUS
           MOVE "SUCMAST" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA

           IF NOT WS-ABORT-RUN
               OPEN EXTEND SUCAUD-FILE
               IF WS-SUCAUD-STATUS NOT = "00"
                   OPEN OUTPUT SUCAUD-FILE
               END-IF
               MOVE WS-SUCAUD-STATUS TO WS-CHECK-STATUS
               MOVE "SUCAUD" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM INTERACTIVE-PROCESS
               CLOSE SUCURSAL-FILE
               CLOSE SUCAUD-FILE
               DISPLAY "MANTENIMIENTO_SUCURSALES: APLICADAS "
                   WS-APLICADAS-COUNT " RECHAZADAS "
                   WS-RECHAZADAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "MANTENIMIENTO_SUCURSALES: ERROR AL ABRIR "
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
                   DISPLAY "MANTENIMIENTO_SUCURSALES: NINGUNA ACCION "
                       "PROCESADA"
               WHEN WS-RECHAZADAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "MANTENIMIENTO_SUCURSALES: "
                       WS-RECHAZADAS-COUNT " ACCION(ES) RECHAZADA(S) "
                       "- VER SUCAUD"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       ABRIR-SUCURSALES.
      *    The branch master starts out empty the first time it is
      *    maintained.
           OPEN I-O SUCURSAL-FILE
           IF WS-SUCURSAL-STATUS = "35"
               OPEN OUTPUT SUCURSAL-FILE
               IF WS-SUCURSAL-STATUS = "00"
                   CLOSE SUCURSAL-FILE
                   OPEN I-O SUCURSAL-FILE
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
                       PERFORM LISTAR-SUCURSALES
                   WHEN "A"
                   WHEN "M"
                   WHEN "I"
                   WHEN "R"
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
               DISPLAY "MANTENIMIENTO_SUCURSALES: SIN ARCHIVO DE "
                   "OPERADORES (OPERIN) - FILE STATUS="
                   WS-OPERADOR-STATUS
           END-IF.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "MANTENIMIENTO DE SUCURSALES - SESION INTERACTIVA"
           DISPLAY "A=ALTA  M=MODIFICAR  I=INACTIVAR  R=REACTIVAR  "
               "C=CONSULTAR  X=SALIR"
           DISPLAY "Elige la accion:"
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           INSPECT WS-OPCION CONVERTING "amircx" TO "AMIRCX".

       SESION-ACCION.
           DISPLAY "Codigo de sucursal (3):"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:3) TO WS-CODIGO
           INSPECT WS-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
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
           DISPLAY "Nombre:"
           MOVE SPACES TO WS-NOMBRE
           ACCEPT WS-NOMBRE
           DISPLAY "ID de cabecera de lote (TH-FUENTE, 8):"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-LOTE
           INSPECT WS-LOTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Operaciones permitidas (p.ej. ASMDPXR):"
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE WS-RESPUESTA(1:8) TO WS-OPERACIONES
           INSPECT WS-OPERACIONES CONVERTING "asmdpxr" TO "ASMDPXR"
           DISPLAY "Tope por lote (p.ej. +00001000000 = 10000.00, "
               "en blanco = sin tope):"
           MOVE SPACES TO WS-TOPE-X
           ACCEPT WS-TOPE-X.

       EJECUTAR-ACCION.
           MOVE 'N' TO WS-ACCION-OK-SW
           MOVE SPACES TO WS-RESULTADO-ACCION
           EVALUATE TRUE
               WHEN WS-CODIGO = SPACES
                   MOVE "CODIGO EN BLANCO" TO WS-RESULTADO-ACCION
               WHEN WS-ACCION = "A"
                   PERFORM ALTA-SUCURSAL
               WHEN WS-ACCION = "M"
                   PERFORM MODIFICAR-SUCURSAL
               WHEN WS-ACCION = "I"
               WHEN WS-ACCION = "R"
                   PERFORM CAMBIAR-ESTADO-SUCURSAL
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
      *    The first failing edit names the refusal.  Nothing reaches
      *    the master until the whole definition passes.  Two branches
      *    may not answer to the same header id, or a segment could
      *    not say whose it is.
           SET WS-DATOS-OK TO TRUE
           IF WS-TOPE-X = SPACES
               MOVE "+00000000000" TO WS-TOPE-X
           END-IF
           MOVE WS-OPERACIONES TO WS-OPERACIONES-RESTO
           INSPECT WS-OPERACIONES-RESTO CONVERTING "ASMDPXR"
               TO "       "
           EVALUATE TRUE
               WHEN WS-NOMBRE = SPACES
                   MOVE "NOMBRE EN BLANCO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-LOTE = SPACES
                   MOVE "ID DE CABECERA EN BLANCO"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-OPERACIONES = SPACES
                   MOVE "SIN OPERACIONES PERMITIDAS"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-OPERACIONES-RESTO NOT = SPACES
                   MOVE "OPERACION INVALIDA (A/S/M/D/P/X/R)"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-TOPE NOT NUMERIC
                   MOVE "TOPE NO NUMERICO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               WHEN WS-TOPE < ZERO
                   MOVE "TOPE NEGATIVO" TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
           END-EVALUATE
           IF WS-DATOS-OK
               PERFORM BUSCAR-LOTE-DUPLICADO
               IF WS-LOTE-DUPLICADO
                   MOVE "ID DE CABECERA YA ASIGNADO"
                       TO WS-RESULTADO-ACCION
                   MOVE 'N' TO WS-DATOS-OK-SW
               END-IF
           END-IF.

       BUSCAR-LOTE-DUPLICADO.
           MOVE 'N' TO WS-LOTE-DUPLICADO-SW
           MOVE 'N' TO WS-RECORRIDO-FIN-SW
           MOVE LOW-VALUES TO SU-CODIGO
           START SUCURSAL-FILE KEY NOT LESS THAN SU-CODIGO
               INVALID KEY
                   SET WS-RECORRIDO-FIN TO TRUE
           END-START
           PERFORM UNTIL WS-RECORRIDO-FIN
               READ SUCURSAL-FILE NEXT
                   AT END
                       SET WS-RECORRIDO-FIN TO TRUE
                   NOT AT END
                       IF SU-LOTE = WS-LOTE
                           AND SU-CODIGO NOT = WS-CODIGO
                           SET WS-LOTE-DUPLICADO TO TRUE
                           SET WS-RECORRIDO-FIN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       MOVER-DEFINICION.
           MOVE WS-LOTE TO SU-LOTE
           MOVE WS-NOMBRE TO SU-NOMBRE
           MOVE WS-OPERACIONES TO SU-OPERACIONES
           MOVE WS-TOPE TO SU-TOPE-LOTE.

       ALTA-SUCURSAL.
           PERFORM VALIDAR-DATOS
           IF WS-DATOS-OK
               MOVE WS-CODIGO TO SU-CODIGO
               PERFORM MOVER-DEFINICION
               SET SU-ESTA-ACTIVA TO TRUE
               MOVE WS-RUN-DATE TO SU-FECHA-ALTA
               WRITE SUCURSAL-RECORD
                   INVALID KEY
                       MOVE "YA EXISTE - ALTA RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       SET WS-ACCION-OK TO TRUE
                       MOVE "ALTA APLICADA" TO WS-RESULTADO-ACCION
               END-WRITE
           END-IF.

       MODIFICAR-SUCURSAL.
      *    The active flag and the date added stay as recorded; a
      *    change of status is its own action in SUCAUD.
           PERFORM VALIDAR-DATOS
           IF WS-DATOS-OK
               MOVE WS-CODIGO TO SU-CODIGO
               READ SUCURSAL-FILE
                   INVALID KEY
                       MOVE "NO EXISTE - MODIFICACION RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       PERFORM MOVER-DEFINICION
                       REWRITE SUCURSAL-RECORD
                       IF WS-SUCURSAL-STATUS = "00"
                           SET WS-ACCION-OK TO TRUE
                           MOVE "SUCURSAL MODIFICADA"
                               TO WS-RESULTADO-ACCION
                       ELSE
                           MOVE "ERROR AL REESCRIBIR"
                               TO WS-RESULTADO-ACCION
                       END-IF
               END-READ
           END-IF.

       CAMBIAR-ESTADO-SUCURSAL.
           MOVE WS-CODIGO TO SU-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE "NO EXISTE - ACCION RECHAZADA"
                       TO WS-RESULTADO-ACCION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-ACCION = "I" AND NOT SU-ESTA-ACTIVA
                           MOVE "YA ESTA INACTIVA"
                               TO WS-RESULTADO-ACCION
                       WHEN WS-ACCION = "R" AND SU-ESTA-ACTIVA
                           MOVE "YA ESTA ACTIVA"
                               TO WS-RESULTADO-ACCION
                       WHEN OTHER
                           IF WS-ACCION = "I"
                               MOVE 'N' TO SU-ACTIVA
                           ELSE
                               SET SU-ESTA-ACTIVA TO TRUE
                           END-IF
                           REWRITE SUCURSAL-RECORD
                           IF WS-SUCURSAL-STATUS = "00"
                               SET WS-ACCION-OK TO TRUE
                               IF WS-ACCION = "I"
                                   MOVE "SUCURSAL INACTIVADA"
                                       TO WS-RESULTADO-ACCION
                               ELSE
                                   MOVE "SUCURSAL REACTIVADA"
                                       TO WS-RESULTADO-ACCION
                               END-IF
                           ELSE
                               MOVE "ERROR AL REESCRIBIR"
                                   TO WS-RESULTADO-ACCION
                           END-IF
                   END-EVALUATE
           END-READ.

       LISTAR-SUCURSALES.
      *    The whole master in code order.  Nothing is changed and
      *    nothing is audited.
           MOVE ZERO TO WS-LISTADOS-COUNT
           MOVE 'N' TO WS-RECORRIDO-FIN-SW
           MOVE LOW-VALUES TO SU-CODIGO
           START SUCURSAL-FILE KEY NOT LESS THAN SU-CODIGO
               INVALID KEY
                   SET WS-RECORRIDO-FIN TO TRUE
           END-START
           PERFORM UNTIL WS-RECORRIDO-FIN
               READ SUCURSAL-FILE NEXT
                   AT END
                       SET WS-RECORRIDO-FIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTADOS-COUNT
                       IF SU-ESTA-ACTIVA
                           MOVE "ACTIVA" TO WS-ESTADO-SUC
                       ELSE
                           MOVE "INACTIVA" TO WS-ESTADO-SUC
                       END-IF
                       MOVE SU-TOPE-LOTE TO WS-TOPE-ED
                       DISPLAY "  " SU-CODIGO " " SU-LOTE " "
                           SU-NOMBRE " " WS-ESTADO-SUC " OPER="
                           SU-OPERACIONES " TOPE=" WS-TOPE-ED
               END-READ
           END-PERFORM
           DISPLAY "sucursales en el maestro: " WS-LISTADOS-COUNT.

       ESCRIBIR-AUDITORIA.
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:2) TO WS-HE-HH
           MOVE WS-HORA(3:2) TO WS-HE-MI
           MOVE WS-HORA(5:2) TO WS-HE-SS
           MOVE WS-RUN-DATE-EDIT TO WS-SA-FECHA
           MOVE WS-HORA-EDIT TO WS-SA-HORA
           EVALUATE WS-ACCION
               WHEN "A"
                   MOVE "ALTA" TO WS-SA-ACCION
               WHEN "M"
                   MOVE "MODIF" TO WS-SA-ACCION
               WHEN "I"
                   MOVE "INACT" TO WS-SA-ACCION
               WHEN "R"
                   MOVE "REACT" TO WS-SA-ACCION
               WHEN OTHER
                   MOVE WS-ACCION TO WS-SA-ACCION
           END-EVALUATE
           MOVE WS-CODIGO TO WS-SA-CODIGO
           MOVE WS-RESULTADO-ACCION TO WS-SA-RESULTADO
           MOVE WS-OPERADOR-ID TO WS-SA-OPER
           MOVE WS-SUCAUD-DETAIL TO SUCAUD-LINE
           WRITE SUCAUD-LINE.

       END PROGRAM MANTENIMIENTO_SUCURSALES.
