      *                listing (CORRAUD), suspense lines carry the id,
      *                and the closing summary names the operator.
      *                Return code 8 when sign-on fails.
      *   2026-10-15  The transaction record gained a trailing
      *                credit-account field for transfers (code X); the
      *                recycle, resubmission and suspense layouts
      *                widened with it and the dialog offers the field
      *                for correction.
      *   2026-10-15  The transaction record gained a trailing
      *                reference field naming the posted operation a
      *                reversal (code R) undoes; the layouts widened
      *                with it (record 74, suspense 110, audit 140)
      *                and the dialog offers the field for correction.
      *   2026-10-15  The resubmission header carries the correcting
      *                operator's id after the source, and a supervisor
      *                (function S in OPERIN) may run the pass.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECCION_RECICLO.
       FILE SECTION.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RC-TRANS-DATA               PIC X(74).
           05  FILLER                      PIC X.
           05  RC-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X.
           05  RC-CICLO                    PIC 9(2).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD                 PIC X(74).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE                   PIC X(110).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas, S = supervisor
      *    (ambas, y ademas aprueba partidas pendientes).
           05  OP-FUNCIONES                PIC X(1).

       FD  CORRAUD-FILE.
       01  CORRAUD-LINE                    PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-RECYCLE-STATUS               PIC X(2).
           05  WS-TR-MONEDA                PIC X(3).
           05  FILLER                      PIC X.
           05  WS-TR-FECHA-VALOR           PIC X(8).
           05  FILLER                      PIC X.
           05  WS-TR-CUENTA-DESTINO        PIC X(8).
           05  FILLER                      PIC X.
           05  WS-TR-REFERENCIA            PIC X(18).

       01  WS-ACCION                       PIC X(1).
       01  WS-ACCION-BLANCOS               PIC 9(1) VALUE ZERO.
       01  WS-DIALOGO-FIN-SW               PIC X VALUE 'N'.
           88  WS-DIALOGO-FIN               VALUE 'Y'.
       01  WS-RESPUESTA                    PIC X(8).
       01  WS-RESPUESTA-REF                PIC X(18).

       01  WS-LEIDOS-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-RESUB-COUNT                  PIC 9(6) VALUE ZERO.
           05  WS-RSH-FECHA                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(8) VALUE "RECICLO ".
      *    The correcting operator, so an item the pass resubmits over
      *    the approval threshold cannot be approved by the same id.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RSH-OPERADOR             PIC X(8).

       01  WS-RESUB-TRAILER.
           05  FILLER                      PIC X(2) VALUE "T ".
           05  FILLER                      PIC X(8) VALUE " CICLO: ".
           05  WS-SU-CICLO                 PIC 9(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SU-TRANS-DATA            PIC X(74).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "OPER=".
           05  WS-SU-OPER                  PIC X(8).
           05  FILLER                      PIC X(7) VALUE "MOTIVO=".
           05  WS-CA-MOTIVO                PIC X(4).
           05  FILLER                      PIC X VALUE SPACES.
      *    Wide enough for a record image (74) and for the RESUMEN
      *    line's three labelled counts (49).
           05  WS-CA-REGISTRO              PIC X(74).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       BUSCAR-OPERADOR.
      *    Linear scan of the reference file; the pass needs the
      *    correct function (R), both (A) or supervisor (S).
           MOVE 'N' TO WS-OPER-EOF-SW
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-STATUS = "00"
                       NOT AT END
                           IF OP-ID = WS-OPERADOR-ID
                               AND (OP-FUNCIONES = "R"
                                   OR OP-FUNCIONES = "A"
                                   OR OP-FUNCIONES = "S")
                               MOVE OP-NOMBRE TO WS-OPERADOR-NOMBRE
                               SET WS-OPERADOR-OK TO TRUE
                               SET WS-OPER-EOF TO TRUE

       ESCRIBIR-CABECERAS.
           MOVE WS-RUN-DATE TO WS-RSH-FECHA
           MOVE WS-OPERADOR-ID TO WS-RSH-OPERADOR
           MOVE WS-RESUB-HEADER TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           MOVE WS-RUN-DATE TO WS-SH-FECHA
                   MOVE SPACES TO WS-TR-FECHA-VALOR
               WHEN OTHER
                   MOVE WS-RESPUESTA(1:8) TO WS-TR-FECHA-VALOR
           END-EVALUATE

      *    Only a transfer (code X) names a credit account; "." keys
      *    the field back to blank.
           DISPLAY "CUENTA DESTINO (" WS-TR-CUENTA-DESTINO ") :"
           ACCEPT WS-RESPUESTA
           EVALUATE TRUE
               WHEN WS-RESPUESTA = SPACES
                   CONTINUE
               WHEN WS-RESPUESTA(1:1) = "."
                   MOVE SPACES TO WS-TR-CUENTA-DESTINO
               WHEN OTHER
                   MOVE WS-RESPUESTA(1:8) TO WS-TR-CUENTA-DESTINO
           END-EVALUATE

      *    Only a reversal (code R) names a transaction reference; the
      *    answer is too long for the common reply field.
           DISPLAY "REFERENCIA (" WS-TR-REFERENCIA ") :"
           MOVE SPACES TO WS-RESPUESTA-REF
           ACCEPT WS-RESPUESTA-REF
           EVALUATE TRUE
               WHEN WS-RESPUESTA-REF = SPACES
                   CONTINUE
               WHEN WS-RESPUESTA-REF(1:1) = "."
                   MOVE SPACES TO WS-TR-REFERENCIA
               WHEN OTHER
                   MOVE WS-RESPUESTA-REF TO WS-TR-REFERENCIA
           END-EVALUATE.

       EMITIR-RESUBMISION.
