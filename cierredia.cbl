      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day close.  Gathers for one processing date the verdict
      *          of every end-of-day control, each from where it
      *          already lands:
      *              the last OPERACIONES_BASICAS run of the date on the
      *              run-control ledger (RUNCTL - return code 4 or
      *              less passes);
      *              CONCILIACION_DIARIA's RECONOUT (BALANCEADO);
      *              VERIFICACION_GL's GLVERIF (CERTIFICADO);
      *              DESCARGA_CUENTAS' INTEGOUT (no account out of
      *              balance);
      *              MANTENIMIENTO_TASAS' TASAVER (no findings).
      *          A report that is missing, empty, or headed for another
      *          date counts as not run.  RECONOUT and TASAVER carry the
      *          date they were run for; GLVERIF and INTEGOUT carry the
      *          day they ran on, so the processing date or the day
      *          after (the overnight window) is accepted for those.
      *          A one-page sign-off (CIERREOUT) shows each check as
      *          APROBADO, FALLIDO or NO EJECUTADO.  The day is closed
      *          when every check passed, or when a supervisor (OPERIN
      *          function S) signs off an override with a reason, and
      *          every attempt - closed or not - is appended to the
      *          close ledger (CIERRCTL) with the five verdicts, the
      *          supervisor and the reason.  OPERACIONES_BASICAS will
      *          not start a new processing date while the previous
      *          one is not closed there, nor rerun one that is.  The
      *          PARM is
      *              fecha(YYYYMMDD),supervisor,motivo
      *          with the date blank for today and the last two only
      *          for an override.  A date already closed is left as it
      *          is.  Return code zero when the day closed clean, 4
      *          when it closed on a supervisor's override, 8 when it
      *          stays open or the PARM or the override is refused, 12
      *          when the ledger cannot be written.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  The day's controls end in one verdict,
      *                and tomorrow's run waits for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE_DIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RECON-FILE ASSIGN TO "RECONOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT GLVERIF-FILE ASSIGN TO "GLVERIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLVERIF-STATUS.
           SELECT INTEG-FILE ASSIGN TO "INTEGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEG-STATUS.
           SELECT TASAVER-FILE ASSIGN TO "TASAVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAVER-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT CIERRE-FILE ASSIGN TO "CIERRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
           SELECT ACTA-FILE ASSIGN TO "CIERREOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05  RN-FECHA                    PIC 9(8).
           05  FILLER                      PIC X.
           05  RN-NUMERO                   PIC 9(4).
           05  FILLER                      PIC X.
           05  RN-REG-COUNT                PIC 9(6).
           05  FILLER                      PIC X.
           05  RN-RETURN-CODE              PIC 9(2).
           05  FILLER                      PIC X.
           05  RN-FORZADO                  PIC X(1).

       FD  RECON-FILE.
       01  RECON-LINE                      PIC X(80).

       FD  GLVERIF-FILE.
       01  GLVERIF-LINE                    PIC X(90).

       FD  INTEG-FILE.
       01  INTEG-LINE                      PIC X(90).

       FD  TASAVER-FILE.
       01  TASAVER-LINE                    PIC X(90).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OP-ID                       PIC X(8).
           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas, S = supervisor
      *    (ambas, y ademas aprueba partidas pendientes).
           05  OP-FUNCIONES                PIC X(1).

      *    One record per close attempt.  Each verdict is A (aprobado),
      *    F (fallido) or N (no ejecutado); the day is closed by a
      *    record in state C (clean) or S (supervisor's override).
       FD  CIERRE-FILE.
       01  CIERRE-RECORD.
           05  CC-FECHA                    PIC 9(8).
           05  FILLER                      PIC X.
           05  CC-ESTADO                   PIC X(1).
               88  CC-CERRADO               VALUE 'C' 'S'.
           05  FILLER                      PIC X.
           05  CC-RESULTADOS.
               10  CC-RES-EJECUCION        PIC X(1).
               10  CC-RES-CONCILIACION     PIC X(1).
               10  CC-RES-GL               PIC X(1).
               10  CC-RES-INTEGRIDAD       PIC X(1).
               10  CC-RES-TASAS            PIC X(1).
           05  FILLER                      PIC X.
           05  CC-SUPERVISOR               PIC X(8).
           05  FILLER                      PIC X.
           05  CC-MOTIVO                   PIC X(40).
           05  FILLER                      PIC X.
           05  CC-FECHA-REGISTRO           PIC 9(8).
           05  FILLER                      PIC X.
           05  CC-HORA-REGISTRO            PIC 9(6).

       FD  ACTA-FILE.
       01  ACTA-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                PIC X(2).
       01  WS-RECON-STATUS                 PIC X(2).
       01  WS-GLVERIF-STATUS               PIC X(2).
       01  WS-INTEG-STATUS                 PIC X(2).
       01  WS-TASAVER-STATUS               PIC X(2).
       01  WS-OPERADOR-STATUS              PIC X(2).
       01  WS-CIERRE-STATUS                PIC X(2).
       01  WS-ACTA-STATUS                  PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.
       01  WS-YA-CERRADO-SW                PIC X VALUE 'N'.
           88  WS-YA-CERRADO                VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-PARM-FECHA                   PIC X(8).
       01  WS-PARM-SUPERVISOR              PIC X(8).
       01  WS-PARM-MOTIVO                  PIC X(40).

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-HORA-ACTUAL                  PIC 9(8).
       01  WS-FECHA-PROCESO                PIC 9(8).
       01  WS-FECHA-DESG REDEFINES WS-FECHA-PROCESO.
           05  WS-FP-YYYY                  PIC 9(4).
           05  WS-FP-MM                    PIC 9(2).
           05  WS-FP-DD                    PIC 9(2).
       01  WS-FECHA-EDIT.
           05  WS-FE-YYYY                  PIC 9(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-FE-MM                    PIC 9(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-FE-DD                    PIC 9(2).

      *    Month lengths; February takes 29 in a leap year.
       01  WS-DIAS-MES-VALORES             PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
           05  WS-DIAS-MES                 PIC 9(2) OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA                   PIC 9(2).
       01  WS-BISIESTO-COCIENTE            PIC 9(4).
       01  WS-BISIESTO-RESTO-4             PIC 9(4).
       01  WS-BISIESTO-RESTO-100           PIC 9(4).
       01  WS-BISIESTO-RESTO-400           PIC 9(4).

      *    Day numbers: a date is turned into a count of days on the
      *    proleptic Gregorian calendar, so the distance between two
      *    dates is a plain subtraction.
       01  WS-DN-FECHA                     PIC 9(8).
       01  WS-DN-DESG REDEFINES WS-DN-FECHA.
           05  WS-DN-YYYY                  PIC 9(4).
           05  WS-DN-MM                    PIC 9(2).
           05  WS-DN-DD                    PIC 9(2).
       01  WS-DN-A                         PIC 9(2).
       01  WS-DN-Y                         PIC 9(5).
       01  WS-DN-M                         PIC 9(2).
       01  WS-DN-T1                        PIC 9(7).
       01  WS-DN-T2                        PIC 9(7).
       01  WS-DN-T3                        PIC 9(7).
       01  WS-DN-T4                        PIC 9(7).
       01  WS-DN-NUMERO                    PIC 9(9).
       01  WS-DN-PROCESO                   PIC 9(9).
       01  WS-DN-DIFERENCIA                PIC S9(9).

      *    Date found in a report heading, rebuilt as YYYYMMDD.
       01  WS-LINEA-FECHA.
           05  WS-LF-YYYY                  PIC X(4).
           05  WS-LF-MM                    PIC X(2).
           05  WS-LF-DD                    PIC X(2).
       01  WS-LINEA-FECHA-N REDEFINES WS-LINEA-FECHA
                                           PIC 9(8).
       01  WS-VENTANA-SW                   PIC X.
           88  WS-EN-VENTANA                VALUE 'Y'.

       01  WS-RUNCTL-EOF-SW                PIC X VALUE 'N'.
           88  WS-RUNCTL-EOF                VALUE 'Y'.
       01  WS-REPORTE-EOF-SW               PIC X VALUE 'N'.
           88  WS-REPORTE-EOF               VALUE 'Y'.
       01  WS-CIERRE-EOF-SW                PIC X VALUE 'N'.
           88  WS-CIERRE-EOF                VALUE 'Y'.
       01  WS-OPER-EOF-SW                  PIC X VALUE 'N'.
           88  WS-OPER-EOF                  VALUE 'Y'.

       01  WS-ULTIMA-CORRIDA               PIC 9(4) VALUE ZERO.
       01  WS-ULTIMO-RC                    PIC 9(2) VALUE ZERO.
       01  WS-ULTIMO-FORZADO               PIC X(1) VALUE SPACE.
       01  WS-INTENTOS-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINEAS-COUNT                 PIC 9(6).

      *    The verdict of the check in hand, and of all five.
       01  WS-RESULTADO                    PIC X(1).
           88  WS-RES-APROBADO              VALUE 'A'.
           88  WS-RES-FALLIDO               VALUE 'F'.
           88  WS-RES-NO-EJECUTADO          VALUE 'N'.
       01  WS-DETALLE                      PIC X(31).
       01  WS-RESULTADOS.
           05  WS-RES-EJECUCION            PIC X(1).
           05  WS-RES-CONCILIACION         PIC X(1).
           05  WS-RES-GL                   PIC X(1).
           05  WS-RES-INTEGRIDAD           PIC X(1).
           05  WS-RES-TASAS                PIC X(1).
       01  WS-TODO-APROBADO-SW             PIC X VALUE 'N'.
           88  WS-TODO-APROBADO             VALUE 'Y'.

       01  WS-EXCEPCION-SW                 PIC X VALUE 'N'.
           88  WS-EXCEPCION-PEDIDA          VALUE 'Y'.
       01  WS-EXCEPCION-OK-SW              PIC X VALUE 'N'.
           88  WS-EXCEPCION-OK              VALUE 'Y'.
       01  WS-EXCEPCION-MENSAJE            PIC X(50) VALUE SPACES.
       01  WS-MSG-NO-SUPERVISOR            PIC X(50) VALUE
           "EXCEPCION RECHAZADA - EL OPERADOR NO ES SUPERVISOR".
       01  WS-MSG-NO-REQUERIDA             PIC X(50) VALUE
           "EXCEPCION NO REQUERIDA - CONTROLES APROBADOS".
       01  WS-ESTADO-DIA                   PIC X(1).
           88  WS-DIA-CERRADO               VALUE 'C'.
           88  WS-DIA-CERRADO-EXCEPCION     VALUE 'S'.
           88  WS-DIA-ABIERTO               VALUE 'A'.

       01  WS-ACTA-TITULO.
           05  FILLER                      PIC X(35)
               VALUE "CIERRE DEL DIA - FECHA DE PROCESO: ".
           05  WS-AT-FECHA                 PIC X(10).
           05  FILLER                      PIC X(12)
               VALUE "   EMITIDO: ".
           05  WS-AT-EMISION               PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AT-HH                    PIC 9(2).
           05  FILLER                      PIC X VALUE ":".
           05  WS-AT-MM                    PIC 9(2).

       01  WS-ACTA-COLUMNAS.
           05  FILLER                      PIC X(25) VALUE "CONTROL".
           05  FILLER                      PIC X(10) VALUE "ARCHIVO".
           05  FILLER                      PIC X(13) VALUE "RESULTADO".
           05  FILLER                      PIC X(7) VALUE "DETALLE".

       01  WS-ACTA-CONTROL.
           05  WS-AC-CONTROL               PIC X(24).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AC-ARCHIVO               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AC-RESULTADO             PIC X(12).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AC-DETALLE               PIC X(31).

       01  WS-ACTA-ESTADO.
           05  FILLER                      PIC X(16)
               VALUE "ESTADO DEL DIA: ".
           05  WS-AE-ESTADO                PIC X(40).

       01  WS-ACTA-EXCEPCION.
           05  FILLER                      PIC X(22)
               VALUE "EXCEPCION SUPERVISOR: ".
           05  WS-AX-SUPERVISOR            PIC X(8).
           05  FILLER                      PIC X(9) VALUE "  MOTIVO ".
           05  WS-AX-MOTIVO                PIC X(40).

       01  WS-ACTA-FIRMAS.
           05  FILLER                      PIC X(40)
               VALUE "FIRMA OPERADOR:   ____________________ ".
           05  FILLER                      PIC X(38)
               VALUE "FIRMA SUPERVISOR: ____________________".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           PERFORM VALIDAR-PARM

           IF NOT WS-PARM-ERROR
               PERFORM VERIFICAR-CIERRE-PREVIO
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-YA-CERRADO
               OPEN OUTPUT ACTA-FILE
               MOVE WS-ACTA-STATUS TO WS-CHECK-STATUS
               MOVE "CIERREOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-YA-CERRADO
               AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA-ACTA
               PERFORM EVALUAR-EJECUCION
               PERFORM EVALUAR-CONCILIACION
               PERFORM EVALUAR-GL
               PERFORM EVALUAR-INTEGRIDAD
               PERFORM EVALUAR-TASAS
               PERFORM DECIDIR-CIERRE
               PERFORM ESCRIBIR-PIE-ACTA
               CLOSE ACTA-FILE
               PERFORM REGISTRAR-CIERRE
               DISPLAY "CIERRE_DIA: FECHA " WS-FECHA-PROCESO
                   " - " WS-AE-ESTADO
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CIERRE_DIA: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-YA-CERRADO
                   MOVE 0 TO RETURN-CODE
               WHEN WS-DIA-CERRADO
                   MOVE 0 TO RETURN-CODE
               WHEN WS-DIA-CERRADO-EXCEPCION
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "CIERRE_DIA: EL DIA " WS-FECHA-PROCESO
                       " QUEDA ABIERTO - VER CIERREOUT"
           END-EVALUATE.

       VALIDAR-PARM.
      *    The date defaults to today; a supervisor named in the PARM
      *    asks for an override, which needs its reason.
           MOVE SPACES TO WS-PARM-FECHA WS-PARM-SUPERVISOR
           MOVE SPACES TO WS-PARM-MOTIVO
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-PARM-FECHA WS-PARM-SUPERVISOR WS-PARM-MOTIVO
           END-UNSTRING
           MOVE WS-RUN-DATE TO WS-FECHA-PROCESO
           IF WS-PARM-FECHA NOT = SPACES
               IF WS-PARM-FECHA IS NUMERIC
                   MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
               ELSE
                   DISPLAY "CIERRE_DIA: PARM INVALIDO - INDIQUE "
                       "fecha(YYYYMMDD),supervisor,motivo"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               IF WS-FP-MM < 1 OR WS-FP-MM > 12
                   DISPLAY "CIERRE_DIA: MES INVALIDO EN EL PARM"
                   SET WS-PARM-ERROR TO TRUE
               ELSE
                   PERFORM CALCULAR-ULTIMO-DIA
                   IF WS-FP-DD < 1 OR WS-FP-DD > WS-ULTIMO-DIA
                       DISPLAY "CIERRE_DIA: DIA INVALIDO EN EL PARM"
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               MOVE WS-FP-YYYY TO WS-FE-YYYY
               MOVE WS-FP-MM TO WS-FE-MM
               MOVE WS-FP-DD TO WS-FE-DD
               MOVE WS-FECHA-PROCESO TO WS-DN-FECHA
               PERFORM CALCULAR-NUMERO-DIA
               MOVE WS-DN-NUMERO TO WS-DN-PROCESO
               IF WS-PARM-SUPERVISOR NOT = SPACES
                   SET WS-EXCEPCION-PEDIDA TO TRUE
               END-IF
           END-IF.

       CALCULAR-ULTIMO-DIA.
           MOVE WS-DIAS-MES (WS-FP-MM) TO WS-ULTIMO-DIA
           IF WS-FP-MM = 2
               DIVIDE WS-FP-YYYY BY 4 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-4
               DIVIDE WS-FP-YYYY BY 100 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-100
               DIVIDE WS-FP-YYYY BY 400 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-400
               IF WS-BISIESTO-RESTO-4 = 0
                   AND (WS-BISIESTO-RESTO-100 NOT = 0
                   OR WS-BISIESTO-RESTO-400 = 0)
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

       CALCULAR-NUMERO-DIA.
      *    Day number of WS-DN-FECHA.  March is taken as the first
      *    month of the year so February's length falls at the end;
      *    every division truncates.
           IF WS-DN-MM < 3
               MOVE 1 TO WS-DN-A
           ELSE
               MOVE 0 TO WS-DN-A
           END-IF
           COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MM + 12 * WS-DN-A - 3
           COMPUTE WS-DN-T1 = 153 * WS-DN-M + 2
           DIVIDE WS-DN-T1 BY 5 GIVING WS-DN-T1
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-T2
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-T3
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-T4
           COMPUTE WS-DN-NUMERO = WS-DN-DD + WS-DN-T1
               + 365 * WS-DN-Y + WS-DN-T2 - WS-DN-T3 + WS-DN-T4
               - 32045.

       VERIFICAR-CIERRE-PREVIO.
      *    A closed day stays closed; no ledger yet means no day has
      *    been closed.
           OPEN INPUT CIERRE-FILE
           IF WS-CIERRE-STATUS = "00"
               PERFORM UNTIL WS-CIERRE-EOF
                   READ CIERRE-FILE
                       AT END
                           SET WS-CIERRE-EOF TO TRUE
                       NOT AT END
                           IF CC-FECHA IS NUMERIC
                               AND CC-FECHA = WS-FECHA-PROCESO
                               ADD 1 TO WS-INTENTOS-COUNT
                               IF CC-CERRADO
                                   SET WS-YA-CERRADO TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRE-FILE
           END-IF
           IF WS-YA-CERRADO
               DISPLAY "CIERRE_DIA: LA FECHA " WS-FECHA-PROCESO
                   " YA ESTA CERRADA EN CIERRCTL - SIN CAMBIOS"
           END-IF.

       VERIFICAR-VENTANA.
      *    WS-LINEA-FECHA holds the report's date; it counts for the
      *    processing date when it is that date or the next day.
           MOVE 'N' TO WS-VENTANA-SW
           IF WS-LINEA-FECHA-N IS NUMERIC
               MOVE WS-LINEA-FECHA-N TO WS-DN-FECHA
               IF WS-DN-MM NOT < 1 AND WS-DN-MM NOT > 12
                   PERFORM CALCULAR-NUMERO-DIA
                   COMPUTE WS-DN-DIFERENCIA =
                       WS-DN-NUMERO - WS-DN-PROCESO
                   IF WS-DN-DIFERENCIA = 0 OR WS-DN-DIFERENCIA = 1
                       SET WS-EN-VENTANA TO TRUE
                   END-IF
               END-IF
           END-IF.

       EVALUAR-EJECUCION.
      *    The last run of the date speaks for it: a forced rerun that
      *    came through clean clears an earlier aborted one.
           MOVE 'N' TO WS-RUNCTL-EOF-SW
           MOVE SPACES TO WS-DETALLE
           SET WS-RES-NO-EJECUTADO TO TRUE
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUNCTL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RN-FECHA IS NUMERIC
                               AND RN-FECHA = WS-FECHA-PROCESO
                               AND RN-NUMERO IS NUMERIC
                               AND RN-NUMERO > WS-ULTIMA-CORRIDA
                               MOVE RN-NUMERO TO WS-ULTIMA-CORRIDA
                               MOVE RN-RETURN-CODE TO WS-ULTIMO-RC
                               MOVE RN-FORZADO TO WS-ULTIMO-FORZADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUNCTL-STATUS NOT = "00"
                   STRING "SIN ARCHIVO FS=" WS-RUNCTL-STATUS
                       DELIMITED BY SIZE INTO WS-DETALLE
               WHEN WS-ULTIMA-CORRIDA = ZERO
                   MOVE "SIN CORRIDA PARA LA FECHA" TO WS-DETALLE
               WHEN OTHER
                   IF WS-ULTIMO-RC NOT > 4
                       SET WS-RES-APROBADO TO TRUE
                   ELSE
                       SET WS-RES-FALLIDO TO TRUE
                   END-IF
                   IF WS-ULTIMO-FORZADO = "F"
                       STRING "CORRIDA " WS-ULTIMA-CORRIDA " RC "
                           WS-ULTIMO-RC " RELANZADA"
                           DELIMITED BY SIZE INTO WS-DETALLE
                   ELSE
                       STRING "CORRIDA " WS-ULTIMA-CORRIDA " RC "
                           WS-ULTIMO-RC
                           DELIMITED BY SIZE INTO WS-DETALLE
                   END-IF
           END-EVALUATE
           MOVE WS-RESULTADO TO WS-RES-EJECUCION
           MOVE "EJECUCION OPERACIONES" TO WS-AC-CONTROL
           MOVE "RUNCTL" TO WS-AC-ARCHIVO
           PERFORM ESCRIBIR-LINEA-CONTROL.

       EVALUAR-CONCILIACION.
      *    Heading: CONCILIACION DIARIA  FECHA: YYYY-MM-DD; the verdict
      *    is the ESTADO FINAL line.
           MOVE 'N' TO WS-REPORTE-EOF-SW
           MOVE ZERO TO WS-LINEAS-COUNT
           MOVE SPACES TO WS-DETALLE
           SET WS-RES-NO-EJECUTADO TO TRUE
           OPEN INPUT RECON-FILE
           IF WS-RECON-STATUS = "00"
               PERFORM UNTIL WS-REPORTE-EOF
                   READ RECON-FILE
                       AT END
                           SET WS-REPORTE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-COUNT
                           PERFORM TRATAR-LINEA-CONCILIACION
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
               IF WS-LINEAS-COUNT = ZERO
                   MOVE "ARCHIVO VACIO" TO WS-DETALLE
               END-IF
               IF WS-RES-FALLIDO AND WS-DETALLE = SPACES
                   MOVE "SIN ESTADO FINAL" TO WS-DETALLE
               END-IF
           ELSE
               STRING "SIN ARCHIVO FS=" WS-RECON-STATUS
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF
           MOVE WS-RESULTADO TO WS-RES-CONCILIACION
           MOVE "CONCILIACION DIARIA" TO WS-AC-CONTROL
           MOVE "RECONOUT" TO WS-AC-ARCHIVO
           PERFORM ESCRIBIR-LINEA-CONTROL.

       TRATAR-LINEA-CONCILIACION.
           EVALUATE TRUE
               WHEN WS-LINEAS-COUNT = 1
                   IF RECON-LINE(29:10) = WS-FECHA-EDIT
                       SET WS-RES-FALLIDO TO TRUE
                   ELSE
                       MOVE SPACES TO WS-DETALLE
                       STRING "CORRESPONDE A " RECON-LINE(29:10)
                           DELIMITED BY SIZE INTO WS-DETALLE
                       SET WS-REPORTE-EOF TO TRUE
                   END-IF
               WHEN RECON-LINE(1:24) = "ESTADO FINAL: BALANCEADO"
                   SET WS-RES-APROBADO TO TRUE
                   MOVE "BALANCEADO" TO WS-DETALLE
               WHEN RECON-LINE(1:29) = "ESTADO FINAL: FUERA DE CUADRE"
                   SET WS-RES-FALLIDO TO TRUE
                   MOVE RECON-LINE(15:31) TO WS-DETALLE
           END-EVALUATE.

       EVALUAR-GL.
      *    Heading: VERIFICACION DEL EXTRACTO GL - YYYYMMDD (the day it
      *    ran); the verdict is the VEREDICTO line.
           MOVE 'N' TO WS-REPORTE-EOF-SW
           MOVE ZERO TO WS-LINEAS-COUNT
           MOVE SPACES TO WS-DETALLE
           SET WS-RES-NO-EJECUTADO TO TRUE
           OPEN INPUT GLVERIF-FILE
           IF WS-GLVERIF-STATUS = "00"
               PERFORM UNTIL WS-REPORTE-EOF
                   READ GLVERIF-FILE
                       AT END
                           SET WS-REPORTE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-COUNT
                           PERFORM TRATAR-LINEA-GL
                   END-READ
               END-PERFORM
               CLOSE GLVERIF-FILE
               IF WS-LINEAS-COUNT = ZERO
                   MOVE "ARCHIVO VACIO" TO WS-DETALLE
               END-IF
               IF WS-RES-FALLIDO AND WS-DETALLE = SPACES
                   MOVE "SIN VEREDICTO" TO WS-DETALLE
               END-IF
           ELSE
               STRING "SIN ARCHIVO FS=" WS-GLVERIF-STATUS
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF
           MOVE WS-RESULTADO TO WS-RES-GL
           MOVE "VERIFICACION GL" TO WS-AC-CONTROL
           MOVE "GLVERIF" TO WS-AC-ARCHIVO
           PERFORM ESCRIBIR-LINEA-CONTROL.

       TRATAR-LINEA-GL.
           EVALUATE TRUE
               WHEN WS-LINEAS-COUNT = 1
                   MOVE GLVERIF-LINE(32:8) TO WS-LINEA-FECHA
                   PERFORM VERIFICAR-VENTANA
                   IF WS-EN-VENTANA
                       SET WS-RES-FALLIDO TO TRUE
                   ELSE
                       MOVE SPACES TO WS-DETALLE
                       STRING "CORRESPONDE A " GLVERIF-LINE(32:8)
                           DELIMITED BY SIZE INTO WS-DETALLE
                       SET WS-REPORTE-EOF TO TRUE
                   END-IF
               WHEN GLVERIF-LINE(1:22) = "VEREDICTO: CERTIFICADO"
                   SET WS-RES-APROBADO TO TRUE
                   MOVE "CERTIFICADO" TO WS-DETALLE
               WHEN GLVERIF-LINE(1:20) = "VEREDICTO: RECHAZADO"
                   SET WS-RES-FALLIDO TO TRUE
                   MOVE GLVERIF-LINE(12:31) TO WS-DETALLE
           END-EVALUATE.

       EVALUAR-INTEGRIDAD.
      *    Heading: PRUEBA DE INTEGRIDAD DE SALDOS AL YYYY-MM-DD (the
      *    day it ran); the verdict is the CUENTAS CON DIF count.
           MOVE 'N' TO WS-REPORTE-EOF-SW
           MOVE ZERO TO WS-LINEAS-COUNT
           MOVE SPACES TO WS-DETALLE
           SET WS-RES-NO-EJECUTADO TO TRUE
           OPEN INPUT INTEG-FILE
           IF WS-INTEG-STATUS = "00"
               PERFORM UNTIL WS-REPORTE-EOF
                   READ INTEG-FILE
                       AT END
                           SET WS-REPORTE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-COUNT
                           PERFORM TRATAR-LINEA-INTEGRIDAD
                   END-READ
               END-PERFORM
               CLOSE INTEG-FILE
               IF WS-LINEAS-COUNT = ZERO
                   MOVE "ARCHIVO VACIO" TO WS-DETALLE
               END-IF
               IF WS-RES-FALLIDO AND WS-DETALLE = SPACES
                   MOVE "SIN TOTALES - PRUEBA INCOMPLETA"
                       TO WS-DETALLE
               END-IF
           ELSE
               STRING "SIN ARCHIVO FS=" WS-INTEG-STATUS
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF
           MOVE WS-RESULTADO TO WS-RES-INTEGRIDAD
           MOVE "INTEGRIDAD DE SALDOS" TO WS-AC-CONTROL
           MOVE "INTEGOUT" TO WS-AC-ARCHIVO
           PERFORM ESCRIBIR-LINEA-CONTROL.

       TRATAR-LINEA-INTEGRIDAD.
           EVALUATE TRUE
               WHEN WS-LINEAS-COUNT = 1
                   MOVE INTEG-LINE(35:4) TO WS-LF-YYYY
                   MOVE INTEG-LINE(40:2) TO WS-LF-MM
                   MOVE INTEG-LINE(43:2) TO WS-LF-DD
                   PERFORM VERIFICAR-VENTANA
                   IF WS-EN-VENTANA
                       SET WS-RES-FALLIDO TO TRUE
                   ELSE
                       MOVE SPACES TO WS-DETALLE
                       STRING "CORRESPONDE A " INTEG-LINE(35:10)
                           DELIMITED BY SIZE INTO WS-DETALLE
                       SET WS-REPORTE-EOF TO TRUE
                   END-IF
               WHEN INTEG-LINE(1:16) = "CUENTAS CON DIF:"
                   IF INTEG-LINE(21:7) = "      0"
                       SET WS-RES-APROBADO TO TRUE
                   ELSE
                       SET WS-RES-FALLIDO TO TRUE
                   END-IF
                   MOVE INTEG-LINE(1:27) TO WS-DETALLE
           END-EVALUATE.

       EVALUAR-TASAS.
      *    Heading: VERIFICACION DE TASAS - FECHA AL: YYYYMMDD (the
      *    date verified for); the verdict is the HALLAZGOS count.
           MOVE 'N' TO WS-REPORTE-EOF-SW
           MOVE ZERO TO WS-LINEAS-COUNT
           MOVE SPACES TO WS-DETALLE
           SET WS-RES-NO-EJECUTADO TO TRUE
           OPEN INPUT TASAVER-FILE
           IF WS-TASAVER-STATUS = "00"
               PERFORM UNTIL WS-REPORTE-EOF
                   READ TASAVER-FILE
                       AT END
                           SET WS-REPORTE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-COUNT
                           PERFORM TRATAR-LINEA-TASAS
                   END-READ
               END-PERFORM
               CLOSE TASAVER-FILE
               IF WS-LINEAS-COUNT = ZERO
                   MOVE "ARCHIVO VACIO" TO WS-DETALLE
               END-IF
               IF WS-RES-FALLIDO AND WS-DETALLE = SPACES
                   MOVE "SIN TOTALES - VERIFICACION INCOMPLETA"
                       TO WS-DETALLE
               END-IF
           ELSE
               STRING "SIN ARCHIVO FS=" WS-TASAVER-STATUS
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF
           MOVE WS-RESULTADO TO WS-RES-TASAS
           MOVE "VERIFICACION DE TASAS" TO WS-AC-CONTROL
           MOVE "TASAVER" TO WS-AC-ARCHIVO
           PERFORM ESCRIBIR-LINEA-CONTROL.

       TRATAR-LINEA-TASAS.
           EVALUATE TRUE
               WHEN WS-LINEAS-COUNT = 1
                   IF TASAVER-LINE(35:8) = WS-FECHA-PROCESO
                       SET WS-RES-FALLIDO TO TRUE
                   ELSE
                       MOVE SPACES TO WS-DETALLE
                       STRING "CORRESPONDE A " TASAVER-LINE(35:8)
                           DELIMITED BY SIZE INTO WS-DETALLE
                       SET WS-REPORTE-EOF TO TRUE
                   END-IF
               WHEN TASAVER-LINE(1:10) = "HALLAZGOS:"
                   IF TASAVER-LINE(21:7) = "      0"
                       SET WS-RES-APROBADO TO TRUE
                   ELSE
                       SET WS-RES-FALLIDO TO TRUE
                   END-IF
                   MOVE TASAVER-LINE(1:27) TO WS-DETALLE
           END-EVALUATE.

       ESCRIBIR-CABECERA-ACTA.
           MOVE WS-FECHA-EDIT TO WS-AT-FECHA
           MOVE WS-RUN-DATE TO WS-AT-EMISION
           MOVE WS-HORA-ACTUAL(1:2) TO WS-AT-HH
           MOVE WS-HORA-ACTUAL(3:2) TO WS-AT-MM
           MOVE WS-ACTA-TITULO TO ACTA-LINE
           WRITE ACTA-LINE
           MOVE SPACES TO ACTA-LINE
           WRITE ACTA-LINE
           MOVE WS-ACTA-COLUMNAS TO ACTA-LINE
           WRITE ACTA-LINE.

       ESCRIBIR-LINEA-CONTROL.
           EVALUATE TRUE
               WHEN WS-RES-APROBADO
                   MOVE "APROBADO" TO WS-AC-RESULTADO
               WHEN WS-RES-FALLIDO
                   MOVE "FALLIDO" TO WS-AC-RESULTADO
               WHEN OTHER
                   MOVE "NO EJECUTADO" TO WS-AC-RESULTADO
           END-EVALUATE
           MOVE WS-DETALLE TO WS-AC-DETALLE
           MOVE WS-ACTA-CONTROL TO ACTA-LINE
           WRITE ACTA-LINE.

       DECIDIR-CIERRE.
      *    Every check passed closes the day on its own; otherwise only
      *    a supervisor's override with a reason does.
           IF WS-RESULTADOS = "AAAAA"
               SET WS-TODO-APROBADO TO TRUE
           END-IF
           IF WS-EXCEPCION-PEDIDA AND NOT WS-TODO-APROBADO
               PERFORM VALIDAR-EXCEPCION
           END-IF
           EVALUATE TRUE
               WHEN WS-TODO-APROBADO
                   SET WS-DIA-CERRADO TO TRUE
                   MOVE "CERRADO" TO WS-AE-ESTADO
                   IF WS-EXCEPCION-PEDIDA
                       MOVE WS-MSG-NO-REQUERIDA TO WS-EXCEPCION-MENSAJE
                   END-IF
               WHEN WS-EXCEPCION-OK
                   SET WS-DIA-CERRADO-EXCEPCION TO TRUE
                   MOVE "CERRADO CON EXCEPCION DE SUPERVISOR"
                       TO WS-AE-ESTADO
               WHEN OTHER
                   SET WS-DIA-ABIERTO TO TRUE
                   MOVE "ABIERTO - NO CERRADO" TO WS-AE-ESTADO
           END-EVALUATE.

       VALIDAR-EXCEPCION.
      *    The override is the supervisor's word against a day that did
      *    not prove: a registered supervisor, and a reason on record.
           MOVE 'N' TO WS-OPER-EOF-SW
           MOVE 'N' TO WS-EXCEPCION-OK-SW
           MOVE "EXCEPCION RECHAZADA - SUPERVISOR NO REGISTRADO"
               TO WS-EXCEPCION-MENSAJE
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-STATUS = "00"
               PERFORM UNTIL WS-OPER-EOF
                   READ OPERADOR-FILE
                       AT END
                           SET WS-OPER-EOF TO TRUE
                       NOT AT END
                           IF OP-ID = WS-PARM-SUPERVISOR
                               SET WS-OPER-EOF TO TRUE
                               IF OP-FUNCIONES = "S"
                                   SET WS-EXCEPCION-OK TO TRUE
                                   MOVE SPACES TO WS-EXCEPCION-MENSAJE
                               ELSE
                                   MOVE WS-MSG-NO-SUPERVISOR
                                       TO WS-EXCEPCION-MENSAJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
           ELSE
               MOVE "EXCEPCION RECHAZADA - SIN ARCHIVO OPERIN"
                   TO WS-EXCEPCION-MENSAJE
           END-IF
           IF WS-EXCEPCION-OK AND WS-PARM-MOTIVO = SPACES
               MOVE 'N' TO WS-EXCEPCION-OK-SW
               MOVE "EXCEPCION RECHAZADA - FALTA EL MOTIVO"
                   TO WS-EXCEPCION-MENSAJE
           END-IF
           IF NOT WS-EXCEPCION-OK
               DISPLAY "CIERRE_DIA: " WS-EXCEPCION-MENSAJE
           END-IF.

       ESCRIBIR-PIE-ACTA.
           MOVE SPACES TO ACTA-LINE
           WRITE ACTA-LINE
           MOVE WS-ACTA-ESTADO TO ACTA-LINE
           WRITE ACTA-LINE
           IF WS-EXCEPCION-PEDIDA
               MOVE WS-PARM-SUPERVISOR TO WS-AX-SUPERVISOR
               MOVE WS-PARM-MOTIVO TO WS-AX-MOTIVO
               MOVE WS-ACTA-EXCEPCION TO ACTA-LINE
               WRITE ACTA-LINE
           END-IF
           IF WS-EXCEPCION-MENSAJE NOT = SPACES
               MOVE WS-EXCEPCION-MENSAJE TO ACTA-LINE
               WRITE ACTA-LINE
           END-IF
           IF WS-INTENTOS-COUNT > 0
               MOVE SPACES TO ACTA-LINE
               STRING "INTENTOS ANTERIORES SIN CIERRE: "
                   WS-INTENTOS-COUNT
                   DELIMITED BY SIZE INTO ACTA-LINE
               WRITE ACTA-LINE
           END-IF
           MOVE SPACES TO ACTA-LINE
           WRITE ACTA-LINE
           WRITE ACTA-LINE
           MOVE WS-ACTA-FIRMAS TO ACTA-LINE
           WRITE ACTA-LINE.

       REGISTRAR-CIERRE.
      *    Every attempt goes on the ledger, so the trail shows what
      *    failed before the day finally closed and who let it through.
           MOVE SPACES TO CIERRE-RECORD
           MOVE WS-FECHA-PROCESO TO CC-FECHA
           MOVE WS-ESTADO-DIA TO CC-ESTADO
           MOVE WS-RES-EJECUCION TO CC-RES-EJECUCION
           MOVE WS-RES-CONCILIACION TO CC-RES-CONCILIACION
           MOVE WS-RES-GL TO CC-RES-GL
           MOVE WS-RES-INTEGRIDAD TO CC-RES-INTEGRIDAD
           MOVE WS-RES-TASAS TO CC-RES-TASAS
           IF WS-EXCEPCION-PEDIDA AND NOT WS-TODO-APROBADO
               MOVE WS-PARM-SUPERVISOR TO CC-SUPERVISOR
               MOVE WS-PARM-MOTIVO TO CC-MOTIVO
           END-IF
           MOVE WS-RUN-DATE TO CC-FECHA-REGISTRO
           MOVE WS-HORA-ACTUAL(1:6) TO CC-HORA-REGISTRO
           OPEN EXTEND CIERRE-FILE
           IF WS-CIERRE-STATUS NOT = "00"
               OPEN OUTPUT CIERRE-FILE
           END-IF
           IF WS-CIERRE-STATUS = "00"
               WRITE CIERRE-RECORD
               CLOSE CIERRE-FILE
           ELSE
      *        A close the ledger never saw leaves the next run
      *        blocked, so losing the write cannot pass as a clean end.
               DISPLAY "CIERRE_DIA: ERROR AL ABRIR CIERRCTL "
                   "- FILE STATUS=" WS-CIERRE-STATUS
                   " - CIERRE NO REGISTRADO"
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       END PROGRAM CIERRE_DIA.
