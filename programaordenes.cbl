      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-order scheduler.  For the run date given in
      *          the PARM (YYYYMMDD, default today) every order on the
      *          order master (ORDMAST) that falls due that day is
      *          written out as a TRANSIN detail: the order's operation,
      *          its account, the amount in NUM1 (NUM2 zero, or the
      *          rate code for a P order), its currency and, for a
      *          transfer, the destino account.  The order id rides in
      *          the detail's reference positions and the source is
      *          ORD, so a posting that rejects can be traced back to
      *          its order the next morning by ORDENES_RECHAZADAS.  An
      *          order is due when the run date lies between its start
      *          and end dates, it has not already gone out on or
      *          after that date, and its frequency matches: D every
      *          day, S every seventh day counted from the start date,
      *          M on the start date's day of the month and F on the
      *          order's own day of the month - either falling on the
      *          last day of a shorter month.  A day the scheduler did
      *          not run is not made up.  The details go out as one
      *          control-balanced H/T segment (header dated the run
      *          date, source ORDENES, count-and-hash trailer) appended
      *          to ORDOUT, ready to be concatenated into TRANSIN; job
      *          control empties ORDOUT once it has been fed.  Each
      *          order sent is stamped with the run date, so a rerun of
      *          the same date sends nothing twice.  The control
      *          listing (PROGOUT) shows every order generated and
      *          closes with the counts and the segment totals.
      *          Return code zero for a clean run, 4 when an order on
      *          the master is unusable, 8 for a bad PARM or an empty
      *          master, 12 when a file cannot be opened or an order
      *          cannot be rewritten.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Recurring fees, transfers and loan
      *                instalments now reach the batch from the order
      *                master instead of being keyed by a branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_ORDENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEN-FILE ASSIGN TO "ORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORDEN
               FILE STATUS IS WS-ORDEN-STATUS.
           SELECT SEGMENTO-FILE ASSIGN TO "ORDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENTO-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "PROGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  SEGMENTO-FILE.
       01  SEGMENTO-LINE                   PIC X(74).

       FD  LISTADO-FILE.
       01  LISTADO-LINE                    PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-ORDEN-STATUS                 PIC X(2).
       01  WS-SEGMENTO-STATUS              PIC X(2).
       01  WS-LISTADO-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.
       01  WS-MAESTRO-VACIO-SW             PIC X VALUE 'N'.
           88  WS-MAESTRO-VACIO             VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
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

      *    Day numbers for the weekly cycle: a date is turned into a
      *    count of days on the proleptic Gregorian calendar, so the
      *    distance between two dates is a plain subtraction.
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
       01  WS-DN-DIFERENCIA                PIC 9(9).
       01  WS-DN-SEMANAS                   PIC 9(9).
       01  WS-DN-RESTO                     PIC 9(1).

       01  WS-ORDEN-EOF-SW                 PIC X VALUE 'N'.
           88  WS-ORDEN-EOF                 VALUE 'Y'.
       01  WS-VENCE-SW                     PIC X.
           88  WS-VENCE                     VALUE 'Y'.
       01  WS-DIA-OBJETIVO                 PIC 9(2).

       01  WS-LEIDAS-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-GENERADAS-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-NO-VENCEN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-YA-ENVIADAS-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-INVALIDAS-COUNT              PIC 9(6) VALUE ZERO.

      *    Order segment, in the TRANSIN layouts.  The header goes out
      *    with the first detail, so a day with nothing due leaves
      *    ORDOUT as it was.
       01  WS-SEGMENTO-ABIERTO-SW          PIC X VALUE 'N'.
           88  WS-SEGMENTO-ABIERTO          VALUE 'Y'.
       01  WS-ORD-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-ORD-HASH-NUM1                PIC S9(7)V99 VALUE ZERO.
       01  WS-ORD-HASH-NUM2                PIC S9(7)V99 VALUE ZERO.
       01  WS-ORD-CABECERA.
           05  FILLER                      PIC X(2) VALUE "H ".
           05  WS-OCH-FECHA                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(8) VALUE "ORDENES ".
       01  WS-ORD-DETALLE.
           05  WS-OCD-OPCODE               PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(3) VALUE "ORD".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCD-CUENTA               PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCD-NUM1                 PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCD-NUM2                 PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
      *    A P order carries its rate code in the NUM2 positions, as
      *    OPERACIONES_BASICAS reads them.
           05  WS-OCD-TASA REDEFINES WS-OCD-NUM2.
               10  WS-OCD-TC-CODIGO        PIC X(4).
               10  FILLER                  PIC X(3).
      *    Cycle and value date blank: the order books on the header's
      *    date.
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCD-MONEDA               PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(8) VALUE SPACES.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCD-CUENTA-DESTINO       PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
      *    The order id in the reference positions; only a reversal
      *    detail reads them, so they carry it to RECYOUT untouched.
           05  WS-OCD-ORDEN                PIC X(8).
           05  FILLER                      PIC X(10) VALUE SPACES.
       01  WS-ORD-COLA.
           05  FILLER                      PIC X(2) VALUE "T ".
           05  WS-OCT-COUNT                PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCT-HASH-NUM1            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OCT-HASH-NUM2            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE.

       01  WS-LIS-HEADER-1.
           05  FILLER                      PIC X(31)
               VALUE "ORDENES PERMANENTES VENCIDAS AL".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-LH-FECHA                 PIC X(10).

       01  WS-LIS-HEADER-2.
           05  FILLER                      PIC X(50) VALUE
               "ORDEN    CUENTA   OP   IMPORTE TASA MON F DESTINO ".
           05  FILLER                      PIC X(34) VALUE
               "  DESCRIPCION          OBSERVACION".

       01  WS-LIS-DETALLE.
           05  WS-LD-ORDEN                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-OPCODE                PIC X(2).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-IMPORTE               PIC -Z,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-TASA                  PIC X(4).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-MONEDA                PIC X(3).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-FRECUENCIA            PIC X(1).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-DESTINO               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LD-DESCRIPCION           PIC X(20).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-OBSERVACION           PIC X(25).

       01  WS-LIS-TRAILER-CONTEO.
           05  WS-LTC-CONCEPTO             PIC X(26).
           05  WS-LTC-VALOR                PIC ZZZ,ZZ9.

       01  WS-LIS-TRAILER-IMPORTE.
           05  WS-LTI-CONCEPTO             PIC X(26).
           05  WS-LTI-VALOR                PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM VALIDAR-PARM

           IF NOT WS-PARM-ERROR
               OPEN I-O ORDEN-FILE
               IF WS-ORDEN-STATUS = "35"
                   SET WS-MAESTRO-VACIO TO TRUE
               ELSE
                   MOVE WS-ORDEN-STATUS TO WS-CHECK-STATUS
                   MOVE "ORDMAST" TO WS-CHECK-NOMBRE
                   PERFORM VALIDAR-APERTURA
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN OUTPUT LISTADO-FILE
               MOVE WS-LISTADO-STATUS TO WS-CHECK-STATUS
               MOVE "PROGOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN AND NOT WS-MAESTRO-VACIO
                   CLOSE ORDEN-FILE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA
               IF NOT WS-MAESTRO-VACIO
                   PERFORM RECORRER-ORDENES
                   CLOSE ORDEN-FILE
               END-IF
               IF WS-SEGMENTO-ABIERTO
                   PERFORM CERRAR-SEGMENTO
               END-IF
               PERFORM ESCRIBIR-TRAILER
               CLOSE LISTADO-FILE
               DISPLAY "PROGRAMA_ORDENES: FECHA " WS-FECHA-PROCESO
                   " - LEIDAS " WS-LEIDAS-COUNT
                   " GENERADAS " WS-GENERADAS-COUNT
                   " INVALIDAS " WS-INVALIDAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "PROGRAMA_ORDENES: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LEIDAS-COUNT = 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "PROGRAMA_ORDENES: MAESTRO DE ORDENES VACIO "
                       "- NADA QUE PROGRAMAR"
               WHEN WS-INVALIDAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "PROGRAMA_ORDENES: " WS-INVALIDAS-COUNT
                       " ORDEN(ES) INVALIDA(S) - VER PROGOUT"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       VALIDAR-PARM.
      *    Job control normally passes the business date about to be
      *    posted; with no PARM the run schedules for today.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) IS NUMERIC
                   MOVE WS-PARM(1:8) TO WS-FECHA-PROCESO
               ELSE
                   DISPLAY "PROGRAMA_ORDENES: PARM INVALIDO - INDIQUE "
                       "LA FECHA COMO YYYYMMDD"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               IF WS-FP-MM < 1 OR WS-FP-MM > 12
                   DISPLAY "PROGRAMA_ORDENES: MES INVALIDO EN EL PARM"
                   SET WS-PARM-ERROR TO TRUE
               ELSE
                   PERFORM CALCULAR-ULTIMO-DIA
                   IF WS-FP-DD < 1 OR WS-FP-DD > WS-ULTIMO-DIA
                       DISPLAY "PROGRAMA_ORDENES: DIA INVALIDO EN EL "
                           "PARM"
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-FP-YYYY TO WS-FE-YYYY
           MOVE WS-FP-MM TO WS-FE-MM
           MOVE WS-FP-DD TO WS-FE-DD
           IF NOT WS-PARM-ERROR
               MOVE WS-FECHA-PROCESO TO WS-DN-FECHA
               PERFORM CALCULAR-NUMERO-DIA
               MOVE WS-DN-NUMERO TO WS-DN-PROCESO
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

       RECORRER-ORDENES.
           MOVE LOW-VALUES TO OM-ORDEN
           START ORDEN-FILE KEY NOT LESS THAN OM-ORDEN
               INVALID KEY
                   SET WS-ORDEN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ORDEN-EOF OR WS-ABORT-RUN
               READ ORDEN-FILE NEXT
                   AT END
                       SET WS-ORDEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEIDAS-COUNT
                       PERFORM EVALUAR-ORDEN
               END-READ
           END-PERFORM.

       EVALUAR-ORDEN.
      *    An order that went out on this date (or a later one) was
      *    handled by an earlier run and is listed but not sent again.
      *    One whose stored dates no longer make sense is listed for
      *    maintenance rather than guessed at.
           EVALUATE TRUE
               WHEN OM-FECHA-INICIO NOT NUMERIC
                   OR OM-FECHA-FIN NOT NUMERIC
                   OR OM-ULTIMA-EJECUCION NOT NUMERIC
                   OR OM-IMPORTE NOT NUMERIC
                   OR OM-DIA NOT NUMERIC
                   ADD 1 TO WS-INVALIDAS-COUNT
                   MOVE "ORDEN INVALIDA - REVISAR" TO WS-LD-OBSERVACION
                   PERFORM ESCRIBIR-DETALLE
               WHEN OM-FECHA-INICIO > WS-FECHA-PROCESO
                   ADD 1 TO WS-NO-VENCEN-COUNT
               WHEN OM-FECHA-FIN NOT = ZERO
                   AND OM-FECHA-FIN < WS-FECHA-PROCESO
                   ADD 1 TO WS-NO-VENCEN-COUNT
               WHEN OTHER
                   PERFORM PROBAR-FRECUENCIA
                   EVALUATE TRUE
                       WHEN NOT WS-VENCE
                           ADD 1 TO WS-NO-VENCEN-COUNT
                       WHEN OM-ULTIMA-EJECUCION
                           NOT < WS-FECHA-PROCESO
                           ADD 1 TO WS-YA-ENVIADAS-COUNT
                           MOVE "YA ENVIADA" TO WS-LD-OBSERVACION
                           PERFORM ESCRIBIR-DETALLE
                       WHEN OTHER
                           PERFORM GENERAR-ORDEN
                   END-EVALUATE
           END-EVALUATE.

       PROBAR-FRECUENCIA.
           MOVE 'N' TO WS-VENCE-SW
           EVALUATE TRUE
               WHEN OM-DIARIA
                   SET WS-VENCE TO TRUE
               WHEN OM-SEMANAL
                   MOVE OM-FECHA-INICIO TO WS-DN-FECHA
                   PERFORM CALCULAR-NUMERO-DIA
                   COMPUTE WS-DN-DIFERENCIA =
                       WS-DN-PROCESO - WS-DN-NUMERO
                   DIVIDE WS-DN-DIFERENCIA BY 7 GIVING WS-DN-SEMANAS
                       REMAINDER WS-DN-RESTO
                   IF WS-DN-RESTO = 0
                       SET WS-VENCE TO TRUE
                   END-IF
               WHEN OM-MENSUAL
                   MOVE OM-FECHA-INICIO(7:2) TO WS-DIA-OBJETIVO
                   PERFORM PROBAR-DIA-DEL-MES
               WHEN OM-DIA-DEL-MES
                   MOVE OM-DIA TO WS-DIA-OBJETIVO
                   PERFORM PROBAR-DIA-DEL-MES
           END-EVALUATE.

       PROBAR-DIA-DEL-MES.
      *    A day the month does not have falls on its last day, so an
      *    order for the 31st still runs once in April and February.
           IF WS-DIA-OBJETIVO > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-OBJETIVO
           END-IF
           IF WS-FP-DD = WS-DIA-OBJETIVO
               SET WS-VENCE TO TRUE
           END-IF.

       GENERAR-ORDEN.
      *    The order is stamped before its detail goes out: an order
      *    that cannot be rewritten stops the run without having been
      *    sent, so the rerun sends it once.
           MOVE WS-FECHA-PROCESO TO OM-ULTIMA-EJECUCION
           REWRITE ORDEN-RECORD
           IF WS-ORDEN-STATUS NOT = "00"
               DISPLAY "PROGRAMA_ORDENES: ERROR AL REESCRIBIR "
                   "ORDMAST ORDEN " OM-ORDEN " - FILE STATUS="
                   WS-ORDEN-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF NOT WS-SEGMENTO-ABIERTO
                   PERFORM ABRIR-SEGMENTO
               END-IF
               IF NOT WS-ABORT-RUN
                   PERFORM ESCRIBIR-DETALLE-ORDEN
                   ADD 1 TO WS-GENERADAS-COUNT
                   MOVE SPACES TO WS-LD-OBSERVACION
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-IF.

       ABRIR-SEGMENTO.
           OPEN EXTEND SEGMENTO-FILE
           IF WS-SEGMENTO-STATUS NOT = "00"
               OPEN OUTPUT SEGMENTO-FILE
           END-IF
           MOVE WS-SEGMENTO-STATUS TO WS-CHECK-STATUS
           MOVE "ORDOUT" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA
           IF NOT WS-ABORT-RUN
               SET WS-SEGMENTO-ABIERTO TO TRUE
               MOVE WS-FECHA-PROCESO TO WS-OCH-FECHA
               MOVE WS-ORD-CABECERA TO SEGMENTO-LINE
               WRITE SEGMENTO-LINE
           END-IF.

       ESCRIBIR-DETALLE-ORDEN.
           MOVE OM-OPCODE TO WS-OCD-OPCODE
           MOVE OM-CUENTA TO WS-OCD-CUENTA
           MOVE OM-IMPORTE TO WS-OCD-NUM1
           IF OM-OPCODE = "P"
               MOVE SPACES TO WS-OCD-TASA
               MOVE OM-TASA-CODIGO TO WS-OCD-TC-CODIGO
           ELSE
               MOVE ZERO TO WS-OCD-NUM2
               ADD WS-OCD-NUM2 TO WS-ORD-HASH-NUM2
           END-IF
           MOVE OM-MONEDA TO WS-OCD-MONEDA
           MOVE OM-CUENTA-DESTINO TO WS-OCD-CUENTA-DESTINO
           MOVE OM-ORDEN TO WS-OCD-ORDEN
           MOVE WS-ORD-DETALLE TO SEGMENTO-LINE
           WRITE SEGMENTO-LINE
           ADD 1 TO WS-ORD-COUNT
           ADD WS-OCD-NUM1 TO WS-ORD-HASH-NUM1.

       CERRAR-SEGMENTO.
      *    The trailer goes out even after an abort, so what did reach
      *    ORDOUT is a control-balanced segment the next run can post.
           MOVE WS-ORD-COUNT TO WS-OCT-COUNT
           MOVE WS-ORD-HASH-NUM1 TO WS-OCT-HASH-NUM1
           MOVE WS-ORD-HASH-NUM2 TO WS-OCT-HASH-NUM2
           MOVE WS-ORD-COLA TO SEGMENTO-LINE
           WRITE SEGMENTO-LINE
           CLOSE SEGMENTO-FILE.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-EDIT TO WS-LH-FECHA
           MOVE WS-LIS-HEADER-1 TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE WS-LIS-HEADER-2 TO LISTADO-LINE
           WRITE LISTADO-LINE.

       ESCRIBIR-DETALLE.
           MOVE OM-ORDEN TO WS-LD-ORDEN
           MOVE OM-CUENTA TO WS-LD-CUENTA
           MOVE OM-OPCODE TO WS-LD-OPCODE
           IF OM-IMPORTE IS NUMERIC
               MOVE OM-IMPORTE TO WS-LD-IMPORTE
           ELSE
               MOVE ZERO TO WS-LD-IMPORTE
           END-IF
           MOVE OM-TASA-CODIGO TO WS-LD-TASA
           MOVE OM-MONEDA TO WS-LD-MONEDA
           MOVE OM-FRECUENCIA TO WS-LD-FRECUENCIA
           MOVE OM-CUENTA-DESTINO TO WS-LD-DESTINO
           MOVE OM-DESCRIPCION TO WS-LD-DESCRIPCION
           MOVE WS-LIS-DETALLE TO LISTADO-LINE
           WRITE LISTADO-LINE.

       ESCRIBIR-TRAILER.
           MOVE "ORDENES LEIDAS:" TO WS-LTC-CONCEPTO
           MOVE WS-LEIDAS-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "ORDENES NO VENCEN HOY:" TO WS-LTC-CONCEPTO
           MOVE WS-NO-VENCEN-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "ORDENES YA ENVIADAS:" TO WS-LTC-CONCEPTO
           MOVE WS-YA-ENVIADAS-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "ORDENES INVALIDAS:" TO WS-LTC-CONCEPTO
           MOVE WS-INVALIDAS-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "ORDENES GENERADAS:" TO WS-LTC-CONCEPTO
           MOVE WS-GENERADAS-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "DETALLES EN ORDOUT:" TO WS-LTC-CONCEPTO
           MOVE WS-ORD-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "HASH NUM1 ORDOUT:" TO WS-LTI-CONCEPTO
           MOVE WS-ORD-HASH-NUM1 TO WS-LTI-VALOR
           MOVE WS-LIS-TRAILER-IMPORTE TO LISTADO-LINE
           WRITE LISTADO-LINE.

       END PROGRAM PROGRAMA_ORDENES.
