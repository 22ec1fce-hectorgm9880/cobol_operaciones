      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor review of the dual-control approval queue
      *          (APRMAST).  OPERACIONES_BASICAS queues there, instead
      *          of posting, every item whose amount exceeds the
      *          shop-wide approval threshold (APRPARM); this program
      *          decides them.  With no PARM it is an operator session
      *          behind the OPERIN sign-on, open only to a supervisor
      *          (function S).  Each pending item is shown in turn and
      *          the supervisor approves it (A), declines it (D) with a
      *          reason, or leaves it for later (O); three empty
      *          answers in a row, or X, close the session.  An item
      *          may not be decided by the operator who keyed or
      *          corrected it (the operator id on its segment header).
      *          An approved item goes out as a detail of a
      *          control-balanced TRANSIN segment (header APROBADO,
      *          the supervisor's id in the operator position, the
      *          queue id in the reference positions) appended to
      *          APROUT for the next run, which posts it without the
      *          threshold or the per-operation cap.  A declined item
      *          is appended to RECYOUT with reason code R025 and its
      *          recycle cycle stepped up, for the correction pass.
      *          Every decision, and every refusal, is appended with a
      *          timestamp and the supervisor id to the approval audit
      *          listing (APRAUD).  With a PARM date (YYYYMMDD) the
      *          program instead lists to APRVEJ every item still
      *          pending on that date after more than the days allowed
      *          in APRPARM (3 when not given), with its age.
      *          Return code zero for a clean run, 4 when a decision
      *          was refused or an item is overdue, 8 when nothing was
      *          decided, sign-on failed or the PARM is bad, 12 when a
      *          file cannot be opened or the queue cannot be
      *          rewritten.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Large items wait for a second pair of
      *                eyes instead of rejecting on the account cap.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION_PENDIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBACION-FILE ASSIGN TO "APRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ID
               FILE STATUS IS WS-APROBACION-STATUS.
           SELECT APRPARM-FILE ASSIGN TO "APRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPARM-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT SEGMENTO-FILE ASSIGN TO "APROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENTO-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "RECYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT APRAUD-FILE ASSIGN TO "APRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRAUD-STATUS.
           SELECT VEJEZ-FILE ASSIGN TO "APRVEJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEJEZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    One record per queued item, keyed by the run date, run
      *    number and input record number that queued it.
       FD  APROBACION-FILE.
       01  APROBACION-RECORD.
           05  AP-ID.
               10  AP-ID-FECHA             PIC 9(8).
               10  AP-ID-CORRIDA           PIC 9(4).
               10  AP-ID-REGISTRO          PIC 9(6).
           05  AP-ESTADO                   PIC X(1).
               88  AP-PENDIENTE             VALUE 'P'.
               88  AP-APROBADA              VALUE 'A'.
               88  AP-DECLINADA             VALUE 'D'.
               88  AP-CONTABILIZADA         VALUE 'C'.
           05  AP-FECHA-ALTA               PIC 9(8).
           05  AP-LOTE                     PIC X(8).
           05  AP-OPERADOR                 PIC X(8).
           05  AP-CUENTA                   PIC X(8).
           05  AP-IMPORTE                  PIC S9(9)V99.
           05  AP-TRANS-DATA               PIC X(74).
           05  AP-SUPERVISOR               PIC X(8).
           05  AP-FECHA-DECISION           PIC 9(8).
           05  AP-MOTIVO                   PIC X(30).
           05  AP-REFERENCIA               PIC X(18).

       FD  APRPARM-FILE.
       01  APRPARM-RECORD.
           05  AQ-UMBRAL                   PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  AQ-DIAS                     PIC 9(3).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OP-ID                       PIC X(8).
           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas, S = supervisor
      *    (ambas, y ademas aprueba partidas pendientes).
           05  OP-FUNCIONES                PIC X(1).

       FD  SEGMENTO-FILE.
       01  SEGMENTO-LINE                   PIC X(74).

      *    The OPERACIONES_BASICAS recycle layout, read back by
      *    CORRECCION_RECICLO as RECYIN.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RC-TRANS-DATA               PIC X(74).
           05  FILLER                      PIC X.
           05  RC-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X.
           05  RC-CICLO                    PIC 9(2).

       FD  APRAUD-FILE.
       01  APRAUD-LINE                     PIC X(140).

       FD  VEJEZ-FILE.
       01  VEJEZ-LINE                      PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-APROBACION-STATUS            PIC X(2).
       01  WS-APRPARM-STATUS               PIC X(2).
       01  WS-OPERADOR-STATUS              PIC X(2).
       01  WS-SEGMENTO-STATUS              PIC X(2).
       01  WS-RECYCLE-STATUS               PIC X(2).
       01  WS-APRAUD-STATUS                PIC X(2).
       01  WS-VEJEZ-STATUS                 PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.
       01  WS-COLA-VACIA-SW                PIC X VALUE 'N'.
           88  WS-COLA-VACIA                VALUE 'Y'.
       01  WS-APROBACION-EOF-SW            PIC X VALUE 'N'.
           88  WS-APROBACION-EOF            VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-MODO-VEJEZ-SW                PIC X VALUE 'N'.
           88  WS-MODO-VEJEZ                VALUE 'Y'.

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

      *    Date the ageing report is taken at.
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

      *    Day numbers, as in PROGRAMA_ORDENES: a date is turned into a
      *    count of days on the proleptic Gregorian calendar, so an
      *    item's age is a plain subtraction.
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
       01  WS-DN-ANTIGUEDAD                PIC S9(9).

      *    Days an item may wait before the ageing report flags it.
       01  WS-DIAS-MAXIMO                  PIC 9(3) VALUE 3.

       01  WS-OPER-EOF-SW                  PIC X VALUE 'N'.
           88  WS-OPER-EOF                  VALUE 'Y'.
       01  WS-OPERADOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-OPERADOR-NOMBRE              PIC X(20).
       01  WS-OPERADOR-OK-SW               PIC X VALUE 'N'.
           88  WS-OPERADOR-OK               VALUE 'Y'.
       01  WS-SIGNON-INTENTOS              PIC 9(1) VALUE ZERO.
       01  WS-ACCESO-DENEGADO-SW           PIC X VALUE 'N'.
           88  WS-ACCESO-DENEGADO           VALUE 'Y'.

       01  WS-OPCION                       PIC X(1).
       01  WS-OPCION-BLANCOS               PIC 9(1) VALUE ZERO.
       01  WS-SESION-FIN-SW                PIC X VALUE 'N'.
           88  WS-SESION-FIN                VALUE 'Y'.
       01  WS-PARTIDA-FIN-SW               PIC X.
           88  WS-PARTIDA-FIN               VALUE 'Y'.
       01  WS-MOTIVO                       PIC X(30).
       01  WS-RESULTADO-ACCION             PIC X(30).
       01  WS-IMPORTE-ED                   PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-PENDIENTES-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-APROBADAS-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-DECLINADAS-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-OMITIDAS-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-NEGADAS-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-VENCIDAS-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-VENCIDAS-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-CICLO-PROX                   PIC 9(2).

      *    Working image of a queued item in the TRANSIN layout.
       01  WS-TRANS-REG.
           05  WS-TR-OPCODE                PIC X(1).
           05  FILLER                      PIC X.
           05  WS-TR-FUENTE                PIC X(3).
           05  FILLER                      PIC X.
           05  WS-TR-CUENTA                PIC X(8).
           05  FILLER                      PIC X.
           05  WS-TR-NUM1                  PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  WS-TR-NUM2                  PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  WS-TR-CICLO                 PIC X(2).
           05  WS-TR-CICLO-N REDEFINES WS-TR-CICLO
                                           PIC 9(2).
           05  FILLER                      PIC X.
           05  WS-TR-MONEDA                PIC X(3).
           05  FILLER                      PIC X.
           05  WS-TR-FECHA-VALOR           PIC X(8).
           05  FILLER                      PIC X.
           05  WS-TR-CUENTA-DESTINO        PIC X(8).
           05  FILLER                      PIC X.
           05  WS-TR-REFERENCIA            PIC X(18).

      *    Approved segment, in the TRANSIN layouts.  The header goes
      *    out with the first approval, so a session that approves
      *    nothing leaves APROUT as it was.
       01  WS-SEGMENTO-ABIERTO-SW          PIC X VALUE 'N'.
           88  WS-SEGMENTO-ABIERTO          VALUE 'Y'.
       01  WS-APR-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-APR-HASH-NUM1                PIC S9(7)V99 VALUE ZERO.
       01  WS-APR-HASH-NUM2                PIC S9(7)V99 VALUE ZERO.
       01  WS-APR-CABECERA.
           05  FILLER                      PIC X(2) VALUE "H ".
           05  WS-ACH-FECHA                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(8) VALUE "APROBADO".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-ACH-OPERADOR             PIC X(8).
       01  WS-APR-COLA.
           05  FILLER                      PIC X(2) VALUE "T ".
           05  WS-ACT-COUNT                PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-ACT-HASH-NUM1            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-ACT-HASH-NUM2            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE.

       01  WS-APRAUD-DETAIL.
           05  WS-AA-FECHA                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-AA-HORA                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-AA-ACCION                PIC X(9).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE "PARTIDA=".
           05  WS-AA-PARTIDA               PIC X(18).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "CUENTA=".
           05  WS-AA-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-AA-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-AA-RESULTADO             PIC X(30).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "INGR.=".
           05  WS-AA-OPERADOR              PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "SUP=".
           05  WS-AA-SUPERVISOR            PIC X(8).

       01  WS-VEJ-HEADER-1.
           05  FILLER                      PIC X(36)
               VALUE "PARTIDAS PENDIENTES DE APROBACION AL".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-VH-FECHA                 PIC X(10).
           05  FILLER                      PIC X(20)
               VALUE " - ESPERA MAXIMA:   ".
           05  WS-VH-DIAS                  PIC ZZ9.
           05  FILLER                      PIC X(5) VALUE " DIAS".

       01  WS-VEJ-HEADER-2.
           05  FILLER                      PIC X(50) VALUE
               "PARTIDA            LOTE     CUENTA           IMPOR".
           05  FILLER                      PIC X(29) VALUE
               "TE ALTA      DIAS INGRESO  OP".

       01  WS-VEJ-DETALLE.
           05  WS-VD-PARTIDA               PIC X(18).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-LOTE                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-ALTA                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-DIAS                  PIC ZZZZ9.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-OPERADOR              PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-VD-OPCODE                PIC X(1).

       01  WS-VEJ-TRAILER-CONTEO.
           05  WS-VTC-CONCEPTO             PIC X(26).
           05  WS-VTC-VALOR                PIC ZZZ,ZZ9.

       01  WS-VEJ-TRAILER-IMPORTE.
           05  WS-VTI-CONCEPTO             PIC X(26).
           05  WS-VTI-VALOR                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RD-DD
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM CARGAR-PARAMETROS

           IF WS-PARM NOT = SPACES
               SET WS-MODO-VEJEZ TO TRUE
               PERFORM VALIDAR-PARM
               IF NOT WS-PARM-ERROR
                   PERFORM INFORME-VEJEZ
               END-IF
           ELSE
      *        The sign-on runs before any file is opened, so a refused
      *        operator leaves everything exactly as it was.
               PERFORM INICIAR-SESION-OPERADOR
               IF NOT WS-OPERADOR-OK
                   SET WS-ACCESO-DENEGADO TO TRUE
                   DISPLAY "acceso denegado - se cierra la sesion"
               ELSE
                   PERFORM SESION-APROBACION
               END-IF
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "APROBACION_PENDIENTES: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MODO-VEJEZ AND WS-VENCIDAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "APROBACION_PENDIENTES: " WS-VENCIDAS-COUNT
                       " PARTIDA(S) PENDIENTE(S) FUERA DE PLAZO - "
                       "VER APRVEJ"
               WHEN WS-MODO-VEJEZ
                   MOVE 0 TO RETURN-CODE
               WHEN WS-ACCESO-DENEGADO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-APROBADAS-COUNT = 0
                   AND WS-DECLINADAS-COUNT = 0
                   AND WS-NEGADAS-COUNT = 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "APROBACION_PENDIENTES: NINGUNA PARTIDA "
                       "DECIDIDA"
               WHEN WS-NEGADAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "APROBACION_PENDIENTES: " WS-NEGADAS-COUNT
                       " DECISION(ES) NEGADA(S) - VER APRAUD"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       CARGAR-PARAMETROS.
      *    The waiting days are optional in APRPARM; the threshold in
      *    the same record belongs to OPERACIONES_BASICAS.
           OPEN INPUT APRPARM-FILE
           IF WS-APRPARM-STATUS = "00"
               READ APRPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AQ-DIAS IS NUMERIC AND AQ-DIAS > ZERO
                           MOVE AQ-DIAS TO WS-DIAS-MAXIMO
                       END-IF
               END-READ
               CLOSE APRPARM-FILE
           ELSE
               DISPLAY "APROBACION_PENDIENTES: SIN PARAMETROS DE "
                   "APROBACION (APRPARM) - ESPERA MAXIMA "
                   WS-DIAS-MAXIMO " DIAS"
           END-IF.

       VALIDAR-PARM.
      *    The PARM is the date the ageing report is taken at.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-FECHA-PROCESO
           ELSE
               DISPLAY "APROBACION_PENDIENTES: PARM INVALIDO - INDIQUE "
                   "LA FECHA COMO YYYYMMDD"
               SET WS-PARM-ERROR TO TRUE
           END-IF
           IF NOT WS-PARM-ERROR
               IF WS-FP-MM < 1 OR WS-FP-MM > 12
                   DISPLAY "APROBACION_PENDIENTES: MES INVALIDO EN EL "
                       "PARM"
                   SET WS-PARM-ERROR TO TRUE
               ELSE
                   PERFORM CALCULAR-ULTIMO-DIA
                   IF WS-FP-DD < 1 OR WS-FP-DD > WS-ULTIMO-DIA
                       DISPLAY "APROBACION_PENDIENTES: DIA INVALIDO EN "
                           "EL PARM"
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

       INICIAR-SESION-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-OK-SW
           MOVE ZERO TO WS-SIGNON-INTENTOS
           PERFORM UNTIL WS-OPERADOR-OK
               OR WS-SIGNON-INTENTOS > 2
               ADD 1 TO WS-SIGNON-INTENTOS
               DISPLAY "ID de supervisor:"
               MOVE SPACES TO WS-OPERADOR-ID
               ACCEPT WS-OPERADOR-ID
               IF WS-OPERADOR-ID NOT = SPACES
                   PERFORM BUSCAR-OPERADOR
               END-IF
               IF NOT WS-OPERADOR-OK
                   DISPLAY "operador desconocido o sin la funcion "
                       "de supervisor"
               END-IF
           END-PERFORM
           IF WS-OPERADOR-OK
               DISPLAY "sesion abierta para " WS-OPERADOR-NOMBRE
           ELSE
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.

       BUSCAR-OPERADOR.
      *    Linear scan of the reference file; only the supervisor
      *    function (S) decides pending items.
           MOVE 'N' TO WS-OPER-EOF-SW
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-STATUS = "00"
               PERFORM UNTIL WS-OPER-EOF
                   READ OPERADOR-FILE
                       AT END
                           SET WS-OPER-EOF TO TRUE
                       NOT AT END
                           IF OP-ID = WS-OPERADOR-ID
                               AND OP-FUNCIONES = "S"
                               MOVE OP-NOMBRE TO WS-OPERADOR-NOMBRE
                               SET WS-OPERADOR-OK TO TRUE
                               SET WS-OPER-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
           ELSE
               DISPLAY "APROBACION_PENDIENTES: SIN ARCHIVO DE "
                   "OPERADORES (OPERIN) - FILE STATUS="
                   WS-OPERADOR-STATUS
           END-IF.

       SESION-APROBACION.
      *    An empty queue is not an error: there is nothing to decide.
           OPEN I-O APROBACION-FILE
           IF WS-APROBACION-STATUS = "35"
               SET WS-COLA-VACIA TO TRUE
               DISPLAY "no hay partidas pendientes de aprobacion"
           ELSE
               MOVE WS-APROBACION-STATUS TO WS-CHECK-STATUS
               MOVE "APRMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN AND NOT WS-COLA-VACIA
               OPEN EXTEND APRAUD-FILE
               IF WS-APRAUD-STATUS NOT = "00"
                   OPEN OUTPUT APRAUD-FILE
               END-IF
               MOVE WS-APRAUD-STATUS TO WS-CHECK-STATUS
               MOVE "APRAUD" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE APROBACION-FILE
               END-IF
           END-IF

           IF NOT WS-ABORT-RUN AND NOT WS-COLA-VACIA
               OPEN EXTEND RECYCLE-FILE
               IF WS-RECYCLE-STATUS NOT = "00"
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
               MOVE WS-RECYCLE-STATUS TO WS-CHECK-STATUS
               MOVE "RECYOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE APROBACION-FILE
                   CLOSE APRAUD-FILE
               END-IF
           END-IF

      *    APROUT is opened before any item is decided: an approval is
      *    marked on the queue first, and one the segment could not
      *    take would never be presented, aged or posted again.
           IF NOT WS-ABORT-RUN AND NOT WS-COLA-VACIA
               OPEN EXTEND SEGMENTO-FILE
               IF WS-SEGMENTO-STATUS NOT = "00"
                   OPEN OUTPUT SEGMENTO-FILE
               END-IF
               MOVE WS-SEGMENTO-STATUS TO WS-CHECK-STATUS
               MOVE "APROUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE APROBACION-FILE
                   CLOSE APRAUD-FILE
                   CLOSE RECYCLE-FILE
               END-IF
           END-IF

           IF NOT WS-ABORT-RUN AND NOT WS-COLA-VACIA
               PERFORM RECORRER-PENDIENTES
               IF WS-SEGMENTO-ABIERTO
                   PERFORM CERRAR-SEGMENTO
               END-IF
               CLOSE APROBACION-FILE
               CLOSE APRAUD-FILE
               CLOSE RECYCLE-FILE
               CLOSE SEGMENTO-FILE
           END-IF

           DISPLAY " "
           DISPLAY "RESUMEN DE LA SESION"
           DISPLAY "supervisor:          " WS-OPERADOR-ID " "
               WS-OPERADOR-NOMBRE
           DISPLAY "partidas pendientes: " WS-PENDIENTES-COUNT
           DISPLAY "aprobadas:           " WS-APROBADAS-COUNT
           DISPLAY "declinadas:          " WS-DECLINADAS-COUNT
           DISPLAY "omitidas:            " WS-OMITIDAS-COUNT
           DISPLAY "negadas:             " WS-NEGADAS-COUNT
           DISPLAY "fin de la sesion".

       RECORRER-PENDIENTES.
           MOVE LOW-VALUES TO AP-ID
           START APROBACION-FILE KEY NOT LESS THAN AP-ID
               INVALID KEY
                   SET WS-APROBACION-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-APROBACION-EOF OR WS-SESION-FIN
               OR WS-ABORT-RUN
               READ APROBACION-FILE NEXT
                   AT END
                       SET WS-APROBACION-EOF TO TRUE
                   NOT AT END
                       IF AP-PENDIENTE
                           ADD 1 TO WS-PENDIENTES-COUNT
                           PERFORM REVISAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-PARTIDA.
           MOVE AP-TRANS-DATA TO WS-TRANS-REG
           MOVE AP-IMPORTE TO WS-IMPORTE-ED
           DISPLAY " "
           DISPLAY "PARTIDA " AP-ID "  LOTE " AP-LOTE
               "  INGRESADA POR " AP-OPERADOR
           DISPLAY "  CUENTA " AP-CUENTA "  OPERACION " WS-TR-OPCODE
               "  IMPORTE " WS-IMPORTE-ED
           DISPLAY "  " AP-TRANS-DATA
           MOVE 'N' TO WS-PARTIDA-FIN-SW
           PERFORM UNTIL WS-PARTIDA-FIN OR WS-SESION-FIN
               DISPLAY "A=APROBAR  D=DECLINAR  O=OMITIR  X=SALIR"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION
               INSPECT WS-OPCION CONVERTING "adox" TO "ADOX"
      *        Three empty answers in a row close the session, as in
      *        the other operator sessions.
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
                   WHEN "O"
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       ADD 1 TO WS-OMITIDAS-COUNT
                       SET WS-PARTIDA-FIN TO TRUE
                   WHEN "A"
                   WHEN "D"
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       SET WS-PARTIDA-FIN TO TRUE
                       PERFORM DECIDIR-PARTIDA
                   WHEN OTHER
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       DISPLAY "opcion invalida, intenta de nuevo"
               END-EVALUATE
           END-PERFORM.

       DECIDIR-PARTIDA.
      *    Dual control: whoever keyed or corrected the item cannot be
      *    the second pair of eyes on it.
           IF AP-OPERADOR NOT = SPACES
               AND AP-OPERADOR = WS-OPERADOR-ID
               MOVE "NEGADA" TO WS-AA-ACCION
               MOVE "SUPERVISOR INGRESO LA PARTIDA"
                   TO WS-RESULTADO-ACCION
               ADD 1 TO WS-NEGADAS-COUNT
               DISPLAY "decision negada: " WS-RESULTADO-ACCION
               PERFORM ESCRIBIR-AUDITORIA
           ELSE
               IF WS-OPCION = "A"
                   PERFORM APROBAR-PARTIDA
               ELSE
                   PERFORM DECLINAR-PARTIDA
               END-IF
           END-IF.

       APROBAR-PARTIDA.
      *    The queue is marked before the detail goes out: an item
      *    that cannot be rewritten stops the session without having
      *    been sent.
           SET AP-APROBADA TO TRUE
           MOVE WS-OPERADOR-ID TO AP-SUPERVISOR
           MOVE WS-RUN-DATE TO AP-FECHA-DECISION
           MOVE SPACES TO AP-MOTIVO
           PERFORM REESCRIBIR-PARTIDA
           IF NOT WS-ABORT-RUN
               IF NOT WS-SEGMENTO-ABIERTO
                   PERFORM ABRIR-SEGMENTO
               END-IF
               PERFORM ESCRIBIR-DETALLE-APROBADO
               ADD 1 TO WS-APROBADAS-COUNT
               MOVE "APROBADA" TO WS-AA-ACCION
               MOVE "ENVIADA A APROUT" TO WS-RESULTADO-ACCION
               DISPLAY "partida aprobada"
               PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       DECLINAR-PARTIDA.
           MOVE SPACES TO WS-MOTIVO
           DISPLAY "Motivo del rechazo:"
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "sin motivo - la partida queda pendiente"
               ADD 1 TO WS-OMITIDAS-COUNT
           ELSE
               SET AP-DECLINADA TO TRUE
               MOVE WS-OPERADOR-ID TO AP-SUPERVISOR
               MOVE WS-RUN-DATE TO AP-FECHA-DECISION
               MOVE WS-MOTIVO TO AP-MOTIVO
               PERFORM REESCRIBIR-PARTIDA
               IF NOT WS-ABORT-RUN
                   PERFORM ESCRIBIR-RECICLO
                   ADD 1 TO WS-DECLINADAS-COUNT
                   MOVE "DECLINADA" TO WS-AA-ACCION
                   MOVE WS-MOTIVO TO WS-RESULTADO-ACCION
                   DISPLAY "partida declinada"
                   PERFORM ESCRIBIR-AUDITORIA
               END-IF
           END-IF.

       REESCRIBIR-PARTIDA.
           REWRITE APROBACION-RECORD
           IF WS-APROBACION-STATUS NOT = "00"
               DISPLAY "APROBACION_PENDIENTES: ERROR AL REESCRIBIR "
                   "APRMAST PARTIDA " AP-ID " - FILE STATUS="
                   WS-APROBACION-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       ABRIR-SEGMENTO.
           SET WS-SEGMENTO-ABIERTO TO TRUE
           MOVE WS-RUN-DATE TO WS-ACH-FECHA
           MOVE WS-OPERADOR-ID TO WS-ACH-OPERADOR
           MOVE WS-APR-CABECERA TO SEGMENTO-LINE
           WRITE SEGMENTO-LINE.

       ESCRIBIR-DETALLE-APROBADO.
      *    The item goes out as it was queued, with the queue id in
      *    the reference positions so the posting run can find the
      *    approval.  Each hash takes its field only when the field is
      *    numeric, as the posting run counts it - so a P item's NUM2,
      *    which carries its rate code, normally adds nothing.
           MOVE AP-TRANS-DATA TO WS-TRANS-REG
           MOVE AP-ID TO WS-TR-REFERENCIA
           MOVE WS-TRANS-REG TO SEGMENTO-LINE
           WRITE SEGMENTO-LINE
           ADD 1 TO WS-APR-COUNT
           IF WS-TR-NUM1 IS NUMERIC
               ADD WS-TR-NUM1 TO WS-APR-HASH-NUM1
           END-IF
           IF WS-TR-NUM2 IS NUMERIC
               ADD WS-TR-NUM2 TO WS-APR-HASH-NUM2
           END-IF.

       CERRAR-SEGMENTO.
      *    The trailer goes out even after an abort, so what did reach
      *    APROUT is a control-balanced segment the next run can post.
           MOVE WS-APR-COUNT TO WS-ACT-COUNT
           MOVE WS-APR-HASH-NUM1 TO WS-ACT-HASH-NUM1
           MOVE WS-APR-HASH-NUM2 TO WS-ACT-HASH-NUM2
           MOVE WS-APR-COLA TO SEGMENTO-LINE
           WRITE SEGMENTO-LINE.

       ESCRIBIR-RECICLO.
      *    As OPERACIONES_BASICAS writes a reject: the cycle steps up,
      *    so the correction pass treats the item like any other.
           MOVE AP-TRANS-DATA TO WS-TRANS-REG
           IF WS-TR-CICLO IS NUMERIC
               MOVE WS-TR-CICLO-N TO WS-CICLO-PROX
               ADD 1 TO WS-CICLO-PROX
           ELSE
               MOVE 1 TO WS-CICLO-PROX
           END-IF
           MOVE WS-CICLO-PROX TO WS-TR-CICLO-N
           MOVE SPACES TO RECYCLE-RECORD
           MOVE WS-TRANS-REG TO RC-TRANS-DATA
           MOVE "R025" TO RC-REASON-CODE
           MOVE WS-CICLO-PROX TO RC-CICLO
           WRITE RECYCLE-RECORD.

       ESCRIBIR-AUDITORIA.
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:2) TO WS-HE-HH
           MOVE WS-HORA(3:2) TO WS-HE-MI
           MOVE WS-HORA(5:2) TO WS-HE-SS
           MOVE WS-RUN-DATE-EDIT TO WS-AA-FECHA
           MOVE WS-HORA-EDIT TO WS-AA-HORA
           MOVE AP-ID TO WS-AA-PARTIDA
           MOVE AP-CUENTA TO WS-AA-CUENTA
           MOVE AP-IMPORTE TO WS-AA-IMPORTE
           MOVE WS-RESULTADO-ACCION TO WS-AA-RESULTADO
           MOVE AP-OPERADOR TO WS-AA-OPERADOR
           MOVE WS-OPERADOR-ID TO WS-AA-SUPERVISOR
           MOVE WS-APRAUD-DETAIL TO APRAUD-LINE
           WRITE APRAUD-LINE.

       INFORME-VEJEZ.
      *    An item's age counts from the run that queued it; one that
      *    has waited more than the days allowed is listed.
           OPEN INPUT APROBACION-FILE
           IF WS-APROBACION-STATUS = "35"
               SET WS-COLA-VACIA TO TRUE
           ELSE
               MOVE WS-APROBACION-STATUS TO WS-CHECK-STATUS
               MOVE "APRMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN OUTPUT VEJEZ-FILE
               MOVE WS-VEJEZ-STATUS TO WS-CHECK-STATUS
               MOVE "APRVEJ" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN AND NOT WS-COLA-VACIA
                   CLOSE APROBACION-FILE
               END-IF
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA-VEJEZ
               IF NOT WS-COLA-VACIA
                   PERFORM RECORRER-VEJEZ
                   CLOSE APROBACION-FILE
               END-IF
               PERFORM ESCRIBIR-TRAILER-VEJEZ
               CLOSE VEJEZ-FILE
               DISPLAY "APROBACION_PENDIENTES: FECHA " WS-FECHA-PROCESO
                   " - PENDIENTES " WS-PENDIENTES-COUNT
                   " FUERA DE PLAZO " WS-VENCIDAS-COUNT
           END-IF.

       RECORRER-VEJEZ.
           MOVE LOW-VALUES TO AP-ID
           START APROBACION-FILE KEY NOT LESS THAN AP-ID
               INVALID KEY
                   SET WS-APROBACION-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-APROBACION-EOF
               READ APROBACION-FILE NEXT
                   AT END
                       SET WS-APROBACION-EOF TO TRUE
                   NOT AT END
                       IF AP-PENDIENTE
                           ADD 1 TO WS-PENDIENTES-COUNT
                           PERFORM EVALUAR-VEJEZ
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-VEJEZ.
           MOVE ZERO TO WS-DN-ANTIGUEDAD
           IF AP-FECHA-ALTA IS NUMERIC AND AP-FECHA-ALTA > ZERO
               MOVE AP-FECHA-ALTA TO WS-DN-FECHA
               PERFORM CALCULAR-NUMERO-DIA
               COMPUTE WS-DN-ANTIGUEDAD =
                   WS-DN-PROCESO - WS-DN-NUMERO
           END-IF
           IF WS-DN-ANTIGUEDAD > WS-DIAS-MAXIMO
               ADD 1 TO WS-VENCIDAS-COUNT
               ADD AP-IMPORTE TO WS-VENCIDAS-TOTAL
               MOVE AP-TRANS-DATA TO WS-TRANS-REG
               MOVE AP-ID TO WS-VD-PARTIDA
               MOVE AP-LOTE TO WS-VD-LOTE
               MOVE AP-CUENTA TO WS-VD-CUENTA
               MOVE AP-IMPORTE TO WS-VD-IMPORTE
               MOVE AP-FECHA-ALTA TO WS-VD-ALTA
               MOVE WS-DN-ANTIGUEDAD TO WS-VD-DIAS
               MOVE AP-OPERADOR TO WS-VD-OPERADOR
               MOVE WS-TR-OPCODE TO WS-VD-OPCODE
               MOVE WS-VEJ-DETALLE TO VEJEZ-LINE
               WRITE VEJEZ-LINE
           END-IF.

       ESCRIBIR-CABECERA-VEJEZ.
           MOVE WS-FECHA-EDIT TO WS-VH-FECHA
           MOVE WS-DIAS-MAXIMO TO WS-VH-DIAS
           MOVE WS-VEJ-HEADER-1 TO VEJEZ-LINE
           WRITE VEJEZ-LINE
           MOVE WS-VEJ-HEADER-2 TO VEJEZ-LINE
           WRITE VEJEZ-LINE.

       ESCRIBIR-TRAILER-VEJEZ.
           MOVE "PARTIDAS PENDIENTES:" TO WS-VTC-CONCEPTO
           MOVE WS-PENDIENTES-COUNT TO WS-VTC-VALOR
           MOVE WS-VEJ-TRAILER-CONTEO TO VEJEZ-LINE
           WRITE VEJEZ-LINE
           MOVE "FUERA DE PLAZO:" TO WS-VTC-CONCEPTO
           MOVE WS-VENCIDAS-COUNT TO WS-VTC-VALOR
           MOVE WS-VEJ-TRAILER-CONTEO TO VEJEZ-LINE
           WRITE VEJEZ-LINE
           MOVE "IMPORTE FUERA DE PLAZO:" TO WS-VTI-CONCEPTO
           MOVE WS-VENCIDAS-TOTAL TO WS-VTI-VALOR
           MOVE WS-VEJ-TRAILER-IMPORTE TO VEJEZ-LINE
           WRITE VEJEZ-LINE.

       END PROGRAM APROBACION_PENDIENTES.
