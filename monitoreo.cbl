      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compliance monitoring of account activity over the
      *          audit log (AUDITIN - point job control at the live
      *          AUDITOUT or at a concatenation of ARCHOUT months).
      *          Every posted movement (an entry stamped with an
      *          account that is not an EXCEP-* or RECHAZO-* entry) is
      *          measured against the rules in MONPARM, one record per
      *          rule, any rule left out or zero not applied:
      *              MOVI  a single movement over the amount;
      *              DIAR  an account's movements in one day adding up
      *                    to more than the amount;
      *              CANT  more than the count of movements in a day;
      *              ESTR  at least the count of movements in the
      *                    period falling within the percentage just
      *                    under the amount - many small items kept
      *                    below a reporting line;
      *              EXTR  foreign-currency movements in one day over
      *                    the amount in base currency.
      *          Amounts are taken without sign, and a day is the
      *          processing date the entry was posted on.  The PARM
      *          may narrow the period, comma separated, either field
      *          empty for no limit:  desde(YYYYMMDD),hasta(YYYYMMDD).
      *          The case listing (MONOUT) shows each flagged account
      *          with the entries that triggered it and which rules
      *          each one broke.  Every entry reported is kept on the
      *          case file (MONCASO) keyed by account and entry - the
      *          entry's reference, or its processing date and time
      *          when it has none.  Compliance clears an account it has
      *          reviewed with a card in CASOIN (account, reviewer id
      *          from OPERIN, C, note); the run applies the cards
      *          first, and an entry cleared once is never reported
      *          again, though new entries on the same account are.
      *          Return code zero when nothing was flagged, 4 when
      *          cases were reported or a card or rule was refused, 8
      *          for a bad PARM or no usable rule, 12 when a file
      *          cannot be opened or a work table fills.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  The weekly compliance answer no longer
      *                depends on counting CONSULTA_AUDITORIA extracts
      *                by hand, and structuring is caught.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOREO_CUMPLIMIENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REGLA-FILE ASSIGN TO "MONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLA-STATUS.
           SELECT CIERRE-FILE ASSIGN TO "CASOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
           SELECT CASO-FILE ASSIGN TO "MONCASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CASO-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "MONOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(240).

      *    One record per rule.  MOVI, DIAR and EXTR use the amount,
      *    CANT the count; ESTR uses all three - the reporting line,
      *    the band under it and how many hits make a pattern.
       FD  REGLA-FILE.
       01  REGLA-RECORD.
           05  MR-REGLA                    PIC X(4).
           05  FILLER                      PIC X.
           05  MR-IMPORTE                  PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  MR-CANTIDAD                 PIC 9(5).
           05  FILLER                      PIC X.
           05  MR-PORCENTAJE               PIC 9(3).

       FD  CIERRE-FILE.
       01  CIERRE-RECORD.
           05  CI-CUENTA                   PIC X(8).
           05  FILLER                      PIC X.
           05  CI-REVISOR                  PIC X(8).
           05  FILLER                      PIC X.
           05  CI-ACCION                   PIC X(1).
           05  FILLER                      PIC X.
           05  CI-NOTA                     PIC X(30).

      *    One record per entry reported, open until compliance clears
      *    the account.
       FD  CASO-FILE.
       01  CASO-RECORD.
           05  CM-CLAVE.
               10  CM-CUENTA               PIC X(8).
               10  CM-ENTRADA              PIC X(18).
           05  CM-ESTADO                   PIC X(1).
               88  CM-ABIERTO               VALUE 'A'.
               88  CM-CERRADO               VALUE 'C'.
           05  CM-FECHA-ALTA               PIC 9(8).
           05  CM-FECHA-PROCESO            PIC 9(8).
           05  CM-OPERACION                PIC X(14).
           05  CM-IMPORTE                  PIC S9(9)V99.
           05  CM-REGLAS                   PIC X(9).
           05  CM-FECHA-CIERRE             PIC 9(8).
           05  CM-REVISOR                  PIC X(8).
           05  CM-NOTA                     PIC X(30).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OP-ID                       PIC X(8).
           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas, S = supervisor
      *    (ambas, y ademas aprueba partidas pendientes).
           05  OP-FUNCIONES                PIC X(1).

       FD  LISTADO-FILE.
       01  LISTADO-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                 PIC X(2).
       01  WS-REGLA-STATUS                 PIC X(2).
       01  WS-CIERRE-STATUS                PIC X(2).
       01  WS-CASO-STATUS                  PIC X(2).
       01  WS-OPERADOR-STATUS              PIC X(2).
       01  WS-LISTADO-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-PARM-DESDE                   PIC X(8).
       01  WS-PARM-HASTA                   PIC X(8).
       01  WS-FECHA-DESDE                  PIC 9(8) VALUE ZERO.
       01  WS-FECHA-HASTA                  PIC 9(8) VALUE 99999999.

       01  WS-RUN-DATE                     PIC 9(8).

      *    The rules in force; zero = rule not applied.
       01  WS-UMBRAL-MOVIMIENTO            PIC S9(9)V99 VALUE ZERO.
       01  WS-UMBRAL-DIARIO                PIC S9(9)V99 VALUE ZERO.
       01  WS-MAXIMO-MOVIMIENTOS           PIC 9(5) VALUE ZERO.
       01  WS-UMBRAL-ESTRUCTURA            PIC S9(9)V99 VALUE ZERO.
       01  WS-PISO-ESTRUCTURA              PIC S9(9)V99 VALUE ZERO.
       01  WS-PORCENTAJE-ESTRUCTURA        PIC 9(3) VALUE ZERO.
       01  WS-REPETICIONES-ESTRUCTURA      PIC 9(5) VALUE ZERO.
       01  WS-UMBRAL-EXTRANJERA            PIC S9(9)V99 VALUE ZERO.
       01  WS-REGLAS-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-REGLAS-INVALIDAS             PIC 9(3) VALUE ZERO.
       01  WS-REGLA-EOF-SW                 PIC X VALUE 'N'.
           88  WS-REGLA-EOF                 VALUE 'Y'.

       01  WS-AUDIT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                 VALUE 'Y'.
       01  WS-CIERRE-EOF-SW                PIC X VALUE 'N'.
           88  WS-CIERRE-EOF                VALUE 'Y'.
       01  WS-CASO-EOF-SW                  PIC X VALUE 'N'.
           88  WS-CASO-EOF                  VALUE 'Y'.
       01  WS-OPER-EOF-SW                  PIC X VALUE 'N'.
           88  WS-OPER-EOF                  VALUE 'Y'.
       01  WS-OPERADOR-OK-SW               PIC X VALUE 'N'.
           88  WS-OPERADOR-OK               VALUE 'Y'.

      *    Working image of an AUDITOUT line.  The numeric fields were
      *    written by OPERACIONES_BASICAS as edited pictures, so they
      *    come back here as characters and are de-edited before use.
       01  WS-AUDIT-ENTRADA.
           05  WS-AE-FECHA                 PIC X(10).
           05  FILLER                      PIC X.
           05  WS-AE-HORA                  PIC X(8).
           05  FILLER                      PIC X.
           05  WS-AE-OPERACION             PIC X(14).
           05  FILLER                      PIC X(44).
           05  WS-AE-RESULTADO             PIC X(10).
           05  FILLER                      PIC X.
           05  FILLER                      PIC X(7).
           05  WS-AE-CUENTA                PIC X(8).
           05  FILLER                      PIC X.
           05  FILLER                      PIC X(4).
           05  WS-AE-MONEDA                PIC X(3).
           05  FILLER                      PIC X(15).
           05  FILLER                      PIC X(6).
           05  WS-AE-FPROC                 PIC X(10).
           05  FILLER                      PIC X(22).
           05  WS-AE-ENLACE                PIC X(18).
           05  FILLER                      PIC X(5).
           05  WS-AE-REFERENCIA            PIC X(18).
           05  FILLER                      PIC X(34).

       01  WS-LINEA-FECHA.
           05  WS-LF-YYYY                  PIC X(4).
           05  WS-LF-MM                    PIC X(2).
           05  WS-LF-DD                    PIC X(2).
       01  WS-LINEA-FECHA-N REDEFINES WS-LINEA-FECHA
                                           PIC 9(8).

      *    The movement in hand: its day, amount without sign, and the
      *    case-file id of the entry.
       01  WS-MOV-FECHA                    PIC 9(8).
       01  WS-MOV-IMPORTE                  PIC S9(9)V99.
       01  WS-MOV-ABS                      PIC S9(9)V99.
       01  WS-MOV-EXTRANJERA-SW            PIC X.
           88  WS-MOV-EXTRANJERA            VALUE 'Y'.
       01  WS-MOV-ENTRADA                  PIC X(18).
       01  WS-MOV-VALIDO-SW                PIC X.
           88  WS-MOV-VALIDO                VALUE 'Y'.
       01  WS-MOV-REGLAS.
           05  WS-MR-MOVIMIENTO            PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MR-DIARIO                PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MR-CANTIDAD              PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MR-ESTRUCTURA            PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MR-EXTRANJERA            PIC X(1).

      *    De-editing work area: strips blanks, commas, the decimal
      *    point and the leading minus out of an edited amount and
      *    rebuilds the signed numeric value.
       01  WS-DE-ENTRADA                   PIC X(15).
       01  WS-DE-IX                        PIC 9(2).
       01  WS-DE-DIGITO-X                  PIC X(1).
       01  WS-DE-DIGITO REDEFINES WS-DE-DIGITO-X
                                           PIC 9(1).
       01  WS-DE-ENTERO                    PIC S9(11) VALUE ZERO.
       01  WS-DE-DECIMALES                 PIC 9(2) VALUE ZERO.
       01  WS-DE-FACTOR                    PIC 9(15) VALUE 1.
       01  WS-DE-NEG-SW                    PIC X VALUE 'N'.
           88  WS-DE-NEGATIVO               VALUE 'Y'.
       01  WS-DE-PUNTO-SW                  PIC X VALUE 'N'.
           88  WS-DE-TRAS-PUNTO             VALUE 'Y'.
       01  WS-DE-VALOR                     PIC S9(9)V99 VALUE ZERO.

      *    Pass one builds an account-day table (count, total, foreign
      *    total) and an account table (near-threshold hits over the
      *    period); the rules are then judged on the totals, and pass
      *    two - once per flagged account, as CARTOLA_CUENTA reads the
      *    log - lists the entries behind each flag.
       01  WS-DIA-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-DIA-IX                       PIC 9(5).
       01  WS-DIA-MAX                      PIC 9(5) VALUE 5000.
       01  WS-DIA-ACTUAL                   PIC 9(5) VALUE ZERO.
       01  WS-DIA-TABLA.
           05  WS-DIA-ENT OCCURS 5000 TIMES.
               10  WS-DI-CUENTA            PIC X(8).
               10  WS-DI-FECHA             PIC 9(8).
               10  WS-DI-COUNT             PIC 9(5).
               10  WS-DI-TOTAL             PIC S9(11)V99.
               10  WS-DI-EXTRANJERA        PIC S9(11)V99.
               10  WS-DI-DIARIO            PIC X(1).
               10  WS-DI-CANTIDAD          PIC X(1).
               10  WS-DI-EXTRANJERO        PIC X(1).

       01  WS-CTA-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-CTA-IX                       PIC 9(4).
       01  WS-CTA-MAX                      PIC 9(4) VALUE 2000.
       01  WS-CTA-ACTUAL                   PIC 9(4) VALUE ZERO.
       01  WS-CTA-TABLA.
           05  WS-CTA-ENT OCCURS 2000 TIMES.
               10  WS-CT-CUENTA            PIC X(8).
               10  WS-CT-CERCANOS          PIC 9(5).
               10  WS-CT-MOVIMIENTO        PIC X(1).
               10  WS-CT-ESTRUCTURA        PIC X(1).
               10  WS-CT-MARCADA           PIC X(1).

       01  WS-CUENTA-ACTUAL                PIC X(8).
       01  WS-CASO-ABIERTO-SW              PIC X.
           88  WS-CASO-ABIERTO              VALUE 'Y'.
       01  WS-CASO-REGLAS.
           05  WS-CR-MOVIMIENTO            PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CR-DIARIO                PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CR-CANTIDAD              PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CR-ESTRUCTURA            PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CR-EXTRANJERA            PIC X(1).
       01  WS-CASO-ENTRADAS                PIC 9(5).
       01  WS-CASO-TOTAL                   PIC S9(11)V99.
       01  WS-ESTADO-ENTRADA               PIC X(12).

       01  WS-LEIDAS-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-MOVIMIENTOS-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MARCADAS-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-CASOS-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-REPORTADAS-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-NUEVAS-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-DESPEJADAS-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CIERRES-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CIERRES-RECHAZADOS           PIC 9(5) VALUE ZERO.
       01  WS-CIERRE-ENTRADAS              PIC 9(5).
       01  WS-CIERRE-RESULTADO             PIC X(30).

       01  WS-LIS-HEADER-1.
           05  FILLER                      PIC X(37)
               VALUE "MONITOREO DE CUMPLIMIENTO - PERIODO ".
           05  WS-LH-DESDE                 PIC 9(8).
           05  FILLER                      PIC X(3) VALUE " - ".
           05  WS-LH-HASTA                 PIC 9(8).
           05  FILLER                      PIC X(12)
               VALUE "  EMITIDO:  ".
           05  WS-LH-EMISION               PIC 9(8).

       01  WS-LIS-REGLA.
           05  FILLER                      PIC X(7) VALUE "REGLA  ".
           05  WS-LR-REGLA                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LR-DESCRIPCION           PIC X(40).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LR-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LR-CANTIDAD              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LR-PORCENTAJE            PIC ZZ9.

       01  WS-LIS-CIERRE.
           05  FILLER                      PIC X(14)
               VALUE "CIERRE CUENTA ".
           05  WS-LC-CUENTA                PIC X(8).
           05  FILLER                      PIC X(10)
               VALUE "  REVISOR ".
           05  WS-LC-REVISOR               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LC-RESULTADO             PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LC-NOTA                  PIC X(30).

       01  WS-LIS-CASO.
           05  FILLER                      PIC X(12)
               VALUE "CASO CUENTA ".
           05  WS-LK-CUENTA                PIC X(8).

       01  WS-LIS-CASO-COLUMNAS.
           05  FILLER                      PIC X(50) VALUE
               "  F.PROCESO  F.VALOR    HORA     OPERACION        ".
           05  FILLER                      PIC X(53) VALUE
               "      IMPORTE MON REFERENCIA         REGLAS    ESTADO".

       01  WS-LIS-ENTRADA.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LE-FPROC                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-FECHA                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-HORA                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-OPERACION             PIC X(14).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-MONEDA                PIC X(3).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-REFERENCIA            PIC X(18).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-REGLAS                PIC X(9).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LE-ESTADO                PIC X(12).

       01  WS-LIS-CASO-PIE.
           05  FILLER                      PIC X(12)
               VALUE "  ENTRADAS: ".
           05  WS-LP-ENTRADAS              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(10)
               VALUE "  IMPORTE ".
           05  WS-LP-TOTAL                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(10)
               VALUE "  REGLAS: ".
           05  WS-LP-REGLAS                PIC X(9).

       01  WS-LIS-TRAILER-CONTEO.
           05  WS-LTC-CONCEPTO             PIC X(30).
           05  WS-LTC-VALOR                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM PARSEAR-PARM

           IF NOT WS-PARM-ERROR
               PERFORM CARGAR-REGLAS
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ABRIR-CASOS
               MOVE WS-CASO-STATUS TO WS-CHECK-STATUS
               MOVE "MONCASO" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN OUTPUT LISTADO-FILE
               MOVE WS-LISTADO-STATUS TO WS-CHECK-STATUS
               MOVE "MONOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE CASO-FILE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA
               PERFORM APLICAR-CIERRES
               PERFORM ACUMULAR-ACTIVIDAD
               IF NOT WS-ABORT-RUN
                   PERFORM JUZGAR-REGLAS
                   PERFORM EMITIR-CASOS
               END-IF
               PERFORM ESCRIBIR-TRAILER
               CLOSE CASO-FILE
               CLOSE LISTADO-FILE
               DISPLAY "MONITOREO_CUMPLIMIENTO: MOVIMIENTOS "
                   WS-MOVIMIENTOS-COUNT " CUENTAS CON CASO "
                   WS-CASOS-COUNT " ENTRADAS REPORTADAS "
                   WS-REPORTADAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "MONITOREO_CUMPLIMIENTO: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CASOS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "MONITOREO_CUMPLIMIENTO: " WS-CASOS-COUNT
                       " CUENTA(S) CON ACTIVIDAD INUSUAL - VER MONOUT"
               WHEN WS-REGLAS-INVALIDAS > 0
                   OR WS-CIERRES-RECHAZADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       PARSEAR-PARM.
           MOVE SPACES TO WS-PARM-DESDE WS-PARM-HASTA
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-PARM-DESDE WS-PARM-HASTA
           END-UNSTRING
           IF WS-PARM-DESDE NOT = SPACES
               IF WS-PARM-DESDE IS NUMERIC
                   MOVE WS-PARM-DESDE TO WS-FECHA-DESDE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-PARM-HASTA NOT = SPACES
               IF WS-PARM-HASTA IS NUMERIC
                   MOVE WS-PARM-HASTA TO WS-FECHA-HASTA
               ELSE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-PARM-ERROR
               DISPLAY "MONITOREO_CUMPLIMIENTO: PARM INVALIDO - "
                   "INDIQUE desde,hasta COMO YYYYMMDD"
           END-IF.

       CARGAR-REGLAS.
      *    A rule that cannot be read is listed and left out; with no
      *    usable rule at all there is nothing to monitor.
           OPEN INPUT REGLA-FILE
           IF WS-REGLA-STATUS NOT = "00"
               DISPLAY "MONITOREO_CUMPLIMIENTO: SIN ARCHIVO DE REGLAS "
                   "(MONPARM) - FILE STATUS=" WS-REGLA-STATUS
               SET WS-PARM-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-REGLA-EOF
                   READ REGLA-FILE
                       AT END
                           SET WS-REGLA-EOF TO TRUE
                       NOT AT END
                           PERFORM CARGAR-UNA-REGLA
                   END-READ
               END-PERFORM
               CLOSE REGLA-FILE
               IF WS-REGLAS-COUNT = ZERO
                   DISPLAY "MONITOREO_CUMPLIMIENTO: NINGUNA REGLA "
                       "UTILIZABLE EN MONPARM"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF.

       CARGAR-UNA-REGLA.
           IF MR-IMPORTE NOT NUMERIC
               MOVE ZERO TO MR-IMPORTE
           END-IF
           IF MR-CANTIDAD NOT NUMERIC
               MOVE ZERO TO MR-CANTIDAD
           END-IF
           IF MR-PORCENTAJE NOT NUMERIC
               MOVE ZERO TO MR-PORCENTAJE
           END-IF
           EVALUATE TRUE
               WHEN MR-REGLA = "MOVI" AND MR-IMPORTE > ZERO
                   MOVE MR-IMPORTE TO WS-UMBRAL-MOVIMIENTO
                   ADD 1 TO WS-REGLAS-COUNT
               WHEN MR-REGLA = "DIAR" AND MR-IMPORTE > ZERO
                   MOVE MR-IMPORTE TO WS-UMBRAL-DIARIO
                   ADD 1 TO WS-REGLAS-COUNT
               WHEN MR-REGLA = "CANT" AND MR-CANTIDAD > ZERO
                   MOVE MR-CANTIDAD TO WS-MAXIMO-MOVIMIENTOS
                   ADD 1 TO WS-REGLAS-COUNT
      *        The band is the last percentage of the line: 10 against
      *        10,000.00 catches 9,000.00 up to 9,999.99.  Two hits are
      *        the least that make a repetition.
               WHEN MR-REGLA = "ESTR" AND MR-IMPORTE > ZERO
                   AND MR-PORCENTAJE > ZERO AND MR-PORCENTAJE < 100
                   MOVE MR-IMPORTE TO WS-UMBRAL-ESTRUCTURA
                   MOVE MR-PORCENTAJE TO WS-PORCENTAJE-ESTRUCTURA
                   COMPUTE WS-PISO-ESTRUCTURA ROUNDED =
                       MR-IMPORTE * (100 - MR-PORCENTAJE) / 100
                   IF MR-CANTIDAD < 2
                       MOVE 2 TO WS-REPETICIONES-ESTRUCTURA
                   ELSE
                       MOVE MR-CANTIDAD TO WS-REPETICIONES-ESTRUCTURA
                   END-IF
                   ADD 1 TO WS-REGLAS-COUNT
               WHEN MR-REGLA = "EXTR" AND MR-IMPORTE > ZERO
                   MOVE MR-IMPORTE TO WS-UMBRAL-EXTRANJERA
                   ADD 1 TO WS-REGLAS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REGLAS-INVALIDAS
                   DISPLAY "MONITOREO_CUMPLIMIENTO: REGLA INVALIDA "
                       "EN MONPARM - " REGLA-RECORD
           END-EVALUATE.

       ABRIR-CASOS.
      *    The case file starts out empty the first time a case is
      *    opened.
           OPEN I-O CASO-FILE
           IF WS-CASO-STATUS = "35"
               OPEN OUTPUT CASO-FILE
               IF WS-CASO-STATUS = "00"
                   CLOSE CASO-FILE
                   OPEN I-O CASO-FILE
               END-IF
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-DESDE TO WS-LH-DESDE
           MOVE WS-FECHA-HASTA TO WS-LH-HASTA
           MOVE WS-RUN-DATE TO WS-LH-EMISION
           MOVE WS-LIS-HEADER-1 TO LISTADO-LINE
           WRITE LISTADO-LINE
           IF WS-UMBRAL-MOVIMIENTO > ZERO
               MOVE "MOVI" TO WS-LR-REGLA
               MOVE "MOVIMIENTO UNICO SOBRE" TO WS-LR-DESCRIPCION
               MOVE WS-UMBRAL-MOVIMIENTO TO WS-LR-IMPORTE
               MOVE ZERO TO WS-LR-CANTIDAD
               MOVE ZERO TO WS-LR-PORCENTAJE
               PERFORM ESCRIBIR-LINEA-REGLA
           END-IF
           IF WS-UMBRAL-DIARIO > ZERO
               MOVE "DIAR" TO WS-LR-REGLA
               MOVE "TOTAL DIARIO SOBRE" TO WS-LR-DESCRIPCION
               MOVE WS-UMBRAL-DIARIO TO WS-LR-IMPORTE
               MOVE ZERO TO WS-LR-CANTIDAD
               MOVE ZERO TO WS-LR-PORCENTAJE
               PERFORM ESCRIBIR-LINEA-REGLA
           END-IF
           IF WS-MAXIMO-MOVIMIENTOS > ZERO
               MOVE "CANT" TO WS-LR-REGLA
               MOVE "MOVIMIENTOS EN UN DIA MAS DE" TO WS-LR-DESCRIPCION
               MOVE ZERO TO WS-LR-IMPORTE
               MOVE WS-MAXIMO-MOVIMIENTOS TO WS-LR-CANTIDAD
               MOVE ZERO TO WS-LR-PORCENTAJE
               PERFORM ESCRIBIR-LINEA-REGLA
           END-IF
           IF WS-UMBRAL-ESTRUCTURA > ZERO
               MOVE "ESTR" TO WS-LR-REGLA
               MOVE "REPETIDOS BAJO EL UMBRAL (VECES, %)"
                   TO WS-LR-DESCRIPCION
               MOVE WS-UMBRAL-ESTRUCTURA TO WS-LR-IMPORTE
               MOVE WS-REPETICIONES-ESTRUCTURA TO WS-LR-CANTIDAD
               MOVE WS-PORCENTAJE-ESTRUCTURA TO WS-LR-PORCENTAJE
               PERFORM ESCRIBIR-LINEA-REGLA
           END-IF
           IF WS-UMBRAL-EXTRANJERA > ZERO
               MOVE "EXTR" TO WS-LR-REGLA
               MOVE "MONEDA EXTRANJERA DIARIA SOBRE (BASE)"
                   TO WS-LR-DESCRIPCION
               MOVE WS-UMBRAL-EXTRANJERA TO WS-LR-IMPORTE
               MOVE ZERO TO WS-LR-CANTIDAD
               MOVE ZERO TO WS-LR-PORCENTAJE
               PERFORM ESCRIBIR-LINEA-REGLA
           END-IF.

       ESCRIBIR-LINEA-REGLA.
           MOVE WS-LIS-REGLA TO LISTADO-LINE
           WRITE LISTADO-LINE.

       APLICAR-CIERRES.
      *    Clearance cards come first, so an account reviewed since the
      *    last run is judged on its new entries only.  No CASOIN
      *    means nothing was cleared.
           OPEN INPUT CIERRE-FILE
           IF WS-CIERRE-STATUS = "00"
               MOVE SPACES TO LISTADO-LINE
               WRITE LISTADO-LINE
               PERFORM UNTIL WS-CIERRE-EOF
                   READ CIERRE-FILE
                       AT END
                           SET WS-CIERRE-EOF TO TRUE
                       NOT AT END
                           PERFORM APLICAR-UN-CIERRE
                   END-READ
               END-PERFORM
               CLOSE CIERRE-FILE
           END-IF.

       APLICAR-UN-CIERRE.
           MOVE SPACES TO WS-CIERRE-RESULTADO
           MOVE ZERO TO WS-CIERRE-ENTRADAS
           MOVE 'N' TO WS-OPERADOR-OK-SW
           IF CI-REVISOR NOT = SPACES
               PERFORM BUSCAR-OPERADOR
           END-IF
           EVALUATE TRUE
               WHEN CI-CUENTA = SPACES
                   MOVE "CUENTA EN BLANCO" TO WS-CIERRE-RESULTADO
               WHEN CI-ACCION NOT = "C"
                   MOVE "ACCION DESCONOCIDA" TO WS-CIERRE-RESULTADO
               WHEN NOT WS-OPERADOR-OK
                   MOVE "REVISOR DESCONOCIDO" TO WS-CIERRE-RESULTADO
               WHEN OTHER
                   PERFORM CERRAR-CASOS-CUENTA
                   IF WS-CIERRE-ENTRADAS = ZERO
                       MOVE "SIN ENTRADAS ABIERTAS"
                           TO WS-CIERRE-RESULTADO
                   ELSE
                       MOVE SPACES TO WS-CIERRE-RESULTADO
                       STRING "CERRADAS " WS-CIERRE-ENTRADAS
                           " ENTRADA(S)"
                           DELIMITED BY SIZE INTO WS-CIERRE-RESULTADO
                   END-IF
           END-EVALUATE
           IF WS-CIERRE-ENTRADAS = ZERO
               ADD 1 TO WS-CIERRES-RECHAZADOS
           ELSE
               ADD 1 TO WS-CIERRES-COUNT
           END-IF
           MOVE CI-CUENTA TO WS-LC-CUENTA
           MOVE CI-REVISOR TO WS-LC-REVISOR
           MOVE WS-CIERRE-RESULTADO TO WS-LC-RESULTADO
           MOVE CI-NOTA TO WS-LC-NOTA
           MOVE WS-LIS-CIERRE TO LISTADO-LINE
           WRITE LISTADO-LINE.

       CERRAR-CASOS-CUENTA.
      *    Every open entry of the account is cleared by the card; the
      *    account's own entries sit together under the key.
           MOVE 'N' TO WS-CASO-EOF-SW
           MOVE CI-CUENTA TO CM-CUENTA
           MOVE LOW-VALUES TO CM-ENTRADA
           START CASO-FILE KEY NOT LESS THAN CM-CLAVE
               INVALID KEY
                   SET WS-CASO-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CASO-EOF
               READ CASO-FILE NEXT
                   AT END
                       SET WS-CASO-EOF TO TRUE
                   NOT AT END
                       IF CM-CUENTA NOT = CI-CUENTA
                           SET WS-CASO-EOF TO TRUE
                       ELSE
                           IF CM-ABIERTO
                               SET CM-CERRADO TO TRUE
                               MOVE WS-RUN-DATE TO CM-FECHA-CIERRE
                               MOVE CI-REVISOR TO CM-REVISOR
                               MOVE CI-NOTA TO CM-NOTA
                               REWRITE CASO-RECORD
                               IF WS-CASO-STATUS = "00"
                                   ADD 1 TO WS-CIERRE-ENTRADAS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-OPERADOR.
      *    The reviewer must be a registered operator; any function.
           MOVE 'N' TO WS-OPER-EOF-SW
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-STATUS = "00"
               PERFORM UNTIL WS-OPER-EOF
                   READ OPERADOR-FILE
                       AT END
                           SET WS-OPER-EOF TO TRUE
                       NOT AT END
                           IF OP-ID = CI-REVISOR
                               SET WS-OPERADOR-OK TO TRUE
                               SET WS-OPER-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
           ELSE
               DISPLAY "MONITOREO_CUMPLIMIENTO: SIN ARCHIVO DE "
                   "OPERADORES (OPERIN) - FILE STATUS="
                   WS-OPERADOR-STATUS
           END-IF.

       ACUMULAR-ACTIVIDAD.
      *    Pass one over the log.
           MOVE 'N' TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "AUDITIN" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA
           IF NOT WS-ABORT-RUN
               PERFORM UNTIL WS-AUDIT-EOF OR WS-ABORT-RUN
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDAS-COUNT
                           PERFORM PREPARAR-MOVIMIENTO
                           IF WS-MOV-VALIDO
                               ADD 1 TO WS-MOVIMIENTOS-COUNT
                               PERFORM ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       PREPARAR-MOVIMIENTO.
      *    Only posted movements inside the period count.  The day is
      *    the processing date (FPROC=); an entry written before that
      *    field existed falls back on its leading date.
           MOVE 'N' TO WS-MOV-VALIDO-SW
           MOVE AUDIT-LINE TO WS-AUDIT-ENTRADA
           IF WS-AE-CUENTA NOT = SPACES
               AND WS-AE-OPERACION(1:6) NOT = "EXCEP-"
               AND WS-AE-OPERACION(1:8) NOT = "RECHAZO-"
               MOVE WS-AE-FPROC(1:4) TO WS-LF-YYYY
               MOVE WS-AE-FPROC(6:2) TO WS-LF-MM
               MOVE WS-AE-FPROC(9:2) TO WS-LF-DD
               IF WS-LINEA-FECHA-N NOT NUMERIC
                   MOVE WS-AE-FECHA(1:4) TO WS-LF-YYYY
                   MOVE WS-AE-FECHA(6:2) TO WS-LF-MM
                   MOVE WS-AE-FECHA(9:2) TO WS-LF-DD
               END-IF
               IF WS-LINEA-FECHA-N IS NUMERIC
                   IF WS-LINEA-FECHA-N NOT < WS-FECHA-DESDE
                       AND WS-LINEA-FECHA-N NOT > WS-FECHA-HASTA
                       SET WS-MOV-VALIDO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-MOV-VALIDO
               MOVE WS-LINEA-FECHA-N TO WS-MOV-FECHA
               MOVE SPACES TO WS-DE-ENTRADA
               MOVE WS-AE-RESULTADO TO WS-DE-ENTRADA
               PERFORM DESEDITAR-IMPORTE
               MOVE WS-DE-VALOR TO WS-MOV-IMPORTE
               MOVE WS-DE-VALOR TO WS-MOV-ABS
               IF WS-MOV-ABS < ZERO
                   COMPUTE WS-MOV-ABS = ZERO - WS-MOV-ABS
               END-IF
               IF WS-AE-MONEDA = SPACES
                   MOVE 'N' TO WS-MOV-EXTRANJERA-SW
               ELSE
                   SET WS-MOV-EXTRANJERA TO TRUE
               END-IF
               IF WS-AE-REFERENCIA NOT = SPACES
                   MOVE WS-AE-REFERENCIA TO WS-MOV-ENTRADA
               ELSE
                   MOVE SPACES TO WS-MOV-ENTRADA
                   STRING WS-AE-FPROC WS-AE-HORA
                       DELIMITED BY SIZE INTO WS-MOV-ENTRADA
               END-IF
           END-IF.

       ACUMULAR-MOVIMIENTO.
           PERFORM RESERVAR-CUENTA
           IF NOT WS-ABORT-RUN
               PERFORM RESERVAR-DIA
           END-IF
           IF NOT WS-ABORT-RUN
               ADD 1 TO WS-DI-COUNT (WS-DIA-ACTUAL)
               ADD WS-MOV-ABS TO WS-DI-TOTAL (WS-DIA-ACTUAL)
               IF WS-MOV-EXTRANJERA
                   ADD WS-MOV-ABS TO WS-DI-EXTRANJERA (WS-DIA-ACTUAL)
               END-IF
               IF WS-UMBRAL-MOVIMIENTO > ZERO
                   AND WS-MOV-ABS > WS-UMBRAL-MOVIMIENTO
                   MOVE 'Y' TO WS-CT-MOVIMIENTO (WS-CTA-ACTUAL)
               END-IF
               IF WS-UMBRAL-ESTRUCTURA > ZERO
                   AND WS-MOV-ABS NOT < WS-PISO-ESTRUCTURA
                   AND WS-MOV-ABS < WS-UMBRAL-ESTRUCTURA
                   ADD 1 TO WS-CT-CERCANOS (WS-CTA-ACTUAL)
               END-IF
           END-IF.

       RESERVAR-CUENTA.
           MOVE ZERO TO WS-CTA-ACTUAL
           PERFORM VARYING WS-CTA-IX FROM 1 BY 1
               UNTIL WS-CTA-IX > WS-CTA-COUNT OR WS-CTA-ACTUAL > 0
               IF WS-CT-CUENTA (WS-CTA-IX) = WS-AE-CUENTA
                   MOVE WS-CTA-IX TO WS-CTA-ACTUAL
               END-IF
           END-PERFORM
           IF WS-CTA-ACTUAL = ZERO
               IF WS-CTA-COUNT NOT < WS-CTA-MAX
                   DISPLAY "MONITOREO_CUMPLIMIENTO: TABLA DE CUENTAS "
                       "LLENA - CUENTA " WS-AE-CUENTA
                       " - ACOTE EL PERIODO"
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-CTA-COUNT
                   MOVE WS-CTA-COUNT TO WS-CTA-ACTUAL
                   MOVE WS-AE-CUENTA TO WS-CT-CUENTA (WS-CTA-ACTUAL)
                   MOVE ZERO TO WS-CT-CERCANOS (WS-CTA-ACTUAL)
                   MOVE 'N' TO WS-CT-MOVIMIENTO (WS-CTA-ACTUAL)
                   MOVE 'N' TO WS-CT-ESTRUCTURA (WS-CTA-ACTUAL)
                   MOVE 'N' TO WS-CT-MARCADA (WS-CTA-ACTUAL)
               END-IF
           END-IF.

       RESERVAR-DIA.
           MOVE ZERO TO WS-DIA-ACTUAL
           PERFORM VARYING WS-DIA-IX FROM 1 BY 1
               UNTIL WS-DIA-IX > WS-DIA-COUNT OR WS-DIA-ACTUAL > 0
               IF WS-DI-CUENTA (WS-DIA-IX) = WS-AE-CUENTA
                   AND WS-DI-FECHA (WS-DIA-IX) = WS-MOV-FECHA
                   MOVE WS-DIA-IX TO WS-DIA-ACTUAL
               END-IF
           END-PERFORM
           IF WS-DIA-ACTUAL = ZERO
               IF WS-DIA-COUNT NOT < WS-DIA-MAX
                   DISPLAY "MONITOREO_CUMPLIMIENTO: TABLA DE DIAS "
                       "LLENA - CUENTA " WS-AE-CUENTA " FECHA "
                       WS-MOV-FECHA " - ACOTE EL PERIODO"
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-DIA-COUNT
                   MOVE WS-DIA-COUNT TO WS-DIA-ACTUAL
                   MOVE WS-AE-CUENTA TO WS-DI-CUENTA (WS-DIA-ACTUAL)
                   MOVE WS-MOV-FECHA TO WS-DI-FECHA (WS-DIA-ACTUAL)
                   MOVE ZERO TO WS-DI-COUNT (WS-DIA-ACTUAL)
                   MOVE ZERO TO WS-DI-TOTAL (WS-DIA-ACTUAL)
                   MOVE ZERO TO WS-DI-EXTRANJERA (WS-DIA-ACTUAL)
                   MOVE 'N' TO WS-DI-DIARIO (WS-DIA-ACTUAL)
                   MOVE 'N' TO WS-DI-CANTIDAD (WS-DIA-ACTUAL)
                   MOVE 'N' TO WS-DI-EXTRANJERO (WS-DIA-ACTUAL)
               END-IF
           END-IF.

       JUZGAR-REGLAS.
      *    The day rules flag the account-day, structuring flags the
      *    account over the whole period; any flag marks the account
      *    for pass two.
           PERFORM VARYING WS-DIA-IX FROM 1 BY 1
               UNTIL WS-DIA-IX > WS-DIA-COUNT
               IF WS-UMBRAL-DIARIO > ZERO
                   AND WS-DI-TOTAL (WS-DIA-IX) > WS-UMBRAL-DIARIO
                   MOVE 'Y' TO WS-DI-DIARIO (WS-DIA-IX)
               END-IF
               IF WS-MAXIMO-MOVIMIENTOS > ZERO
                   AND WS-DI-COUNT (WS-DIA-IX) > WS-MAXIMO-MOVIMIENTOS
                   MOVE 'Y' TO WS-DI-CANTIDAD (WS-DIA-IX)
               END-IF
               IF WS-UMBRAL-EXTRANJERA > ZERO
                   AND WS-DI-EXTRANJERA (WS-DIA-IX)
                       > WS-UMBRAL-EXTRANJERA
                   MOVE 'Y' TO WS-DI-EXTRANJERO (WS-DIA-IX)
               END-IF
               IF WS-DI-DIARIO (WS-DIA-IX) = 'Y'
                   OR WS-DI-CANTIDAD (WS-DIA-IX) = 'Y'
                   OR WS-DI-EXTRANJERO (WS-DIA-IX) = 'Y'
                   MOVE WS-DI-CUENTA (WS-DIA-IX) TO WS-AE-CUENTA
                   PERFORM RESERVAR-CUENTA
                   MOVE 'Y' TO WS-CT-MARCADA (WS-CTA-ACTUAL)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTA-IX FROM 1 BY 1
               UNTIL WS-CTA-IX > WS-CTA-COUNT
               IF WS-UMBRAL-ESTRUCTURA > ZERO
                   AND WS-CT-CERCANOS (WS-CTA-IX)
                       NOT < WS-REPETICIONES-ESTRUCTURA
                   MOVE 'Y' TO WS-CT-ESTRUCTURA (WS-CTA-IX)
               END-IF
               IF WS-CT-MOVIMIENTO (WS-CTA-IX) = 'Y'
                   OR WS-CT-ESTRUCTURA (WS-CTA-IX) = 'Y'
                   MOVE 'Y' TO WS-CT-MARCADA (WS-CTA-IX)
               END-IF
               IF WS-CT-MARCADA (WS-CTA-IX) = 'Y'
                   ADD 1 TO WS-MARCADAS-COUNT
               END-IF
           END-PERFORM.

       EMITIR-CASOS.
      *    Pass two, once per flagged account.  The case heading goes
      *    out with the first entry still to be reviewed, so an account
      *    whose every trigger was cleared before is not listed.
           PERFORM VARYING WS-CTA-IX FROM 1 BY 1
               UNTIL WS-CTA-IX > WS-CTA-COUNT OR WS-ABORT-RUN
               IF WS-CT-MARCADA (WS-CTA-IX) = 'Y'
                   MOVE WS-CTA-IX TO WS-CTA-ACTUAL
                   MOVE WS-CT-CUENTA (WS-CTA-IX) TO WS-CUENTA-ACTUAL
                   PERFORM EMITIR-CASO-CUENTA
               END-IF
           END-PERFORM.

       EMITIR-CASO-CUENTA.
           MOVE 'N' TO WS-CASO-ABIERTO-SW
           MOVE SPACES TO WS-CASO-REGLAS
           MOVE ZERO TO WS-CASO-ENTRADAS
           MOVE ZERO TO WS-CASO-TOTAL
           MOVE 'N' TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "AUDITIN" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA
           IF NOT WS-ABORT-RUN
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-LINE TO WS-AUDIT-ENTRADA
                           IF WS-AE-CUENTA = WS-CUENTA-ACTUAL
                               PERFORM PREPARAR-MOVIMIENTO
                               IF WS-MOV-VALIDO
                                   PERFORM EVALUAR-ENTRADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           IF WS-CASO-ABIERTO
               ADD 1 TO WS-CASOS-COUNT
               MOVE WS-CASO-ENTRADAS TO WS-LP-ENTRADAS
               MOVE WS-CASO-TOTAL TO WS-LP-TOTAL
               MOVE WS-CASO-REGLAS TO WS-LP-REGLAS
               MOVE WS-LIS-CASO-PIE TO LISTADO-LINE
               WRITE LISTADO-LINE
           END-IF.

       EVALUAR-ENTRADA.
      *    Which rules this entry stands behind: M the single-movement
      *    line, D/C/F its day's total, count or foreign total, E the
      *    near-threshold band on a structuring account.
           MOVE SPACES TO WS-MOV-REGLAS
           IF WS-UMBRAL-MOVIMIENTO > ZERO
               AND WS-MOV-ABS > WS-UMBRAL-MOVIMIENTO
               MOVE "M" TO WS-MR-MOVIMIENTO
           END-IF
           IF WS-CT-ESTRUCTURA (WS-CTA-ACTUAL) = 'Y'
               AND WS-MOV-ABS NOT < WS-PISO-ESTRUCTURA
               AND WS-MOV-ABS < WS-UMBRAL-ESTRUCTURA
               MOVE "E" TO WS-MR-ESTRUCTURA
           END-IF
           PERFORM RESERVAR-DIA
           IF WS-DI-DIARIO (WS-DIA-ACTUAL) = 'Y'
               MOVE "D" TO WS-MR-DIARIO
           END-IF
           IF WS-DI-CANTIDAD (WS-DIA-ACTUAL) = 'Y'
               MOVE "C" TO WS-MR-CANTIDAD
           END-IF
           IF WS-DI-EXTRANJERO (WS-DIA-ACTUAL) = 'Y'
               AND WS-MOV-EXTRANJERA
               MOVE "F" TO WS-MR-EXTRANJERA
           END-IF
           IF WS-MOV-REGLAS NOT = SPACES
               PERFORM REGISTRAR-ENTRADA
           END-IF.

       REGISTRAR-ENTRADA.
      *    An entry cleared on an earlier review stays quiet; one
      *    reported before and still open is listed again as such.
           MOVE WS-CUENTA-ACTUAL TO CM-CUENTA
           MOVE WS-MOV-ENTRADA TO CM-ENTRADA
           READ CASO-FILE
               INVALID KEY
                   MOVE "NUEVA" TO WS-ESTADO-ENTRADA
                   PERFORM ALTA-ENTRADA-CASO
               NOT INVALID KEY
                   IF CM-CERRADO
                       MOVE "CERRADA" TO WS-ESTADO-ENTRADA
                   ELSE
                       MOVE SPACES TO WS-ESTADO-ENTRADA
                       STRING "ABIERTA " CM-FECHA-ALTA(3:6)
                           DELIMITED BY SIZE INTO WS-ESTADO-ENTRADA
                   END-IF
           END-READ
           IF WS-ESTADO-ENTRADA = "CERRADA"
               ADD 1 TO WS-DESPEJADAS-COUNT
           ELSE
               PERFORM ESCRIBIR-ENTRADA
           END-IF.

       ALTA-ENTRADA-CASO.
           MOVE WS-CUENTA-ACTUAL TO CM-CUENTA
           MOVE WS-MOV-ENTRADA TO CM-ENTRADA
           SET CM-ABIERTO TO TRUE
           MOVE WS-RUN-DATE TO CM-FECHA-ALTA
           MOVE WS-MOV-FECHA TO CM-FECHA-PROCESO
           MOVE WS-AE-OPERACION TO CM-OPERACION
           MOVE WS-MOV-IMPORTE TO CM-IMPORTE
           MOVE WS-MOV-REGLAS TO CM-REGLAS
           MOVE ZERO TO CM-FECHA-CIERRE
           MOVE SPACES TO CM-REVISOR
           MOVE SPACES TO CM-NOTA
           WRITE CASO-RECORD
               INVALID KEY
                   DISPLAY "MONITOREO_CUMPLIMIENTO: ENTRADA REPETIDA "
                       "EN EL REGISTRO - CUENTA " CM-CUENTA
                       " ENTRADA " CM-ENTRADA
               NOT INVALID KEY
                   ADD 1 TO WS-NUEVAS-COUNT
           END-WRITE.

       ESCRIBIR-ENTRADA.
           IF NOT WS-CASO-ABIERTO
               SET WS-CASO-ABIERTO TO TRUE
               MOVE SPACES TO LISTADO-LINE
               WRITE LISTADO-LINE
               MOVE WS-CUENTA-ACTUAL TO WS-LK-CUENTA
               MOVE WS-LIS-CASO TO LISTADO-LINE
               WRITE LISTADO-LINE
               MOVE WS-LIS-CASO-COLUMNAS TO LISTADO-LINE
               WRITE LISTADO-LINE
           END-IF
           MOVE WS-AE-FPROC TO WS-LE-FPROC
           MOVE WS-AE-FECHA TO WS-LE-FECHA
           MOVE WS-AE-HORA TO WS-LE-HORA
           MOVE WS-AE-OPERACION TO WS-LE-OPERACION
           MOVE WS-MOV-IMPORTE TO WS-LE-IMPORTE
           MOVE WS-AE-MONEDA TO WS-LE-MONEDA
           MOVE WS-AE-REFERENCIA TO WS-LE-REFERENCIA
           MOVE WS-MOV-REGLAS TO WS-LE-REGLAS
           MOVE WS-ESTADO-ENTRADA TO WS-LE-ESTADO
           MOVE WS-LIS-ENTRADA TO LISTADO-LINE
           WRITE LISTADO-LINE
           ADD 1 TO WS-CASO-ENTRADAS
           ADD 1 TO WS-REPORTADAS-COUNT
           ADD WS-MOV-IMPORTE TO WS-CASO-TOTAL
           IF WS-MR-MOVIMIENTO NOT = SPACE
               MOVE "M" TO WS-CR-MOVIMIENTO
           END-IF
           IF WS-MR-DIARIO NOT = SPACE
               MOVE "D" TO WS-CR-DIARIO
           END-IF
           IF WS-MR-CANTIDAD NOT = SPACE
               MOVE "C" TO WS-CR-CANTIDAD
           END-IF
           IF WS-MR-ESTRUCTURA NOT = SPACE
               MOVE "E" TO WS-CR-ESTRUCTURA
           END-IF
           IF WS-MR-EXTRANJERA NOT = SPACE
               MOVE "F" TO WS-CR-EXTRANJERA
           END-IF.

       ESCRIBIR-TRAILER.
           MOVE SPACES TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "ENTRADAS LEIDAS:" TO WS-LTC-CONCEPTO
           MOVE WS-LEIDAS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "MOVIMIENTOS EN EL PERIODO:" TO WS-LTC-CONCEPTO
           MOVE WS-MOVIMIENTOS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "CUENTAS MARCADAS:" TO WS-LTC-CONCEPTO
           MOVE WS-MARCADAS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "CUENTAS CON CASO:" TO WS-LTC-CONCEPTO
           MOVE WS-CASOS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "ENTRADAS REPORTADAS:" TO WS-LTC-CONCEPTO
           MOVE WS-REPORTADAS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "ENTRADAS NUEVAS EN MONCASO:" TO WS-LTC-CONCEPTO
           MOVE WS-NUEVAS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "ENTRADAS YA DESPEJADAS:" TO WS-LTC-CONCEPTO
           MOVE WS-DESPEJADAS-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "CIERRES APLICADOS:" TO WS-LTC-CONCEPTO
           MOVE WS-CIERRES-COUNT TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER
           MOVE "CIERRES RECHAZADOS:" TO WS-LTC-CONCEPTO
           MOVE WS-CIERRES-RECHAZADOS TO WS-LTC-VALOR
           PERFORM ESCRIBIR-LINEA-TRAILER.

       ESCRIBIR-LINEA-TRAILER.
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE.

       DESEDITAR-IMPORTE.
           MOVE ZERO TO WS-DE-ENTERO
           MOVE ZERO TO WS-DE-DECIMALES
           MOVE 'N' TO WS-DE-NEG-SW
           MOVE 'N' TO WS-DE-PUNTO-SW
           PERFORM VARYING WS-DE-IX FROM 1 BY 1 UNTIL WS-DE-IX > 15
               MOVE WS-DE-ENTRADA(WS-DE-IX:1) TO WS-DE-DIGITO-X
               EVALUATE TRUE
                   WHEN WS-DE-DIGITO-X = "-"
                       SET WS-DE-NEGATIVO TO TRUE
                   WHEN WS-DE-DIGITO-X = "."
                       SET WS-DE-TRAS-PUNTO TO TRUE
                   WHEN WS-DE-DIGITO-X IS NUMERIC
                       COMPUTE WS-DE-ENTERO =
                           WS-DE-ENTERO * 10 + WS-DE-DIGITO
                       IF WS-DE-TRAS-PUNTO
                           ADD 1 TO WS-DE-DECIMALES
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE 1 TO WS-DE-FACTOR
           PERFORM WS-DE-DECIMALES TIMES
               MULTIPLY 10 BY WS-DE-FACTOR
           END-PERFORM
           COMPUTE WS-DE-VALOR = WS-DE-ENTERO / WS-DE-FACTOR
           IF WS-DE-NEGATIVO
               COMPUTE WS-DE-VALOR = ZERO - WS-DE-VALOR
           END-IF.

       END PROGRAM MONITOREO_CUMPLIMIENTO.
