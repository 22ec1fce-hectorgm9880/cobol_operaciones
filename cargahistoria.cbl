      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily load of the indexed audit history.  Copies the
      *          entries of one processing date out of the audit log
      *          (AUDITIN - the live AUDITOUT, or a monthly ARCHOUT when
      *          an older date is being back-loaded) into the history
      *          file (AUDHIST), keyed by account, value date and a
      *          sequence made of the processing date and the entry's
      *          position within it, with a second key on value date
      *          for inquiries that do not start from an account.  Each
      *          posted movement (account stamped, not EXCEP-* nor
      *          RECHAZO-*) is also added to its account's month, by
      *          value date, in the monthly balance snapshot
      *          (SALDOMES); once the day is in, every account's
      *          monthly opening balances are worked back from the
      *          master's AM-SALDO (ACCTMAST) through the months'
      *          movements, so a statement starts from its month's
      *          opening instead of replaying the history.  The date
      *          comes in the PARM as YYYYMMDD (blank = today) and is
      *          recorded in the load ledger (HISTCTL); a date already
      *          there is refused.  Return code zero for a clean load,
      *          4 when the log held nothing for the date or an entry
      *          was already in the history, 8 for a bad PARM or a date
      *          already loaded, 12 when a file cannot be opened.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Statements and audit inquiries read
      *                the history by key instead of the whole log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA_HISTORIA_AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CLAVE
               ALTERNATE RECORD KEY IS AH-CLAVE-FECHA
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT SALDO-MES-FILE ASSIGN TO "SALDOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS WS-SALDO-MES-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUENTA
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(240).

      *    The audit line is kept whole; the keys in front of it are
      *    taken from it at load time.
       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  AH-CLAVE.
               10  AH-CUENTA               PIC X(8).
               10  AH-FECHA                PIC 9(8).
               10  AH-SECUENCIA.
                   15  AH-SEC-FPROC        PIC 9(8).
                   15  AH-SEC-NUMERO       PIC 9(7).
           05  AH-CLAVE-FECHA.
               10  AH-CF-FECHA             PIC 9(8).
               10  AH-CF-FPROC             PIC 9(8).
               10  AH-CF-NUMERO            PIC 9(7).
           05  AH-LINEA                    PIC X(240).

      *    One record per account and month (by value date) with
      *    movement: the balance the month opened with and the net of
      *    its movements, so opening + net is the month's close.
       FD  SALDO-MES-FILE.
       01  SALDO-MES-RECORD.
           05  SM-CLAVE.
               10  SM-CUENTA               PIC X(8).
               10  SM-MES                  PIC 9(6).
           05  SM-SALDO-APERTURA           PIC S9(9)V99.
           05  SM-NETO                     PIC S9(9)V99.
           05  SM-MOVIMIENTOS              PIC 9(7).
           05  SM-FECHA-CARGA              PIC 9(8).

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

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  HC-FECHA-PROCESO            PIC 9(8).
           05  FILLER                      PIC X.
           05  HC-ENTRADAS                 PIC 9(7).
           05  FILLER                      PIC X.
           05  HC-MOVIMIENTOS              PIC 9(7).
           05  FILLER                      PIC X.
           05  HC-FECHA-CARGA              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                 PIC X(2).
       01  WS-HISTORIA-STATUS              PIC X(2).
       01  WS-SALDO-MES-STATUS             PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-CONTROL-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-FECHA-PROCESO                PIC 9(8).
       01  WS-FECHA-DESG REDEFINES WS-FECHA-PROCESO.
           05  WS-FP-YYYY                  PIC 9(4).
           05  WS-FP-MM                    PIC 9(2).
           05  WS-FP-DD                    PIC 9(2).

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

       01  WS-AUDIT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                 VALUE 'Y'.
       01  WS-CONTROL-EOF-SW               PIC X VALUE 'N'.
           88  WS-CONTROL-EOF               VALUE 'Y'.
       01  WS-SALDO-MES-EOF-SW             PIC X VALUE 'N'.
           88  WS-SALDO-MES-EOF             VALUE 'Y'.
       01  WS-FIN-CUENTA-SW                PIC X VALUE 'N'.
           88  WS-FIN-CUENTA                VALUE 'Y'.

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
           05  FILLER                      PIC X(29).
           05  WS-AE-FPROC                 PIC X(10).
           05  FILLER                      PIC X(97).

       01  WS-LINEA-FECHA.
           05  WS-LF-YYYY                  PIC X(4).
           05  WS-LF-MM                    PIC X(2).
           05  WS-LF-DD                    PIC X(2).
       01  WS-LINEA-FECHA-N REDEFINES WS-LINEA-FECHA
                                           PIC 9(8).
       01  WS-LINEA-FPROC                  PIC 9(8).
       01  WS-LINEA-VALOR                  PIC 9(8).

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
       01  WS-DE-NEG-SW                    PIC X VALUE 'N'.
           88  WS-DE-NEGATIVO               VALUE 'Y'.
       01  WS-DE-PUNTO-SW                  PIC X VALUE 'N'.
           88  WS-DE-TRAS-PUNTO             VALUE 'Y'.
       01  WS-DE-VALOR                     PIC S9(9)V99 VALUE ZERO.

      *    Opening-balance rebuild, one account at a time: the month
      *    openings are the master balance less every month's movement
      *    from that month on.
       01  WS-CUENTA-ACTUAL                PIC X(8).
       01  WS-SIGUIENTE-CUENTA             PIC X(8).
       01  WS-NETO-TOTAL                   PIC S9(11)V99.
       01  WS-SALDO-CORRIDO                PIC S9(11)V99.

       01  WS-LEIDAS-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-CARGADAS-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-MOVIMIENTOS-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REPETIDAS-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-CUENTAS-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-SIN-MAESTRO-COUNT            PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM VALIDAR-PARM

           IF NOT WS-PARM-ERROR
               PERFORM VERIFICAR-CONTROL-CARGA
           END-IF

           IF NOT WS-PARM-ERROR
               OPEN INPUT AUDIT-FILE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "AUDITIN" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-ACCOUNT-STATUS TO WS-CHECK-STATUS
               MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE AUDIT-FILE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ABRIR-HISTORIA
               MOVE WS-HISTORIA-STATUS TO WS-CHECK-STATUS
               MOVE "AUDHIST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE AUDIT-FILE
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ABRIR-SALDOS-MES
               MOVE WS-SALDO-MES-STATUS TO WS-CHECK-STATUS
               MOVE "SALDOMES" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE AUDIT-FILE
                   CLOSE ACCOUNT-FILE
                   CLOSE HISTORIA-FILE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDAS-COUNT
                           PERFORM CARGAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF WS-CARGADAS-COUNT > 0
                   PERFORM REFRESCAR-APERTURAS
               END-IF
               CLOSE HISTORIA-FILE
               CLOSE SALDO-MES-FILE
               CLOSE ACCOUNT-FILE
               IF WS-CARGADAS-COUNT > 0
                   PERFORM REGISTRAR-CARGA
               END-IF
               DISPLAY "CARGA_HISTORIA_AUDITORIA: FECHA "
                   WS-FECHA-PROCESO " - LEIDAS " WS-LEIDAS-COUNT
                   " CARGADAS " WS-CARGADAS-COUNT
                   " MOVIMIENTOS " WS-MOVIMIENTOS-COUNT
                   " CUENTAS AL DIA " WS-CUENTAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CARGA_HISTORIA_AUDITORIA: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARGADAS-COUNT = 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "CARGA_HISTORIA_AUDITORIA: SIN ENTRADAS "
                       "PARA LA FECHA " WS-FECHA-PROCESO
                       " - NADA CARGADO"
               WHEN WS-REPETIDAS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "CARGA_HISTORIA_AUDITORIA: "
                       WS-REPETIDAS-COUNT " ENTRADA(S) YA ESTABAN "
                       "EN AUDHIST - NO SE DUPLICARON"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       VALIDAR-PARM.
      *    Job control passes the processing date just posted; with no
      *    PARM the load takes today's.
           MOVE WS-RUN-DATE TO WS-FECHA-PROCESO
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) IS NUMERIC
                   MOVE WS-PARM(1:8) TO WS-FECHA-PROCESO
               ELSE
                   DISPLAY "CARGA_HISTORIA_AUDITORIA: PARM INVALIDO - "
                       "INDIQUE LA FECHA DE PROCESO COMO YYYYMMDD"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               IF WS-FP-MM < 1 OR WS-FP-MM > 12
                   DISPLAY "CARGA_HISTORIA_AUDITORIA: MES INVALIDO EN "
                       "EL PARM"
                   SET WS-PARM-ERROR TO TRUE
               ELSE
                   PERFORM CALCULAR-ULTIMO-DIA
                   IF WS-FP-DD < 1 OR WS-FP-DD > WS-ULTIMO-DIA
                       DISPLAY "CARGA_HISTORIA_AUDITORIA: DIA INVALIDO "
                           "EN EL PARM"
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
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

       VERIFICAR-CONTROL-CARGA.
      *    A processing date goes into the history once.  No ledger
      *    yet means nothing has been loaded.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF HC-FECHA-PROCESO IS NUMERIC
                               AND HC-FECHA-PROCESO = WS-FECHA-PROCESO
                               DISPLAY "CARGA_HISTORIA_AUDITORIA: LA "
                                   "FECHA " WS-FECHA-PROCESO
                                   " YA FUE CARGADA EL "
                                   HC-FECHA-CARGA " ("
                                   HC-ENTRADAS " ENTRADAS) - CARGA "
                                   "RECHAZADA"
                               SET WS-PARM-ERROR TO TRUE
                               SET WS-CONTROL-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       ABRIR-HISTORIA.
      *    The history and the snapshot start out empty the first time
      *    a date is loaded.
           OPEN I-O HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "35"
               OPEN OUTPUT HISTORIA-FILE
               IF WS-HISTORIA-STATUS = "00"
                   CLOSE HISTORIA-FILE
                   OPEN I-O HISTORIA-FILE
               END-IF
           END-IF.

       ABRIR-SALDOS-MES.
           OPEN I-O SALDO-MES-FILE
           IF WS-SALDO-MES-STATUS = "35"
               OPEN OUTPUT SALDO-MES-FILE
               IF WS-SALDO-MES-STATUS = "00"
                   CLOSE SALDO-MES-FILE
                   OPEN I-O SALDO-MES-FILE
               END-IF
           END-IF.

       CARGAR-LINEA.
      *    The entry belongs to the date it was processed on (FPROC=);
      *    an entry written before that field existed carries only its
      *    leading date, which then serves for both.
           MOVE AUDIT-LINE TO WS-AUDIT-ENTRADA
           MOVE WS-AE-FECHA(1:4) TO WS-LF-YYYY
           MOVE WS-AE-FECHA(6:2) TO WS-LF-MM
           MOVE WS-AE-FECHA(9:2) TO WS-LF-DD
           IF WS-LINEA-FECHA-N IS NUMERIC
               MOVE WS-LINEA-FECHA-N TO WS-LINEA-VALOR
               MOVE WS-AE-FPROC(1:4) TO WS-LF-YYYY
               MOVE WS-AE-FPROC(6:2) TO WS-LF-MM
               MOVE WS-AE-FPROC(9:2) TO WS-LF-DD
               IF WS-LINEA-FECHA-N IS NUMERIC
                   MOVE WS-LINEA-FECHA-N TO WS-LINEA-FPROC
               ELSE
                   MOVE WS-LINEA-VALOR TO WS-LINEA-FPROC
               END-IF
               IF WS-LINEA-FPROC = WS-FECHA-PROCESO
                   PERFORM ESCRIBIR-HISTORIA
               END-IF
           END-IF.

       ESCRIBIR-HISTORIA.
      *    An entry already on file (a load cut short and run again
      *    before it reached the ledger) is not written twice, nor
      *    added twice to its month.
           ADD 1 TO WS-CARGADAS-COUNT
           MOVE WS-AE-CUENTA TO AH-CUENTA
           MOVE WS-LINEA-VALOR TO AH-FECHA
           MOVE WS-FECHA-PROCESO TO AH-SEC-FPROC
           MOVE WS-CARGADAS-COUNT TO AH-SEC-NUMERO
           MOVE WS-LINEA-VALOR TO AH-CF-FECHA
           MOVE WS-FECHA-PROCESO TO AH-CF-FPROC
           MOVE WS-CARGADAS-COUNT TO AH-CF-NUMERO
           MOVE AUDIT-LINE TO AH-LINEA
           WRITE HISTORIA-RECORD
               INVALID KEY
                   ADD 1 TO WS-REPETIDAS-COUNT
               NOT INVALID KEY
                   IF WS-AE-CUENTA NOT = SPACES
                       AND WS-AE-OPERACION(1:6) NOT = "EXCEP-"
                       AND WS-AE-OPERACION(1:8) NOT = "RECHAZO-"
                       PERFORM ACUMULAR-SALDO-MES
                   END-IF
           END-WRITE.

       ACUMULAR-SALDO-MES.
           ADD 1 TO WS-MOVIMIENTOS-COUNT
           MOVE SPACES TO WS-DE-ENTRADA
           MOVE WS-AE-RESULTADO TO WS-DE-ENTRADA
           PERFORM DESEDITAR-IMPORTE
           MOVE WS-AE-CUENTA TO SM-CUENTA
           MOVE WS-LINEA-VALOR(1:6) TO SM-MES
           READ SALDO-MES-FILE
               INVALID KEY
                   MOVE ZERO TO SM-SALDO-APERTURA
                   MOVE WS-DE-VALOR TO SM-NETO
                   MOVE 1 TO SM-MOVIMIENTOS
                   MOVE WS-RUN-DATE TO SM-FECHA-CARGA
                   WRITE SALDO-MES-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-DE-VALOR TO SM-NETO
                   ADD 1 TO SM-MOVIMIENTOS
                   MOVE WS-RUN-DATE TO SM-FECHA-CARGA
                   REWRITE SALDO-MES-RECORD
                   END-REWRITE
           END-READ.

       REFRESCAR-APERTURAS.
      *    Every account's openings are rebuilt after each load, so a
      *    back-dated movement moves every later month's opening with
      *    it and the snapshot always closes on AM-SALDO.
           MOVE 'N' TO WS-SALDO-MES-EOF-SW
           MOVE LOW-VALUES TO WS-SIGUIENTE-CUENTA
           PERFORM UNTIL WS-SALDO-MES-EOF
               MOVE WS-SIGUIENTE-CUENTA TO SM-CUENTA
               MOVE ZERO TO SM-MES
               START SALDO-MES-FILE KEY NOT LESS THAN SM-CLAVE
                   INVALID KEY
                       SET WS-SALDO-MES-EOF TO TRUE
               END-START
               IF NOT WS-SALDO-MES-EOF
                   READ SALDO-MES-FILE NEXT
                       AT END
                           SET WS-SALDO-MES-EOF TO TRUE
                       NOT AT END
                           PERFORM REFRESCAR-CUENTA
                   END-READ
               END-IF
           END-PERFORM.

       REFRESCAR-CUENTA.
      *    First pass sums the account's months and finds where the
      *    next account starts; second pass lays the openings down.
      *    An account gone from the master was closed at zero, which
      *    is where its last month must end.
           ADD 1 TO WS-CUENTAS-COUNT
           MOVE SM-CUENTA TO WS-CUENTA-ACTUAL
           MOVE ZERO TO WS-NETO-TOTAL
           MOVE 'N' TO WS-FIN-CUENTA-SW
           PERFORM UNTIL WS-FIN-CUENTA
               ADD SM-NETO TO WS-NETO-TOTAL
               READ SALDO-MES-FILE NEXT
                   AT END
                       SET WS-FIN-CUENTA TO TRUE
                       SET WS-SALDO-MES-EOF TO TRUE
                   NOT AT END
                       IF SM-CUENTA NOT = WS-CUENTA-ACTUAL
                           MOVE SM-CUENTA TO WS-SIGUIENTE-CUENTA
                           SET WS-FIN-CUENTA TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CUENTA-ACTUAL TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ZERO TO AM-SALDO
                   ADD 1 TO WS-SIN-MAESTRO-COUNT
           END-READ
           COMPUTE WS-SALDO-CORRIDO = AM-SALDO - WS-NETO-TOTAL

           MOVE WS-CUENTA-ACTUAL TO SM-CUENTA
           MOVE ZERO TO SM-MES
           MOVE 'N' TO WS-FIN-CUENTA-SW
           START SALDO-MES-FILE KEY NOT LESS THAN SM-CLAVE
               INVALID KEY
                   SET WS-FIN-CUENTA TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-CUENTA
               READ SALDO-MES-FILE NEXT
                   AT END
                       SET WS-FIN-CUENTA TO TRUE
                   NOT AT END
                       IF SM-CUENTA NOT = WS-CUENTA-ACTUAL
                           SET WS-FIN-CUENTA TO TRUE
                       ELSE
                           IF SM-SALDO-APERTURA NOT = WS-SALDO-CORRIDO
                               MOVE WS-SALDO-CORRIDO
                                   TO SM-SALDO-APERTURA
                               REWRITE SALDO-MES-RECORD
                               END-REWRITE
                           END-IF
                           ADD SM-NETO TO WS-SALDO-CORRIDO
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-CARGA.
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-FECHA-PROCESO TO HC-FECHA-PROCESO
           MOVE WS-CARGADAS-COUNT TO HC-ENTRADAS
           MOVE WS-MOVIMIENTOS-COUNT TO HC-MOVIMIENTOS
           MOVE WS-RUN-DATE TO HC-FECHA-CARGA
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS = "00"
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
      *        A load the ledger never saw could be loaded again, so
      *        losing the write cannot pass as a clean end.
               DISPLAY "CARGA_HISTORIA_AUDITORIA: ERROR AL ABRIR "
                   "HISTCTL - FILE STATUS=" WS-CONTROL-STATUS
                   " - CARGA NO REGISTRADA"
               SET WS-ABORT-RUN TO TRUE
           END-IF.

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
           IF WS-DE-DECIMALES = 2
               COMPUTE WS-DE-VALOR = WS-DE-ENTERO / 100
           ELSE
               MOVE WS-DE-ENTERO TO WS-DE-VALOR
           END-IF
           IF WS-DE-NEGATIVO
               COMPUTE WS-DE-VALOR = ZERO - WS-DE-VALOR
           END-IF.

       END PROGRAM CARGA_HISTORIA_AUDITORIA.
