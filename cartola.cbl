      * Date:
      * Purpose: Per-account movement statement (cartola).  For one
      *          account or a range of accounts, and an optional date
      *          range, reads the audit history (AUDHIST, by account
      *          and value date), the monthly balance snapshot
      *          (SALDOMES) and the account master (ACCTMAST) and
      *          prints, per account (CARTOUT): the opening balance -
      *          the snapshot's opening for the month the range starts
      *          in, plus that month's movements before the range -
      *          every posted operation in value-date order with its
      *          running balance, and the closing balance tied back to
      *          the master's AM-SALDO - movements dated after the
      *          range are netted out so the tie-back is explicit.  The
      *          PARM carries the selection, comma separated with any
      *          field left empty:
      *              cuenta-desde,cuenta-hasta,desde(YYYYMMDD),hasta
      *          A single account names only cuenta-desde.  Only audit
      *          entries stamped with the account (the CUENTA= field)
      *   2026-09-02  Created.  "Why did cuenta 00004711 move" is now
      *                one job instead of an afternoon of eyeballing
      *                GLOUT and AUDITOUT against BALOUT.
      *   2026-10-15  Audit lines widened to 240 bytes now that the
      *                two legs of a transfer carry a shared ENLACE id;
      *                the layout read here grew a trailing filler to
      *                match.
      *   2026-10-15  Each statement line shows the movement's
      *                reference and, for a reversal or a transfer leg,
      *                the ENLACE it points at, so a reversal can be
      *                traced to the posting it undid.
      *   2026-10-15  Account master layout extended with the interest
      *                fields (rate code, accrual, accrual date).
      *   2026-10-15  Reads the indexed audit history by account and
      *                value date instead of replaying the whole log
      *                twice per account, and opens from the monthly
      *                balance snapshot, so the opening balance no
      *                longer depends on every archive being
      *                concatenated.  The tie-back now flags movements
      *                posted but not yet loaded into the history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTOLA_CUENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS IS WS-CARTOLA-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CARTOLA-FILE.
       01  CARTOLA-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-STATUS              PIC X(2).
       01  WS-SALDO-MES-STATUS             PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-CARTOLA-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-UNA-CUENTA-SW                PIC X VALUE 'N'.
           88  WS-UNA-CUENTA                VALUE 'Y'.

       01  WS-HISTORIA-EOF-SW              PIC X VALUE 'N'.
           88  WS-HISTORIA-EOF              VALUE 'Y'.
       01  WS-SALDO-MES-EOF-SW             PIC X VALUE 'N'.
           88  WS-SALDO-MES-EOF             VALUE 'Y'.

      *    The months the range starts and ends in, and the value
      *    dates a pass over the history reads between.
       01  WS-MES-DESDE                    PIC 9(6).
       01  WS-MES-HASTA                    PIC 9(6).
       01  WS-LECTURA-DESDE                PIC 9(8).
       01  WS-LECTURA-HASTA                PIC 9(8).
       01  WS-ACCOUNT-EOF-SW               PIC X VALUE 'N'.
           88  WS-ACCOUNT-EOF               VALUE 'Y'.

           05  FILLER                      PIC X.
           05  FILLER                      PIC X(7).
           05  WS-AE-CUENTA                PIC X(8).
           05  FILLER                      PIC X(61).
           05  WS-AE-ENLACE                PIC X(18).
           05  FILLER                      PIC X(5).
           05  WS-AE-REFERENCIA            PIC X(18).
           05  FILLER                      PIC X(34).

       01  WS-LINEA-FECHA.
           05  WS-LF-YYYY                  PIC X(4).
       01  WS-DE-VALOR                     PIC S9(9)V99 VALUE ZERO.

      *    Per-account accumulation.  Pass one sums the account's
      *    movements in the range's first month before the range, in
      *    the range, and in its last month after it; pass two reads
      *    the range again printing each movement with the running
      *    balance built up from the opening figure.
       01  WS-CUENTA-ACTUAL                PIC X(8).
       01  WS-SALDO-MES                    PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-PREVIO                   PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-RANGO                    PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-POSTERIOR                PIC S9(9)V99 VALUE ZERO.
       01  WS-MOV-RANGO-COUNT              PIC 9(6) VALUE ZERO.
           05  WS-CD-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CD-SALDO                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "REF=".
           05  WS-CD-REFERENCIA            PIC X(18).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "ENLACE=".
           05  WS-CD-ENLACE                PIC X(18).

       01  WS-CARTOLA-CIERRE.
           05  FILLER                      PIC X(18)
           MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA

           IF NOT WS-ABORT-RUN
               OPEN INPUT HISTORIA-FILE
               MOVE WS-HISTORIA-STATUS TO WS-CHECK-STATUS
               MOVE "AUDHIST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN INPUT SALDO-MES-FILE
               MOVE WS-SALDO-MES-STATUS TO WS-CHECK-STATUS
               MOVE "SALDOMES" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN OUTPUT CARTOLA-FILE
               MOVE WS-CARTOLA-STATUS TO WS-CHECK-STATUS
           IF NOT WS-ABORT-RUN
               PERFORM RECORRER-CUENTAS
               CLOSE ACCOUNT-FILE
               CLOSE HISTORIA-FILE
               CLOSE SALDO-MES-FILE
           END-IF

      *    A run that aborted (a file that would not open) must not
      *    close out as a finished statement file.
           IF NOT WS-ABORT-RUN
               MOVE WS-CARTOLAS-COUNT TO WS-CR-CARTOLAS-COUNT
               MOVE WS-CARTOLA-TRAILER TO CARTOLA-LINE
           END-IF
           IF WS-PARM-HASTA IS NUMERIC
               MOVE WS-PARM-HASTA TO WS-FECHA-HASTA
           END-IF
           MOVE WS-FECHA-DESDE(1:6) TO WS-MES-DESDE
           MOVE WS-FECHA-HASTA(1:6) TO WS-MES-HASTA.

       RECORRER-CUENTAS.
           MOVE WS-CTA-DESDE TO AM-CUENTA
      *    explicit single-account call always answers - a statement
      *    showing "no movement" is an answer too.
           MOVE AM-CUENTA TO WS-CUENTA-ACTUAL
           MOVE ZERO TO WS-SUM-PREVIO
           MOVE ZERO TO WS-SUM-RANGO
           MOVE ZERO TO WS-SUM-POSTERIOR
           MOVE ZERO TO WS-MOV-RANGO-COUNT
           PERFORM BUSCAR-SALDO-MES
           MOVE 1 TO WS-PASADA
           COMPUTE WS-LECTURA-DESDE = WS-MES-DESDE * 100
           COMPUTE WS-LECTURA-HASTA = WS-MES-HASTA * 100 + 99
           PERFORM LEER-HISTORIA-CUENTA
           PERFORM SUMAR-MESES-POSTERIORES

           IF NOT WS-ABORT-RUN
               AND (WS-MOV-RANGO-COUNT > 0 OR WS-UNA-CUENTA)
               COMPUTE WS-SALDO-APERTURA =
                   WS-SALDO-MES + WS-SUM-PREVIO
               COMPUTE WS-SALDO-CIERRE =
                   WS-SALDO-APERTURA + WS-SUM-RANGO
               PERFORM ESCRIBIR-CABECERA-CARTOLA
               MOVE WS-SALDO-APERTURA TO WS-SALDO-CORRIDO
               MOVE 2 TO WS-PASADA
               MOVE WS-FECHA-DESDE TO WS-LECTURA-DESDE
               MOVE WS-FECHA-HASTA TO WS-LECTURA-HASTA
               PERFORM LEER-HISTORIA-CUENTA
               PERFORM ESCRIBIR-CIERRE-CARTOLA
               ADD 1 TO WS-CARTOLAS-COUNT
           END-IF.

       BUSCAR-SALDO-MES.
      *    The first snapshot month at or after the range's month
      *    holds the balance the range's month opened with - a month
      *    in between with no record had no movement.  No month from
      *    there on means nothing has moved since, and the master's
      *    balance is the opening.
           MOVE AM-SALDO TO WS-SALDO-MES
           MOVE 'N' TO WS-SALDO-MES-EOF-SW
           MOVE WS-CUENTA-ACTUAL TO SM-CUENTA
           MOVE WS-MES-DESDE TO SM-MES
           START SALDO-MES-FILE KEY NOT LESS THAN SM-CLAVE
               INVALID KEY
                   SET WS-SALDO-MES-EOF TO TRUE
           END-START
           IF NOT WS-SALDO-MES-EOF
               READ SALDO-MES-FILE NEXT
                   AT END
                       SET WS-SALDO-MES-EOF TO TRUE
                   NOT AT END
                       IF SM-CUENTA = WS-CUENTA-ACTUAL
                           MOVE SM-SALDO-APERTURA TO WS-SALDO-MES
                       END-IF
               END-READ
           END-IF.

       SUMAR-MESES-POSTERIORES.
      *    Movements in the months after the range's last month come
      *    from the snapshot; only that last month is read entry by
      *    entry.
           MOVE 'N' TO WS-SALDO-MES-EOF-SW
           MOVE WS-CUENTA-ACTUAL TO SM-CUENTA
           MOVE WS-MES-HASTA TO SM-MES
           START SALDO-MES-FILE KEY GREATER THAN SM-CLAVE
               INVALID KEY
                   SET WS-SALDO-MES-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SALDO-MES-EOF
               READ SALDO-MES-FILE NEXT
                   AT END
                       SET WS-SALDO-MES-EOF TO TRUE
                   NOT AT END
                       IF SM-CUENTA NOT = WS-CUENTA-ACTUAL
                           SET WS-SALDO-MES-EOF TO TRUE
                       ELSE
                           ADD SM-NETO TO WS-SUM-POSTERIOR
                       END-IF
               END-READ
           END-PERFORM.

       LEER-HISTORIA-CUENTA.
           MOVE 'N' TO WS-HISTORIA-EOF-SW
           MOVE WS-CUENTA-ACTUAL TO AH-CUENTA
           MOVE WS-LECTURA-DESDE TO AH-FECHA
           MOVE ZERO TO AH-SEC-FPROC
           MOVE ZERO TO AH-SEC-NUMERO
           START HISTORIA-FILE KEY NOT LESS THAN AH-CLAVE
               INVALID KEY
                   SET WS-HISTORIA-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HISTORIA-EOF
               READ HISTORIA-FILE NEXT
                   AT END
                       SET WS-HISTORIA-EOF TO TRUE
                   NOT AT END
                       IF AH-CUENTA NOT = WS-CUENTA-ACTUAL
                           OR AH-FECHA > WS-LECTURA-HASTA
                           SET WS-HISTORIA-EOF TO TRUE
                       ELSE
                           PERFORM EVALUAR-LINEA-AUDITORIA
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-LINEA-AUDITORIA.
           MOVE AH-LINEA TO WS-AUDIT-ENTRADA
           IF WS-AE-CUENTA = WS-CUENTA-ACTUAL
               AND WS-AE-OPERACION(1:6) NOT = "EXCEP-"
               AND WS-AE-OPERACION(1:8) NOT = "RECHAZO-"
                       ADD WS-DE-VALOR TO WS-SUM-POSTERIOR
                   END-IF
               WHEN WS-LINEA-FECHA-N < WS-FECHA-DESDE
                   IF WS-PASADA = 1
                       ADD WS-DE-VALOR TO WS-SUM-PREVIO
                   END-IF
               WHEN WS-PASADA = 1
                   ADD WS-DE-VALOR TO WS-SUM-RANGO
                   ADD 1 TO WS-MOV-RANGO-COUNT
           MOVE WS-AE-OPERACION TO WS-CD-OPERACION
           MOVE WS-DE-VALOR TO WS-CD-IMPORTE
           MOVE WS-SALDO-CORRIDO TO WS-CD-SALDO
           MOVE WS-AE-REFERENCIA TO WS-CD-REFERENCIA
           MOVE WS-AE-ENLACE TO WS-CD-ENLACE
           MOVE WS-CARTOLA-DETALLE TO CARTOLA-LINE
           WRITE CARTOLA-LINE.

       ESCRIBIR-CIERRE-CARTOLA.
      *    The tie-back line: closing balance plus the movements dated
      *    after the range must land exactly on the master's AM-SALDO,
      *    or the statement says so out loud - typically movements
      *    posted since the last history load.
           MOVE WS-SALDO-CIERRE TO WS-CC-SALDO
           MOVE WS-CARTOLA-CIERRE TO CARTOLA-LINE
           WRITE CARTOLA-LINE
           MOVE AM-SALDO TO WS-CM-SALDO
           MOVE WS-SUM-POSTERIOR TO WS-CM-POSTERIOR
           IF WS-SALDO-CORRIDO = WS-SALDO-CIERRE
               AND WS-SALDO-CIERRE + WS-SUM-POSTERIOR = AM-SALDO
               MOVE "CUADRA" TO WS-CM-ESTADO
           ELSE
               MOVE "DESCUADRE" TO WS-CM-ESTADO
