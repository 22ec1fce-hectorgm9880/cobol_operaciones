      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit-log inquiry.  Selects entries from the indexed
      *          audit history (AUDHIST) by date range, operation name
      *          (details as well as the EXCEP-* and RECHAZO-* entries,
      *          matched on leading characters so EXCEP alone selects
      *          every exception) and/or RESULTADO amount range, and
      *          its own selected count and RESULTADO total.  The PARM
      *          carries the selection, comma separated with any field
      *          left empty to mean no filter:
      *              desde(YYYYMMDD),hasta(YYYYMMDD),operacion,min,max,
      *              cuenta
      *          The history is read by key from the first date asked
      *          for to the last - by value date, or by account and
      *          value date when an account is named.
      *          Return code zero when entries were selected, 4 when
      *          nothing matched, 12 when a file cannot be opened.
      * Tectonics: cobc
      *   2026-09-02  Audit lines widened to 160 bytes now that every
      *                entry carries its account number; the layout
      *                read here grew a trailing filler to match.
      *   2026-10-15  Audit lines widened to 240 bytes now that the
      *                two legs of a transfer carry a shared ENLACE id;
      *                the layout read here grew a trailing filler to
      *                match.
      *   2026-10-15  Reads the indexed audit history by key, only
      *                across the dates asked for, instead of the whole
      *                sequential log; an optional sixth PARM field
      *                limits the inquiry to one account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CLAVE
               ALTERNATE RECORD KEY IS AH-CLAVE-FECHA
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "AUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
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

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-STATUS              PIC X(2).
       01  WS-EXTRACT-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-PARM-OPER                    PIC X(14).
       01  WS-PARM-MIN                     PIC X(15).
       01  WS-PARM-MAX                     PIC X(15).
       01  WS-PARM-CUENTA                  PIC X(8).

       01  WS-FECHA-DESDE                  PIC 9(8) VALUE ZERO.
       01  WS-FECHA-HASTA                  PIC 9(8) VALUE 99999999.
       01  WS-FILTRO-MAX-SW                PIC X VALUE 'N'.
           88  WS-FILTRO-MAX                VALUE 'Y'.

       01  WS-HISTORIA-EOF-SW              PIC X VALUE 'N'.
           88  WS-HISTORIA-EOF              VALUE 'Y'.

      *    Working image of an AUDITOUT line.  The numeric fields were
      *    written by OPERACIONES_BASICAS as edited pictures, so they
           05  WS-AE-OPERACION             PIC X(14).
           05  FILLER                      PIC X(44).
           05  WS-AE-RESULTADO             PIC X(10).
           05  FILLER                      PIC X(152).

       01  WS-LINEA-FECHA.
           05  WS-LF-YYYY                  PIC X(4).
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM PARSEAR-PARM

           OPEN INPUT HISTORIA-FILE
           MOVE WS-HISTORIA-STATUS TO WS-CHECK-STATUS
           MOVE "AUDHIST" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA

           IF NOT WS-ABORT-RUN
           END-IF

           IF NOT WS-ABORT-RUN
               IF WS-PARM-CUENTA = SPACES
                   PERFORM LEER-POR-FECHA
               ELSE
                   PERFORM LEER-POR-CUENTA
               END-IF
               PERFORM ESCRIBIR-COLAS
               CLOSE HISTORIA-FILE
               CLOSE EXTRACT-FILE
               DISPLAY "CONSULTA_AUDITORIA: SELECCIONADOS "
                   WS-SELECC-COUNT " REGISTRO(S)"

       PARSEAR-PARM.
           MOVE SPACES TO WS-PARM-DESDE WS-PARM-HASTA WS-PARM-OPER
           MOVE SPACES TO WS-PARM-MIN WS-PARM-MAX WS-PARM-CUENTA
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-PARM-DESDE WS-PARM-HASTA WS-PARM-OPER
                   WS-PARM-MIN WS-PARM-MAX WS-PARM-CUENTA
           END-UNSTRING

           IF WS-PARM-DESDE IS NUMERIC
               SET WS-FILTRO-MAX TO TRUE
           END-IF.

       LEER-POR-FECHA.
           MOVE WS-FECHA-DESDE TO AH-CF-FECHA
           MOVE ZERO TO AH-CF-FPROC
           MOVE ZERO TO AH-CF-NUMERO
           START HISTORIA-FILE KEY NOT LESS THAN AH-CLAVE-FECHA
               INVALID KEY
                   SET WS-HISTORIA-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HISTORIA-EOF
               READ HISTORIA-FILE NEXT
                   AT END
                       SET WS-HISTORIA-EOF TO TRUE
                   NOT AT END
                       IF AH-CF-FECHA > WS-FECHA-HASTA
                           SET WS-HISTORIA-EOF TO TRUE
                       ELSE
                           PERFORM EVALUAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.

       LEER-POR-CUENTA.
           MOVE WS-PARM-CUENTA TO AH-CUENTA
           MOVE WS-FECHA-DESDE TO AH-FECHA
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
                       IF AH-CUENTA NOT = WS-PARM-CUENTA
                           OR AH-FECHA > WS-FECHA-HASTA
                           SET WS-HISTORIA-EOF TO TRUE
                       ELSE
                           PERFORM EVALUAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-LINEA.
           MOVE AH-LINEA TO WS-AUDIT-ENTRADA
           MOVE WS-AE-FECHA(1:4) TO WS-LF-YYYY
           MOVE WS-AE-FECHA(6:2) TO WS-LF-MM
           MOVE WS-AE-FECHA(9:2) TO WS-LF-DD
