      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning listing of standing orders whose posting was
      *          rejected by the previous OPERACIONES_BASICAS run, so
      *          the branch can contact the customer.  Reads that run's
      *          recycle file (RECYOUT) and keeps the records that came
      *          from the order scheduler (source ORD); each is listed
      *          with the order id carried in its reference positions,
      *          the order's description from ORDMAST, the account
      *          holder's name from ACCTMAST, the amount, the reject
      *          reason code as OPERACIONES_BASICAS gave it and the
      *          recycle cycle.  The listing (ORDREJ) closes with the
      *          number of orders listed.  Run it before
      *          CORRECCION_RECICLO works the recycle file.  Return
      *          code zero when no order rejected, 4 when any is
      *          listed, 12 when a file cannot be opened.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  A rejected standing order no longer
      *                waits in the recycle file until someone notices
      *                the customer's payment did not go out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES_RECHAZADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECYCLE-FILE ASSIGN TO "RECYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT ORDEN-FILE ASSIGN TO "ORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORDEN
               FILE STATUS IS WS-ORDEN-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUENTA
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "ORDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RC-TRANS-DATA.
               10  RC-TR-OPCODE            PIC X(1).
               10  FILLER                  PIC X.
               10  RC-TR-FUENTE            PIC X(3).
               10  FILLER                  PIC X.
               10  RC-TR-CUENTA            PIC X(8).
               10  FILLER                  PIC X.
               10  RC-TR-NUM1              PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
               10  FILLER                  PIC X(34).
      *        The order id the scheduler placed in the reference
      *        positions.
               10  RC-TR-ORDEN             PIC X(8).
               10  FILLER                  PIC X(10).
           05  FILLER                      PIC X.
           05  RC-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X.
           05  RC-CICLO                    PIC 9(2).

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

       FD  LISTADO-FILE.
       01  LISTADO-LINE                    PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-RECYCLE-STATUS               PIC X(2).
       01  WS-ORDEN-STATUS                 PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-LISTADO-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-SIN-RECICLO-SW               PIC X VALUE 'N'.
           88  WS-SIN-RECICLO               VALUE 'Y'.
       01  WS-SIN-ORDENES-SW               PIC X VALUE 'N'.
           88  WS-SIN-ORDENES               VALUE 'Y'.
       01  WS-RECYCLE-EOF-SW               PIC X VALUE 'N'.
           88  WS-RECYCLE-EOF               VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-EDIT.
           05  WS-RD-YYYY                  PIC 9(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-RD-MM                    PIC 9(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-RD-DD                    PIC 9(2).

       01  WS-LEIDOS-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-LISTADOS-COUNT               PIC 9(6) VALUE ZERO.

       01  WS-LIS-HEADER-1.
           05  FILLER                      PIC X(40)
               VALUE "ORDENES PERMANENTES RECHAZADAS - LISTADO".
           05  FILLER                      PIC X(4) VALUE " AL ".
           05  WS-LH-FECHA                 PIC X(10).

       01  WS-LIS-HEADER-2.
           05  FILLER                      PIC X(50) VALUE
               "ORDEN    CUENTA   TITULAR                        O".
           05  FILLER                      PIC X(43) VALUE
               "P   IMPORTE  MOTIVO CICLO DESCRIPCION ORDEN".

       01  WS-LIS-DETALLE.
           05  WS-LD-ORDEN                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-TITULAR               PIC X(30).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-OPCODE                PIC X(2).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-LD-IMPORTE               PIC -Z,ZZ9.99.
           05  WS-LD-IMPORTE-X REDEFINES WS-LD-IMPORTE
                                           PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LD-MOTIVO                PIC X(4).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-LD-CICLO                 PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LD-DESCRIPCION           PIC X(25).

       01  WS-LIS-TRAILER-CONTEO.
           05  WS-LTC-CONCEPTO             PIC X(30).
           05  WS-LTC-VALOR                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RD-DD

      *    No recycle file means the previous run rejected nothing;
      *    no order master means no order was ever set up.  Either
      *    way the listing still goes out, empty.
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "35"
               SET WS-SIN-RECICLO TO TRUE
           ELSE
               MOVE WS-RECYCLE-STATUS TO WS-CHECK-STATUS
               MOVE "RECYOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN INPUT ORDEN-FILE
               IF WS-ORDEN-STATUS = "35"
                   SET WS-SIN-ORDENES TO TRUE
               ELSE
                   MOVE WS-ORDEN-STATUS TO WS-CHECK-STATUS
                   MOVE "ORDMAST" TO WS-CHECK-NOMBRE
                   PERFORM VALIDAR-APERTURA
               END-IF
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-ACCOUNT-STATUS TO WS-CHECK-STATUS
               MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN OUTPUT LISTADO-FILE
               MOVE WS-LISTADO-STATUS TO WS-CHECK-STATUS
               MOVE "ORDREJ" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA
               IF NOT WS-SIN-RECICLO
                   PERFORM UNTIL WS-RECYCLE-EOF
                       READ RECYCLE-FILE
                           AT END
                               SET WS-RECYCLE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LEIDOS-COUNT
                               IF RC-TR-FUENTE = "ORD"
                                   PERFORM LISTAR-RECHAZO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM ESCRIBIR-TRAILER
               CLOSE LISTADO-FILE
               CLOSE ACCOUNT-FILE
               IF NOT WS-SIN-ORDENES
                   CLOSE ORDEN-FILE
               END-IF
               IF NOT WS-SIN-RECICLO
                   CLOSE RECYCLE-FILE
               END-IF
               DISPLAY "ORDENES_RECHAZADAS: RECHAZOS LEIDOS "
                   WS-LEIDOS-COUNT " ORDENES LISTADAS "
                   WS-LISTADOS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "ORDENES_RECHAZADAS: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LISTADOS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "ORDENES_RECHAZADAS: " WS-LISTADOS-COUNT
                       " ORDEN(ES) RECHAZADA(S) - VER ORDREJ"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       LISTAR-RECHAZO.
           MOVE RC-TR-ORDEN TO WS-LD-ORDEN
           MOVE RC-TR-CUENTA TO WS-LD-CUENTA
           MOVE RC-TR-OPCODE TO WS-LD-OPCODE
           IF RC-TR-NUM1 IS NUMERIC
               MOVE RC-TR-NUM1 TO WS-LD-IMPORTE
           ELSE
               MOVE SPACES TO WS-LD-IMPORTE-X
           END-IF
           MOVE RC-REASON-CODE TO WS-LD-MOTIVO
           IF RC-CICLO IS NUMERIC
               MOVE RC-CICLO TO WS-LD-CICLO
           ELSE
               MOVE ZERO TO WS-LD-CICLO
           END-IF
           MOVE RC-TR-CUENTA TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "CUENTA DESCONOCIDA" TO WS-LD-TITULAR
               NOT INVALID KEY
                   MOVE AM-DESCRIPCION TO WS-LD-TITULAR
           END-READ
           IF WS-SIN-ORDENES
               MOVE "ORDEN NO EXISTE EN ORDMAST" TO WS-LD-DESCRIPCION
           ELSE
               MOVE RC-TR-ORDEN TO OM-ORDEN
               READ ORDEN-FILE
                   INVALID KEY
                       MOVE "ORDEN NO EXISTE EN ORDMAST"
                           TO WS-LD-DESCRIPCION
                   NOT INVALID KEY
                       MOVE OM-DESCRIPCION TO WS-LD-DESCRIPCION
               END-READ
           END-IF
           MOVE WS-LIS-DETALLE TO LISTADO-LINE
           WRITE LISTADO-LINE
           ADD 1 TO WS-LISTADOS-COUNT.

       ESCRIBIR-CABECERA.
           MOVE WS-RUN-DATE-EDIT TO WS-LH-FECHA
           MOVE WS-LIS-HEADER-1 TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE WS-LIS-HEADER-2 TO LISTADO-LINE
           WRITE LISTADO-LINE.

       ESCRIBIR-TRAILER.
           MOVE "RECHAZOS LEIDOS EN RECYOUT:" TO WS-LTC-CONCEPTO
           MOVE WS-LEIDOS-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE
           MOVE "ORDENES RECHAZADAS LISTADAS:" TO WS-LTC-CONCEPTO
           MOVE WS-LISTADOS-COUNT TO WS-LTC-VALOR
           MOVE WS-LIS-TRAILER-CONTEO TO LISTADO-LINE
           WRITE LISTADO-LINE.

       END PROGRAM ORDENES_RECHAZADAS.
